      *****************************************************************
      *    CPWVAL01 - VAULT CREDENTIAL-ACCESS LOG RECORD
      *    ONE RECORD PER CREDENTIAL RESOLUTION VLT001A ANSWERS
      *    (EVENT RESOLVE - THE CALLING PROGRAM, CRED-ID, CALLER'S JOB
      *    RUN ID, THE KEY VERSION THE ENTRY WAS ENCRYPTED UNDER AND
      *    WHETHER IT RESOLVED), AND ONE PER STORE ENTRY A VLTROTAT
      *    ADD OR ROTATE WROTE (EVENT ADD - NEW PASSWORD, OR ROTATE -
      *    RE-ENCRYPTED UNDER A NEW KEY VERSION; THE PRIOR VERSION IS
      *    KEPT ALONGSIDE). A VLTROTAT RUN THAT DID NOT GET THROUGH ITS
      *    VERIFY PASS LOGS ITS ENTRIES AS FAILED - THE NEW STORE MUST
      *    NOT BE SWAPPED IN, SO NOTHING WAS ROTATED. THE LOG IS
      *    APPEND-ONLY (VAULT_AUDIT_FILE, DEFAULT VAULTAUD.LOG) AND
      *    IS THE EVIDENCE THE TSQL023A CREDENTIAL AUDIT REPORT IS
      *    BUILT FROM. NO PASSWORD, CLEAR OR ENCRYPTED, IS EVER LOGGED.
      *****************************************************************
       01  VAL-RECORD.
           05  VAL-TIMESTAMP           PIC X(26).
           05  FILLER                  PIC X(01).
           05  VAL-EVENT               PIC X(08).
               88  VAL-EVENT-RESOLVE       VALUE 'RESOLVE'.
               88  VAL-EVENT-ADD           VALUE 'ADD'.
               88  VAL-EVENT-ROTATE        VALUE 'ROTATE'.
           05  FILLER                  PIC X(01).
           05  VAL-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(01).
           05  VAL-CRED-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  VAL-JOB-RUN-ID          PIC X(16).
           05  FILLER                  PIC X(01).
           05  VAL-KEY-VERSION         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  VAL-PRIOR-KEY-VERSION   PIC 9(04).
           05  FILLER                  PIC X(01).
           05  VAL-RESULT              PIC X(01).
               88  VAL-RESULT-OK           VALUE 'S'.
               88  VAL-RESULT-FAILED       VALUE 'F'.
           05  FILLER                  PIC X(01).
           05  VAL-MESSAGE             PIC X(64).
