      *    TAKEN FROM THE VAULT_CRED_FILE ENVIRONMENT VARIABLE SO A
      *    ROTATION ONLY REQUIRES REPLACING THAT FILE, NOT EDITING
      *    JCL/ENVIRONMENT VARIABLES OR RECOMPILING THIS PROGRAM.
      *
      *    EVERY RESOLUTION, SUCCESSFUL OR NOT, IS LOGGED TO THE
      *    CPWVAL01 CREDENTIAL-ACCESS LOG (VAULT_AUDIT_FILE, DEFAULT
      *    VAULTAUD.LOG) WITH THE CALLING PROGRAM, CRED-ID, CALLER'S
      *    JOB RUN ID AND THE KEY VERSION OF THE ENTRY, SO SECURITY
      *    CAN SEE WHO ASKED FOR WHICH CREDENTIAL AND WHEN (TSQL023A).
      *    AN UNWRITABLE LOG IS COMPLAINED ABOUT ONCE AND DOES NOT
      *    FAIL THE RESOLUTION - THE OVERNIGHT CHAIN MUST NOT STOP ON
      *    A FULL AUDIT DISK.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLT-STORE-STATUS.

           SELECT OPTIONAL VAL-FILE ASSIGN TO WS-VLT-LOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLT-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.
           RECORDING MODE IS F.
           COPY CPWVLT02.

       FD  VAL-FILE
           RECORDING MODE IS F.
           COPY CPWVAL01.

       WORKING-STORAGE SECTION.

       01  WS-VLT-STORE-PATH       PIC X(256).

       01  WS-VLT-FOUND-SW         PIC X(01) VALUE 'N'.
               88  WS-VLT-FOUND             VALUE 'Y'.
       01  WS-VLT-USED-KEY-VERSION PIC 9(04) VALUE 0.

      *    ACCESS LOG - SAME PER-RECORD OPEN EXTEND AS EXC001A, SO THE
      *    PARTITIONED TSQL001A INSTANCES CONNECTING TOGETHER DO NOT
      *    OVERWRITE ONE ANOTHER'S RECORDS. WORKING-STORAGE PERSISTS
      *    ACROSS CALLS, SO THE PATH IS RESOLVED ONCE AND AN
      *    UNOPENABLE LOG IS COMPLAINED ABOUT ONCE.
       01  WS-VLT-LOG-PATH         PIC X(256).
       01  WS-VLT-LOG-STATUS       PIC XX.
               88  WS-VLT-LOG-OK            VALUE '00' '05'.
       01  WS-VLT-LOG-PATH-SET-SW  PIC X(01) VALUE 'N'.
               88  WS-VLT-LOG-PATH-SET      VALUE 'Y'.
       01  WS-VLT-LOG-WARNED-SW    PIC X(01) VALUE 'N'.
               88  WS-VLT-LOG-WARNED        VALUE 'Y'.

       01  WS-VLT-DEFAULT-KEY      PIC X(32).
       01  WS-VLT-ROTATION-KEY     PIC X(32).
           MOVE SPACES         TO WS-VLT-DATASRC WS-VLT-DBUSR
                                   WS-VLT-DBPWD WS-VLT-MESSAGE
           SET WS-VLT-FAILED   TO TRUE
           MOVE 'N'            TO WS-VLT-FOUND-SW
           MOVE 0              TO WS-VLT-USED-KEY-VERSION

           DISPLAY "VAULT_CRED_FILE" UPON ENVIRONMENT-NAME
           ACCEPT  WS-VLT-STORE-PATH FROM ENVIRONMENT-VALUE

           IF WS-VLT-STORE-PATH = SPACES
               MOVE 'VAULT_CRED_FILE NOT SET' TO WS-VLT-MESSAGE
               PERFORM 300-LOG-ACCESS
               GOBACK
           END-IF

                   DELIMITED BY SIZE INTO WS-VLT-MESSAGE
           END-IF

           PERFORM 300-LOG-ACCESS

           GOBACK.

       100-FIND-CREDENTIAL.
           OPEN INPUT VLT-CRED-STORE
           IF NOT WS-VLT-STORE-OK
               MOVE 'CANNOT OPEN VAULT_CRED_FILE' TO WS-VLT-MESSAGE
               PERFORM 300-LOG-ACCESS
               GOBACK
           END-IF

                           SET WS-VLT-FOUND TO TRUE
                           MOVE VLT-STORE-DATASRC TO WS-VLT-DATASRC
                           MOVE VLT-STORE-DBUSR   TO WS-VLT-DBUSR
                           MOVE VLT-STORE-KEY-VERSION
                               TO WS-VLT-USED-KEY-VERSION
                           PERFORM 200-DECRYPT-PASSWORD
                       END-IF
               END-READ
                      + 10
           END-IF.

       300-LOG-ACCESS.
      *    WHO ASKED FOR WHICH CREDENTIAL, UNDER WHICH RUN, AND HOW IT
      *    ENDED. ONLY THE STATUS MESSAGE IS LOGGED - NEVER ANY PART
      *    OF THE PASSWORD.
           IF NOT WS-VLT-LOG-PATH-SET
               SET WS-VLT-LOG-PATH-SET TO TRUE
               DISPLAY "VAULT_AUDIT_FILE" UPON ENVIRONMENT-NAME
               ACCEPT  WS-VLT-LOG-PATH FROM ENVIRONMENT-VALUE
               IF WS-VLT-LOG-PATH = SPACES
                   MOVE 'VAULTAUD.LOG' TO WS-VLT-LOG-PATH
               END-IF
           END-IF

           OPEN EXTEND VAL-FILE
           IF NOT WS-VLT-LOG-OK
               IF NOT WS-VLT-LOG-WARNED
                   DISPLAY 'VLT001A CANNOT OPEN CREDENTIAL ACCESS LOG: '
                      WS-VLT-LOG-PATH
                   SET WS-VLT-LOG-WARNED TO TRUE
               END-IF
           ELSE
               MOVE SPACES              TO VAL-RECORD
               ACCEPT VAL-TIMESTAMP(1:8) FROM DATE YYYYMMDD
               ACCEPT VAL-TIMESTAMP(9:8) FROM TIME
               SET VAL-EVENT-RESOLVE    TO TRUE
               MOVE WS-VLT-CALLER       TO VAL-PROGRAM
               IF VAL-PROGRAM = SPACES
                   MOVE 'UNKNOWN'       TO VAL-PROGRAM
               END-IF
               MOVE WS-VLT-CRED-ID      TO VAL-CRED-ID
               MOVE WS-VLT-JOB-RUN-ID   TO VAL-JOB-RUN-ID
               MOVE WS-VLT-USED-KEY-VERSION TO VAL-KEY-VERSION
                                               VAL-PRIOR-KEY-VERSION
               IF WS-VLT-OK
                   SET VAL-RESULT-OK     TO TRUE
               ELSE
                   SET VAL-RESULT-FAILED TO TRUE
               END-IF
               MOVE WS-VLT-MESSAGE      TO VAL-MESSAGE
               WRITE VAL-RECORD
               CLOSE VAL-FILE
           END-IF.

       END PROGRAM VLT001A.
