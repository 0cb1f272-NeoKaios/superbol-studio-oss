      *    CREDENTIALS THROUGH VLT001A INSTEAD OF PLAINTEXT
      *    ENVIRONMENT VARIABLES. COPY IT INTO WORKING-STORAGE ON
      *    THE CALLER SIDE AND INTO LINKAGE ON THE CALLEE SIDE.
      *    CALLERS ALSO PASS THEIR PROGRAM ID AND JOB RUN ID - VLT001A
      *    WRITES BOTH TO THE CPWVAL01 CREDENTIAL-ACCESS LOG WITH
      *    EVERY RESOLUTION (A CALLER WITH NO RUN ID PASSES SPACES).
      *****************************************************************
       01  WS-VLT-REQUEST.
           05  WS-VLT-CRED-ID          PIC X(08).
               88  WS-VLT-CRED-PRIMARY     VALUE 'PRIMARY'.
               88  WS-VLT-CRED-HISTDB      VALUE 'HISTDB'.
           05  WS-VLT-CALLER           PIC X(08).
           05  WS-VLT-JOB-RUN-ID       PIC X(16).

       01  WS-VLT-RESPONSE.
           05  WS-VLT-DATASRC          PIC X(64).
