      *    CID/AUDIT_TIMESTAMP ORDER WITHIN EACH GENERATION, SO THE
      *    TSQL005A POINT-IN-TIME INQUIRY CAN WALK A GENERATION FILE
      *    EXACTLY THE WAY IT WALKS THE LIVE AUDIT CURSOR AND AS-OF
      *    DATES OLDER THAN RETENTION KEEP ANSWERING. THE MAKER,
      *    CHECKER AND REASON CODE ARE ONLY FILLED ON ROWS A TSQL022A
      *    MANUAL FIX WROTE - BLANK ON BATCH ROWS AND ON GENERATIONS
      *    CUT BEFORE THE COLUMNS EXISTED.
      *****************************************************************
       01  AUD-RECORD.
           05  AUD-CID                 PIC 9(05).
           05  AUD-JOB-RUN-ID          PIC X(16).
           05  FILLER                  PIC X(01).
           05  AUD-TIMESTAMP           PIC X(26).
           05  FILLER                  PIC X(01).
           05  AUD-MAKER-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  AUD-CHECKER-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  AUD-REASON-CODE         PIC X(04).
