      *****************************************************************
      *    CPWBCK01 - BACK-OUT CHECKPOINT/RESTART RECORD
      *    THE TSQL018A COUNTERPART OF CPWCKP01 - THE LAST AUDIT ROW
      *    (TIMESTAMP/CID) OF THE RUN BEING BACKED OUT THAT IS SAFELY
      *    COMMITTED, SO AN ABENDED BACK-OUT RESTARTS PAST IT INSTEAD
      *    OF REVERSING THE SAME ROWS TWICE. THE BACK-OUT'S OWN RUN ID
      *    IS KEPT HERE TOO: A RESTART CARRIES ON UNDER THE SAME RUN
      *    ID, SO THE COMPENSATING AUDIT ROWS OF BOTH ATTEMPTS READ
      *    AS ONE BACK-OUT AND NEVER AS A "LATER RUN" CONFLICT.
      *****************************************************************
       01  BCK-RECORD.
           05  BCK-TARGET-RUN-ID       PIC X(16).
           05  FILLER                  PIC X(01).
           05  BCK-BACKOUT-RUN-ID      PIC X(16).
           05  FILLER                  PIC X(01).
           05  BCK-AUDIT-TS            PIC X(26).
           05  FILLER                  PIC X(01).
           05  BCK-CID                 PIC 9(05).
           05  FILLER                  PIC X(01).
           05  BCK-UNITS-DONE          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  BCK-HELD-COUNT          PIC 9(09).
           05  FILLER                  PIC X(01).
           05  BCK-TIMESTAMP           PIC X(26).
