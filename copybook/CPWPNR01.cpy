      *****************************************************************
      *    CPWPNR01 - PENDING WAREHOUSE DISPOSITION / INVENTORY LINE
      *    ONE LINE PER PENDING (FUTURE-DATED) TRANSACTION THE TSQL019A
      *    RELEASE STEP DEALT WITH. THE RELEASE REPORT CARRIES WHAT
      *    HAPPENED TO EACH RECORD TONIGHT (RELEASED INTO THE DRIVING
      *    FILE, CANCELLED ON REQUEST, DEFERRED, DUPLICATE DROPPED)
      *    AND EVERY CANCEL REQUEST THAT MATCHED NOTHING; THE
      *    INVENTORY REPORT LISTS EVERYTHING STILL WAITING, WITH THE
      *    DAYS LEFT UNTIL IT TAKES EFFECT.
      *****************************************************************
       01  PNR-RECORD.
           05  PNR-ACTION              PIC X(10).
               88  PNR-ACTION-RELEASED     VALUE 'RELEASED'.
               88  PNR-ACTION-CANCELLED    VALUE 'CANCELLED'.
               88  PNR-ACTION-DEFERRED     VALUE 'DEFERRED'.
               88  PNR-ACTION-DUPLICATE    VALUE 'DUPLICATE'.
               88  PNR-ACTION-NO-MATCH     VALUE 'NO-MATCH'.
               88  PNR-ACTION-PENDING      VALUE 'PENDING'.
               88  PNR-ACTION-DUE          VALUE 'DUE'.
           05  FILLER                  PIC X(01).
           05  PNR-REFNR               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  PNR-CID                 PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PNR-TRANS-CODE          PIC X(01).
           05  FILLER                  PIC X(01).
           05  PNR-EFF-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
      *    DAYS FROM THE BUSINESS DATE TO THE EFFECTIVE DATE - ZERO OR
      *    NEGATIVE ONCE THE RECORD IS DUE.
           05  PNR-DAYS-TO-EFF         PIC -(05)9.
           05  FILLER                  PIC X(01).
           05  PNR-DIVERT-RUN-ID       PIC X(16).
           05  FILLER                  PIC X(01).
           05  PNR-DIVERT-BUS-DATE     PIC X(08).
           05  FILLER                  PIC X(01).
           05  PNR-NOTE                PIC X(60).
