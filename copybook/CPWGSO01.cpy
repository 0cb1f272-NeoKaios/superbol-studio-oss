      *****************************************************************
      *    CPWGSO01 - VOLUME GATE ANALYST SIGN-OFF RECORD
      *    ONE RECORD PER RELEASE OF A DRIVING FILE THE TSQL020A
      *    VOLUME GATE HELD AS NO-GO. THE ANALYST COPIES THE BUSINESS
      *    DATE AND THE ADD/CHANGE/DELETE COUNTS FROM THE GATE'S
      *    EXPLANATION REPORT - THE GATE ONLY HONOURS A SIGN-OFF THAT
      *    NAMES THE FEED'S BUSINESS DATE AND THE VERY COUNTS IT
      *    FOUND, SO A RESENT FILE WITH DIFFERENT VOLUMES NEEDS A NEW
      *    DECISION. APPENDED BY THE ANALYST, NEVER REWRITTEN.
      *****************************************************************
       01  GSO-RECORD.
           05  GSO-BUS-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  GSO-ANALYST-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  GSO-SIGNOFF-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  GSO-ADD-COUNT           PIC 9(09).
           05  FILLER                  PIC X(01).
           05  GSO-CHANGE-COUNT        PIC 9(09).
           05  FILLER                  PIC X(01).
           05  GSO-DELETE-COUNT        PIC 9(09).
           05  FILLER                  PIC X(01).
           05  GSO-COMMENT             PIC X(40).
