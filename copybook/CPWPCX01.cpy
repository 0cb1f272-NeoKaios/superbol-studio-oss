      *****************************************************************
      *    CPWPCX01 - PENDING TRANSACTION CANCEL REQUEST
      *    ONE RECORD PER PENDING (FUTURE-DATED) TRANSACTION AN
      *    ANALYST WANTS WITHDRAWN BEFORE IT COMES DUE. THE REQUEST
      *    NAMES THE FULL CPWPND01 KEY - REFNR, CID AND EFFECTIVE
      *    DATE - SO ONLY THE ONE PENDING CHANGE IS CANCELLED, NOT AN
      *    EARLIER OR LATER ONE FOR THE SAME UNIT. THE TSQL019A
      *    RELEASE STEP APPLIES THE QUEUED REQUESTS BEFORE IT RELEASES
      *    ANYTHING, REPORTS EACH ONE (MATCHED OR NOT) AND EMPTIES THE
      *    QUEUE, SO A LATER RESEND OF THE SAME KEY IS NOT CANCELLED
      *    BY A STALE REQUEST.
      *****************************************************************
       01  PCX-RECORD.
           05  PCX-REFNR               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  PCX-CID                 PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PCX-EFF-DATE            PIC X(08).
           05  FILLER                  PIC X(01).
           05  PCX-ANALYST-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  PCX-REASON              PIC X(40).
