      *    AGAINST TAB_A AND LOADED INTO TAB00. FIXED-POSITION FLAT
      *    FEED FROM UPSTREAM EXTRACTS, ONE BLANK-DELIMITED RECORD
      *    PER LINE.
      *    A RECORD MAY CARRY AN EFFECTIVE DATE AHEAD OF THE BUSINESS
      *    DATE IT ARRIVES ON - TSQL001A DIVERTS SUCH A RECORD TO THE
      *    CPWPND01 PENDING WAREHOUSE INSTEAD OF APPLYING IT, AND THE
      *    TSQL019A RELEASE STEP MERGES IT BACK INTO THE DRIVING FILE
      *    ON THE NIGHT IT COMES DUE.
      *****************************************************************
       01  DRV-RECORD.
           05  DRV-REFNR               PIC 9(09).
               88  DRV-TRANS-CHANGE        VALUE 'C'.
               88  DRV-TRANS-DELETE        VALUE 'D'.
               88  DRV-TRANS-LEGACY        VALUE ' '.
           05  FILLER                  PIC X(01).
      *    EFFECTIVE DATE (YYYYMMDD). BLANK MEANS EFFECTIVE ON
      *    ARRIVAL - EVERY FEED THAT PREDATES THE COLUMN READS BLANK
      *    HERE AND IS APPLIED THE NIGHT IT ARRIVES, AS BEFORE.
           05  DRV-EFF-DATE            PIC X(08).
