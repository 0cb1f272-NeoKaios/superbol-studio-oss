      *****************************************************************
      *    CPWPCD01 - PRICING SYSTEM TAB00 COPY DUMP (INBOUND)
      *    THE PERIODIC FULL DUMP OF THE PRICING SYSTEM'S COPY OF
      *    TAB00, RETURNED TO US PER THE AGREED INTERFACE: ONE 'H'
      *    HEADER RECORD CARRYING THE DATE THE DUMP WAS CUT AND THE
      *    HIGH-WATER TIMESTAMP OF THE LAST EXTRACT THEY HAD LOADED AT
      *    THAT MOMENT (THE VALUE THEY ECHO IN CPWACK01 - BLANK IF
      *    THEY CANNOT SAY), ONE 'D' DETAIL RECORD PER CID IN
      *    ASCENDING CID ORDER, AND ONE 'T' TRAILER RECORD CARRYING
      *    THE DETAIL COUNT AND THE SAME DUMP DATE, SO A TRUNCATED OR
      *    SPLICED DUMP IS REFUSED AT THE DOOR INSTEAD OF REPORTING
      *    HALF THEIR TABLE AS MISSING. TSQL024A MATCHES IT BY CID
      *    AGAINST LIVE TAB00.
      *****************************************************************
       01  PCD-RECORD.
           05  PCD-REC-TYPE            PIC X(01).
               88  PCD-REC-HEADER          VALUE 'H'.
               88  PCD-REC-DETAIL          VALUE 'D'.
               88  PCD-REC-TRAILER         VALUE 'T'.
           05  FILLER                  PIC X(01).
           05  PCD-CID                 PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PCD-VCFLD               PIC X(30).
           05  FILLER                  PIC X(01).
           05  PCD-CFLD                PIC X(30).

       01  PCD-HEADER-RECORD.
           05  PCD-HDR-REC-TYPE        PIC X(01).
           05  FILLER                  PIC X(01).
           05  PCD-HDR-DUMP-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  PCD-HDR-LOADED-HWM      PIC X(26).
           05  FILLER                  PIC X(32).

       01  PCD-TRAILER-RECORD.
           05  PCD-TRL-REC-TYPE        PIC X(01).
           05  FILLER                  PIC X(01).
           05  PCD-TRL-ROW-COUNT       PIC 9(09).
           05  FILLER                  PIC X(01).
           05  PCD-TRL-DUMP-DATE       PIC X(08).
           05  FILLER                  PIC X(49).
