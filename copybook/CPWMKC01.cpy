      *****************************************************************
      *    CPWMKC01 - TAB00 MAINTENANCE REQUEST RECORD
      *    ONE RECORD PER ADD/CHANGE/DELETE AN ANALYST KEYS ON THE
      *    TSQL022A MAINTENANCE SCREEN. A REQUEST IS HELD (STATUS P)
      *    UNTIL A SECOND ANALYST APPROVES IT - ONLY THEN IS TAB00
      *    CHANGED, WITH A TAB00_AUDIT ROW CARRYING BOTH ANALYST IDS
      *    AND THE REASON CODE - OR REJECTS IT. APPLIED AND REJECTED
      *    REQUESTS STAY ON THE FILE AS THE HISTORY OF EVERY MANUAL
      *    FIX. THE BEFORE IMAGE IS THE TAB00 ROW AS THE MAKER SAW
      *    IT; APPROVAL IS REFUSED (AND THE REQUEST REJECTED) WHEN
      *    TAB00 NO LONGER MATCHES IT, SO A CHECKER NEVER SIGNS OFF A
      *    CHANGE AGAINST A ROW SOMETHING ELSE HAS SINCE ALTERED.
      *****************************************************************
       01  MKC-RECORD.
           05  MKC-REQUEST-NO          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  MKC-STATUS              PIC X(01).
               88  MKC-STATUS-PENDING      VALUE 'P'.
               88  MKC-STATUS-APPLIED      VALUE 'A'.
               88  MKC-STATUS-REJECTED     VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  MKC-CID                 PIC 9(05).
           05  FILLER                  PIC X(01).
      *    SAME CODES AS CPWDRV01 - A(DD), C(HANGE), D(ELETE).
           05  MKC-ACTION              PIC X(01).
               88  MKC-ACTION-ADD          VALUE 'A'.
               88  MKC-ACTION-CHANGE       VALUE 'C'.
               88  MKC-ACTION-DELETE       VALUE 'D'.
           05  FILLER                  PIC X(01).
           05  MKC-OLD-VCFLD           PIC X(30).
           05  FILLER                  PIC X(01).
           05  MKC-OLD-CFLD            PIC X(30).
           05  FILLER                  PIC X(01).
           05  MKC-NEW-VCFLD           PIC X(30).
           05  FILLER                  PIC X(01).
           05  MKC-NEW-CFLD            PIC X(30).
           05  FILLER                  PIC X(01).
           05  MKC-REASON-CODE         PIC X(04).
           05  FILLER                  PIC X(01).
           05  MKC-REASON-TEXT         PIC X(40).
           05  FILLER                  PIC X(01).
           05  MKC-MAKER-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  MKC-REQUEST-TS          PIC X(26).
           05  FILLER                  PIC X(01).
      *    FILLED IN BY THE DECISION - THE SECOND ANALYST, WHEN, WHY
      *    IT WAS REJECTED (BLANK WHEN APPLIED) AND THE JOB RUN ID
      *    THE TAB00_AUDIT ROW OF AN APPLIED REQUEST IS STAMPED WITH.
           05  MKC-CHECKER-ID          PIC X(08).
           05  FILLER                  PIC X(01).
           05  MKC-DECISION-TS         PIC X(26).
           05  FILLER                  PIC X(01).
           05  MKC-REJECT-REASON       PIC X(40).
           05  FILLER                  PIC X(01).
           05  MKC-JOB-RUN-ID          PIC X(16).
