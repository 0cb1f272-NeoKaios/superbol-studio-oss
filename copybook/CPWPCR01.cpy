      *****************************************************************
      *    CPWPCR01 - TSQL024A PRICING COPY RECONCILIATION REPORT
      *    ONE 'REPORT' LINE NAMING THE DUMP, THEN ONE LINE PER CID
      *    WHERE THE PRICING SYSTEM'S COPY DIFFERS FROM LIVE TAB00 -
      *    'MISSING' (ON TAB00, NOT IN THEIR COPY), 'EXTRA' (IN THEIR
      *    COPY, NOT ON TAB00) OR 'DIFFERENT' (VCFLD/CFLD DISAGREE) -
      *    CARRYING BOTH SIDES' VALUES, THE LAST TAB00_AUDIT ROW FOR
      *    THE CID AND THE CPWXTR01 EXTRACT THAT SHOULD HAVE DELIVERED
      *    OUR CURRENT VALUE. 'DRIFT' MEANS THEY SHOULD ALREADY HAVE
      *    IT; 'LAG' MEANS THE DELIVERING EXTRACT WAS NOT YET LOADED
      *    WHEN THE DUMP WAS CUT (OR HAS NOT GONE OUT), SO THE NEXT
      *    LOAD CLOSES THE GAP BY ITSELF. CLOSED BY 'SUMMARY' COUNT
      *    LINES; A DUMP REFUSED AT VALIDATION GETS ONE 'REFUSED'
      *    LINE INSTEAD OF ANY DETAIL.
      *****************************************************************
       01  PCR-RECORD.
           05  PCR-LINE-TYPE           PIC X(10).
               88  PCR-LINE-REPORT         VALUE 'REPORT'.
               88  PCR-LINE-REFUSED        VALUE 'REFUSED'.
               88  PCR-LINE-MISSING        VALUE 'MISSING'.
               88  PCR-LINE-EXTRA          VALUE 'EXTRA'.
               88  PCR-LINE-DIFFERENT      VALUE 'DIFFERENT'.
               88  PCR-LINE-SUMMARY        VALUE 'SUMMARY'.
           05  FILLER                  PIC X(01).
           05  PCR-CID                 PIC 9(05).
           05  FILLER                  PIC X(01).
           05  PCR-STATUS              PIC X(05).
               88  PCR-STATUS-DRIFT        VALUE 'DRIFT'.
               88  PCR-STATUS-LAG          VALUE 'LAG'.
           05  FILLER                  PIC X(01).
           05  PCR-COUNT               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  PCR-OUR-VCFLD           PIC X(30).
           05  FILLER                  PIC X(01).
           05  PCR-OUR-CFLD            PIC X(30).
           05  FILLER                  PIC X(01).
           05  PCR-THEIR-VCFLD         PIC X(30).
           05  FILLER                  PIC X(01).
           05  PCR-THEIR-CFLD          PIC X(30).
           05  FILLER                  PIC X(01).
           05  PCR-AUDIT-RUN-ID        PIC X(16).
           05  FILLER                  PIC X(01).
           05  PCR-AUDIT-TIMESTAMP     PIC X(26).
           05  FILLER                  PIC X(01).
           05  PCR-XTR-MODE            PIC X(01).
           05  FILLER                  PIC X(01).
           05  PCR-XTR-RUN-ID          PIC X(16).
           05  FILLER                  PIC X(01).
           05  PCR-XTR-HWM             PIC X(26).
           05  FILLER                  PIC X(01).
           05  PCR-XTR-SENT-DATE       PIC X(08).
           05  FILLER                  PIC X(01).
           05  PCR-XTR-STATUS          PIC X(01).
           05  FILLER                  PIC X(01).
           05  PCR-DETAIL              PIC X(60).
