      *****************************************************************
      *    CPWPND01 - PENDING (FUTURE-DATED) TRANSACTION RECORD
      *    ONE RECORD PER DRIVING RECORD TSQL001A DIVERTED BECAUSE ITS
      *    EFFECTIVE DATE LIES AFTER THE BUSINESS DATE IT ARRIVED ON.
      *    THE LEADING COLUMNS ARE THE CPWDRV01 DRIVING-RECORD LAYOUT,
      *    POSITION FOR POSITION (SAME PRECEDENT AS CPWRCY01), SO THE
      *    TSQL019A RELEASE STEP CAN MERGE A RECORD THAT HAS COME DUE
      *    STRAIGHT BACK INTO THE NIGHT'S DRIVING FILE. THE WAREHOUSE
      *    IS KEYED BY REFNR/CID/EFFECTIVE DATE - TSQL001A APPENDS IN
      *    ARRIVAL ORDER, TSQL019A REWRITES IT IN KEY ORDER WITH ONLY
      *    THE RECORDS STILL PENDING. THE TRAILING COLUMNS SAY WHICH
      *    RUN DIVERTED THE RECORD AND ON WHICH BUSINESS DATE.
      *****************************************************************
       01  PND-RECORD.
           05  PND-DRV-PORTION.
               10  PND-REFNR           PIC 9(09).
               10  FILLER              PIC X(01).
               10  PND-CID             PIC 9(05).
               10  FILLER              PIC X(01).
               10  PND-VCFLD2          PIC X(30).
               10  FILLER              PIC X(01).
               10  PND-CFLD2           PIC X(30).
               10  FILLER              PIC X(01).
               10  PND-TRANS-CODE      PIC X(01).
               10  FILLER              PIC X(01).
               10  PND-EFF-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  PND-DIVERT-RUN-ID       PIC X(16).
           05  FILLER                  PIC X(01).
           05  PND-DIVERT-BUS-DATE     PIC X(08).
           05  FILLER                  PIC X(01).
           05  PND-DIVERT-DATE         PIC X(08).
