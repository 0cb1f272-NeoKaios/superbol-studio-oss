      *****************************************************************
      *    CPWTRC01 - TSQL021A REFNR/CID LIFECYCLE TRACE REPORT RECORD
      *    ONE LINE PER EVENT IN A UNIT'S LIFE, IN TIMESTAMP ORDER,
      *    GATHERED FROM EVERY FILE AND TABLE THE SUITE LEAVES BEHIND
      *    - INTAKE, NETTING, PENDING WAREHOUSE, TSQL001A REJECT LOGS,
      *    RECYCLE AND RESUBMISSION FILES, ESCALATIONS, WRITE-OFFS,
      *    TAB00_AUDIT AND THE EXTRACT REGISTER. THE REPORT OPENS
      *    WITH ONE 'INQUIRY' LINE STATING WHAT WAS ASKED AND CLOSES
      *    WITH ONE 'SOURCE' LINE PER SOURCE SAYING WHAT IT GAVE (OR
      *    THAT IT COULD NOT BE READ). TAB00_AUDIT AND THE EXTRACT
      *    REGISTER KNOW NO REFNR, SO THEIR LINES CARRY REFNR ZERO.
      *    THE TIMESTAMP IS THE SUITE'S YYYYMMDDHHMMSSCC FORM; A
      *    SOURCE THAT ONLY KEEPS A DATE IS TIMED FROM THE JOB RUN ID
      *    THAT WROTE IT.
      *****************************************************************
       01  TRC-RECORD.
           05  TRC-TIMESTAMP           PIC X(26).
           05  FILLER                  PIC X(01).
           05  TRC-EVENT               PIC X(10).
               88  TRC-EVENT-INQUIRY       VALUE 'INQUIRY'.
               88  TRC-EVENT-SOURCE        VALUE 'SOURCE'.
           05  FILLER                  PIC X(01).
           05  TRC-REFNR               PIC 9(09).
           05  FILLER                  PIC X(01).
           05  TRC-CID                 PIC 9(05).
           05  FILLER                  PIC X(01).
           05  TRC-RUN-ID              PIC X(16).
           05  FILLER                  PIC X(01).
           05  TRC-SOURCE              PIC X(08).
           05  FILLER                  PIC X(01).
           05  TRC-DETAIL              PIC X(80).
