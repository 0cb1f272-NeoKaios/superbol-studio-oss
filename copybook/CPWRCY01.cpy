               10  RCY-CFLD2           PIC X(30).
               10  FILLER              PIC X(01).
               10  RCY-TRANS-CODE      PIC X(01).
               10  FILLER              PIC X(01).
               10  RCY-EFF-DATE        PIC X(08).
           05  FILLER                  PIC X(01).
           05  RCY-ATTEMPT-COUNT       PIC 9(02).
           05  FILLER                  PIC X(01).
