      *    FLIPS THE STATUS FROM SENT TO CONFIRMED/REJECTED AND FILLS
      *    THE ACK COLUMNS, SO AN EXTRACT STILL SITTING IN 'S' PAST
      *    THE AGING THRESHOLD IS A LOAD NOBODY EVER CONFIRMED.
      *    TSQL024A REGISTERS ITS CORRECTIVE FILES AS MODE 'R' SO THEY
      *    ARE ACKNOWLEDGED THE SAME WAY; AN 'R' ENTRY CARRIES ONLY
      *    THE CIDS IT CORRECTED AND ITS HIGH-WATER FIELD IS THE TIME
      *    IT WAS CUT, SO IT IS NEVER TAKEN AS THE EXTRACT THAT
      *    DELIVERED A GIVEN TAB00 CHANGE.
      *****************************************************************
       01  XTR-RECORD.
           05  XTR-STATUS              PIC X(01).
           05  XTR-MODE                PIC X(01).
               88  XTR-MODE-DELTA          VALUE 'D'.
               88  XTR-MODE-BASELINE       VALUE 'B'.
               88  XTR-MODE-CORRECTIVE     VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  XTR-HWM                 PIC X(26).
           05  FILLER                  PIC X(01).
