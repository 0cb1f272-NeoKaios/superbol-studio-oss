      *****************************************************************
      *    CPWBKO01 - BACK-OUT DETAIL / CONFLICT REPORT RECORD
      *    ONE LINE PER TAB00_AUDIT ROW OF THE RUN BEING BACKED OUT
      *    BY TSQL018A - THE RESTORE IT TOOK (OR, IN PREVIEW MODE,
      *    WOULD TAKE) AND THE BEFORE/AFTER IMAGES INVOLVED. THE SAME
      *    LAYOUT CARRIES THE CONFLICT REPORT, WHICH HOLDS ONLY THE
      *    'HELD' LINES: CIDS A LATER RUN HAS TOUCHED SINCE, OR WHOSE
      *    LIVE TAB00 ROW NO LONGER MATCHES THE AFTER IMAGE, AND SO
      *    WERE LEFT ALONE FOR AN ANALYST TO RESOLVE.
      *****************************************************************
       01  BKO-RECORD.
           05  BKO-ACTION              PIC X(08).
               88  BKO-ACTION-REINSERT     VALUE 'REINSERT'.
               88  BKO-ACTION-DELETE       VALUE 'DELETE'.
               88  BKO-ACTION-REVERT       VALUE 'REVERT'.
               88  BKO-ACTION-HELD         VALUE 'HELD'.
           05  FILLER                  PIC X(01).
           05  BKO-CID                 PIC 9(05).
           05  FILLER                  PIC X(01).
           05  BKO-TARGET-RUN-ID       PIC X(16).
           05  FILLER                  PIC X(01).
           05  BKO-AUDIT-TS            PIC X(26).
           05  FILLER                  PIC X(01).
      *    THE TARGET RUN'S AFTER IMAGE (WHAT IS BEING TAKEN AWAY)
      *    AND BEFORE IMAGE (WHAT IS BEING PUT BACK).
           05  BKO-FROM-VCFLD          PIC X(30).
           05  FILLER                  PIC X(01).
           05  BKO-FROM-CFLD           PIC X(30).
           05  FILLER                  PIC X(01).
           05  BKO-TO-VCFLD            PIC X(30).
           05  FILLER                  PIC X(01).
           05  BKO-TO-CFLD             PIC X(30).
           05  FILLER                  PIC X(01).
      *    WHY A HELD CID WAS HELD, AND THE RUN ID THAT TOUCHED IT
      *    LATER (SPACES WHEN THE HOLD HAS ANOTHER CAUSE).
           05  BKO-REASON              PIC X(40).
           05  FILLER                  PIC X(01).
           05  BKO-LATER-RUN-ID        PIC X(16).
           05  FILLER                  PIC X(01).
           05  BKO-MODE                PIC X(01).
               88  BKO-MODE-PREVIEW        VALUE 'P'.
               88  BKO-MODE-APPLY          VALUE 'A'.
