      *    PROJECTION PASSES THE CONFIGURED BATCH-WINDOW DEADLINE, SO
      *    THE DECISION TO ADD PARTITIONS CAN BE TAKEN AT 02:00, NOT
      *    AT 05:30. ONE FILE PER PARTITION, NAMED LIKE THE
      *    CHECKPOINT FILES, HOLDING ONLY THE LATEST HEARTBEAT. A RUN
      *    THAT COMPLETES ALSO APPENDS ITS FINAL HEARTBEAT TO THE
      *    RETAINED HEARTBEAT HISTORY (SAME LAYOUT), WHICH IS WHERE
      *    THE TSQL025A MONTHLY REPORT MEASURES HOW CLOSE EACH RUN
      *    CAME TO THE DEADLINE.
      *****************************************************************
       01  HBT-RECORD.
           05  HBT-PROGRAM             PIC X(08).
               88  HBT-PAST-DEADLINE       VALUE 'Y'.
           05  FILLER                  PIC X(01).
           05  HBT-TIMESTAMP           PIC X(26).
           05  FILLER                  PIC X(01).
      *    THE BATCH-WINDOW DEADLINE THE RUN WAS MEASURED AGAINST,
      *    YYYYMMDDHHMMSS, OR SPACES WHEN NONE WAS CONFIGURED.
           05  HBT-DEADLINE            PIC X(14).
