      *    THE PARTITION CONTROLLER MATCHES THIS AGAINST THE PARTITION
      *    IT EXPECTED THE FILE TO COME FROM BEFORE TRUSTING THE RUN.
           05  EOJ-PARTITION           PIC 9(02).
           05  FILLER                  PIC X(01).
      *    TSQL001A UNITS HIT BY A TRANSIENT (RETRYABLE) SQLCODE, AND
      *    HOW MANY OF THEM WENT THROUGH ON A RETRY INSTEAD OF BEING
      *    REJECTED. BLANK ON RECORDS FROM PROGRAMS THAT DO NOT RETRY
      *    AND ON RECORDS WRITTEN BEFORE THE FIELDS EXISTED - READERS
      *    TEST FOR NUMERIC BEFORE USING THEM.
           05  EOJ-RETRIED-COUNT       PIC 9(09).
           05  FILLER                  PIC X(01).
           05  EOJ-RECOVERED-COUNT     PIC 9(09).
