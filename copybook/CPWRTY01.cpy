      *****************************************************************
      *    CPWRTY01 - RETRYABLE SQLCODE TABLE RECORD
      *    ONE RECORD PER NEGATIVE SQLCODE THE DBAS HAVE AGREED IS
      *    TRANSIENT - A DEADLOCK, A LOCK TIMEOUT, A CONNECTION
      *    DROPPED DURING MAINTENANCE - RATHER THAN SOMETHING WRONG
      *    WITH THE DATA. TSQL001A LOADS THE TABLE AT STARTUP; A UNIT
      *    HIT BY ONE OF THESE CODES IS ROLLED BACK TO THE LAST
      *    CHECKPOINT AND RETRIED INSTEAD OF BEING REJECTED INTO THE
      *    TSQL004A RECYCLE. A CODE NOT IN THE TABLE IS STILL AN
      *    IMMEDIATE REJECT. THE SQLCODE IS KEYED WITH ITS SIGN IN
      *    FRONT (-000000911). ACTION:
      *      R - RETRY ON THE SAME CONNECTION (BLANK MEANS R)
      *      C - THE CONNECTION IS GONE - RECONNECT THROUGH THE VAULT
      *          BEFORE RETRYING
      *****************************************************************
       01  RTY-RECORD.
           05  RTY-SQLCODE             PIC S9(09)
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(01).
           05  RTY-ACTION              PIC X(01).
               88  RTY-ACTION-RETRY        VALUE 'R' ' '.
               88  RTY-ACTION-RECONNECT    VALUE 'C'.
           05  FILLER                  PIC X(01).
           05  RTY-DESCRIPTION         PIC X(40).
