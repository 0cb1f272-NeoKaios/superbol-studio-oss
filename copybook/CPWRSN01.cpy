      *****************************************************************
      *    CPWRSN01 - TAB00 MANUAL CORRECTION REASON CODE RECORD
      *    ONE RECORD PER REASON CODE THE BUSINESS ACCEPTS FOR A
      *    MANUAL TAB00 FIX. TSQL022A LOADS THE TABLE AT STARTUP AND
      *    WILL NOT HOLD A REQUEST UNDER A CODE THAT IS NOT ON IT, SO
      *    EVERY MANUAL AUDIT ROW CARRIES A REASON SOMEBODY AGREED TO
      *    IN ADVANCE.
      *****************************************************************
       01  RSN-RECORD.
           05  RSN-CODE                PIC X(04).
           05  FILLER                  PIC X(01).
           05  RSN-DESCRIPTION         PIC X(40).
