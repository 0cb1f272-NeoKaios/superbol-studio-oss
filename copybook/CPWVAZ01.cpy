      *****************************************************************
      *    CPWVAZ01 - VAULT CREDENTIAL AUTHORIZATION RECORD
      *    ONE RECORD PER PROGRAM/CRED-ID PAIR SECURITY HAS AGREED MAY
      *    RESOLVE THAT CREDENTIAL THROUGH VLT001A. THE TSQL023A
      *    CREDENTIAL AUDIT REPORTS EVERY LOGGED RESOLUTION (WHETHER
      *    IT SUCCEEDED OR NOT) BY A PAIR THAT IS NOT ON THIS TABLE.
      *****************************************************************
       01  VAZ-RECORD.
           05  VAZ-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(01).
           05  VAZ-CRED-ID             PIC X(08).
