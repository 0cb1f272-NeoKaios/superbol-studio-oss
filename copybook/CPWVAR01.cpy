      *****************************************************************
      *    CPWVAR01 - TSQL023A VAULT CREDENTIAL AUDIT REPORT RECORD
      *    ONE 'REPORT' LINE STATING THE AS-OF DATE, THE ACCESS PERIOD
      *    AND THE POLICY FIGURES APPLIED, THEN ONE LINE PER FINDING:
      *      CREDENTIAL - EVERY CRED-ID, WITH ITS LAST PASSWORD CHANGE
      *                   (LAST SUCCESSFUL VLTROTAT ADD) AND AGE
      *                   AGAINST POLICY - STATUS OK, OVERDUE, OR
      *                   NO-RECORD WHEN NO ADD WAS EVER LOGGED
      *      OLD-KEY    - AN ENTRY STILL ENCRYPTED UNDER A KEY VERSION
      *                   OLDER THAN THE CURRENT ONE
      *      UNAUTH     - A PROGRAM THAT RESOLVED A CRED-ID IT IS NOT
      *                   AUTHORIZED FOR (CPWVAZ01) IN THE PERIOD
      *      FAILURES   - A PROGRAM/CRED-ID WHOSE FAILED RESOLUTIONS
      *                   (OR FAILED VLTROTAT RUNS) IN THE PERIOD
      *                   REACHED THE THRESHOLD
      *    AND ONE CLOSING 'SOURCE' LINE PER INPUT SAYING WHAT IT GAVE.
      *    DATES ARE YYYYMMDD; VAR-DATE IS THE LAST OCCURRENCE.
      *****************************************************************
       01  VAR-RECORD.
           05  VAR-SECTION             PIC X(10).
               88  VAR-SECTION-REPORT      VALUE 'REPORT'.
               88  VAR-SECTION-CREDENTIAL  VALUE 'CREDENTIAL'.
               88  VAR-SECTION-OLD-KEY     VALUE 'OLD-KEY'.
               88  VAR-SECTION-UNAUTH      VALUE 'UNAUTH'.
               88  VAR-SECTION-FAILURES    VALUE 'FAILURES'.
               88  VAR-SECTION-SOURCE      VALUE 'SOURCE'.
           05  FILLER                  PIC X(01).
           05  VAR-CRED-ID             PIC X(08).
           05  FILLER                  PIC X(01).
           05  VAR-PROGRAM             PIC X(08).
           05  FILLER                  PIC X(01).
           05  VAR-DATE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  VAR-AGE-DAYS            PIC 9(05).
           05  FILLER                  PIC X(01).
           05  VAR-KEY-VERSION         PIC 9(04).
           05  FILLER                  PIC X(01).
           05  VAR-COUNT               PIC 9(07).
           05  FILLER                  PIC X(01).
           05  VAR-STATUS              PIC X(09).
           05  FILLER                  PIC X(01).
           05  VAR-DETAIL              PIC X(80).
