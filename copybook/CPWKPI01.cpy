      *****************************************************************
      *    CPWKPI01 - TSQL025A MONTHLY OPERATIONS KPI REPORT LINE
      *    ONE 'REPORT' LINE NAMING THE RUN, 'PARM' LINES FOR THE
      *    MONTH AND TOLERANCES JUDGED BY, ONE 'SOURCE' LINE PER
      *    RETAINED FILE READ (HOW MUCH OF IT FELL IN THE WINDOW AND
      *    HOW FAR BACK IT GOES), THEN ONE 'METRIC' LINE PER FIGURE:
      *    THE REPORT MONTH, THE MONTH BEFORE, AND THE AVERAGE OVER
      *    THE TWELVE MONTHS BEFORE IT (OR AS MANY OF THEM AS THE
      *    SOURCE REACHES BACK TO - AVG-MONTHS), EACH AS A WHOLE
      *    NUMBER. THE PERCENT COLUMNS ARE THE REPORT MONTH AS A
      *    PERCENTAGE OF THE PREVIOUS MONTH AND OF THE AVERAGE (100 =
      *    UNCHANGED, ZERO WHEN THERE IS NOTHING TO COMPARE WITH).
      *    'MOVED' MARKS A METRIC OUTSIDE TOLERANCE, WITH THE
      *    COMPARISON THAT TRIPPED IT IN THE DETAIL. 'RUN' LINES LIST
      *    EACH TSQL001A RUN OF THE MONTH AGAINST ITS BATCH-WINDOW
      *    DEADLINE (CURRENT = MINUTES INSIDE OR PAST IT), AND
      *    'SUMMARY' COUNT LINES CLOSE THE REPORT.
      *****************************************************************
       01  KPI-RECORD.
           05  KPI-LINE-TYPE           PIC X(08).
               88  KPI-LINE-REPORT         VALUE 'REPORT'.
               88  KPI-LINE-PARM           VALUE 'PARM'.
               88  KPI-LINE-SOURCE         VALUE 'SOURCE'.
               88  KPI-LINE-METRIC         VALUE 'METRIC'.
               88  KPI-LINE-RUN            VALUE 'RUN'.
               88  KPI-LINE-SUMMARY        VALUE 'SUMMARY'.
           05  FILLER                  PIC X(01).
           05  KPI-SECTION             PIC X(08).
           05  FILLER                  PIC X(01).
           05  KPI-LABEL               PIC X(44).
           05  FILLER                  PIC X(01).
           05  KPI-CURRENT             PIC 9(09).
           05  FILLER                  PIC X(01).
           05  KPI-PREVIOUS            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  KPI-AVERAGE             PIC 9(09).
           05  FILLER                  PIC X(01).
           05  KPI-AVG-MONTHS          PIC 9(02).
           05  FILLER                  PIC X(01).
           05  KPI-PREV-PCT            PIC 9(05).
           05  FILLER                  PIC X(01).
           05  KPI-AVG-PCT             PIC 9(05).
           05  FILLER                  PIC X(01).
           05  KPI-FLAG                PIC X(05).
               88  KPI-FLAG-MOVED          VALUE 'MOVED'.
           05  FILLER                  PIC X(01).
           05  KPI-DETAIL              PIC X(26).
