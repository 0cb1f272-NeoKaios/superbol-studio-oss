      *****************************************************************
      *    CPWNET01 - TSQL009A SAME-CID CONFLICT REPORT RECORD
      *    ONE LINE PER FEED DETAIL IN A SET THAT TOUCHES THE SAME CID
      *    MORE THAN ONCE FOR THE SAME EFFECTIVE DATE, WRITTEN BEFORE
      *    THE DRIVING FILE IS. THE ACTION SAYS WHAT BECAME OF THE
      *    DETAIL:
      *      KEPT    - THE ONE SURVIVING RECORD OF A NETTED SET (AN ADD
      *                NOW CARRYING THE LAST CHANGE'S VALUES, OR THE
      *                LAST CHANGE/DELETE OF A RUN OF CHANGES)
      *      NETTED  - ABSORBED INTO THE KEPT RECORD
      *      NO-OP   - PART OF AN ADD THAT WAS DELETED AGAIN; NOTHING
      *                GOES TO TSQL001A
      *      HELD    - PART OF A CONTRADICTORY SET; THE WHOLE SET IS
      *                KEPT OFF THE DRIVING FILE FOR AN ANALYST
      *    THE FULL DRIVING RECORD IS CARRIED SO A HELD SET CAN BE
      *    CORRECTED AND RESUBMITTED FROM THE REPORT ALONE.
      *****************************************************************
       01  NET-RECORD.
           05  NET-ACTION              PIC X(06).
               88  NET-ACTION-KEPT         VALUE 'KEPT'.
               88  NET-ACTION-NETTED       VALUE 'NETTED'.
               88  NET-ACTION-NO-OP        VALUE 'NO-OP'.
               88  NET-ACTION-HELD         VALUE 'HELD'.
           05  FILLER                  PIC X(01).
           05  NET-CID                 PIC 9(05).
           05  FILLER                  PIC X(01).
      *    NUMBER OF DETAILS IN THE SET AND THE TRANSACTION CODES OF
      *    THE SET IN REFNR ORDER (A BLANK LEGACY CODE SHOWN AS 'A').
      *    A SET OF MORE THAN 12 SHOWS ITS FIRST 11 CODES AND '+' -
      *    EVERY MEMBER'S OWN CODE IS STILL ON ITS LINE IN THE IMAGE.
           05  NET-SET-SIZE            PIC ZZZ9.
           05  FILLER                  PIC X(01).
           05  NET-SET-CODES           PIC X(12).
           05  FILLER                  PIC X(01).
      *    THE REFNR THE SET RESOLVED TO (ZERO WHEN NOTHING SURVIVES).
           05  NET-RESULT-REFNR        PIC 9(09).
           05  FILLER                  PIC X(01).
           05  NET-REASON              PIC X(34).
           05  FILLER                  PIC X(01).
           05  NET-DRV-IMAGE           PIC X(88).
