      *  PER REGIONAL RUN CARRYING THE RUN ACCUMULATORS AND
      *  THE FEED-SIDE RECONCILIATION TOTALS, THEN ONE 'B'
      *  RECORD PER BRANCH TABLE SLOT AND ONE 'T' RECORD
      *  PER TELLER TABLE SLOT.  A 'C' RECORD CARRIES THE
      *  ITEMS THE STREAM TURNED AWAY FOR A BRANCH THAT IS
      *  CLOSED ON THE MASTER, SO THE CONSOLIDATION CAN
      *  REPORT ACTIVITY POSTED AFTER A CLOSE DATE.  AN 'F'
      *  RECORD FOLLOWS THE 'B' RECORD OF A BRANCH THAT
      *  EARNED OR PAID ANY FEES, CARRYING ITS FEE INCOME
      *  AND EXPENSE BY CHANNEL.  THE REGIONAL PARTIAL FILES
      *  ARE CONCATENATED AS BRCONSOL'S INPUT.  THE 'S'
      *  SUMMARY ALSO CARRIES HOW MANY CATEGORY/CHANNEL PAIRS
      *  THE FEE SCHEDULE PRICED FOR THE DAY, FOR THE FEE
      *  SECTION TITLES.
      *****************************************************
       01  PARTIAL-TOTALS-RECORD.
           05  PL-RECORD-TYPE          PIC X(1).
               88  PL-IS-SUMMARY            VALUE 'S'.
               88  PL-IS-BRANCH             VALUE 'B'.
               88  PL-IS-TELLER             VALUE 'T'.
               88  PL-IS-CLOSED-ACTIVITY    VALUE 'C'.
               88  PL-IS-FEE                VALUE 'F'.
           05  PL-REGION-CODE          PIC X(2).
           05  PL-BRANCH-DATA.
               10  PL-B-CODE               PIC X(4).
               10  PL-S-FEED-COUNT         PIC 9(7).
               10  PL-S-FEED-TOTAL         PIC S9(9).
               10  PL-S-FEED-AMOUNT        PIC S9(11)V99 COMP-3.
               10  PL-S-FEE-PAIRS          PIC 9(1).
               10  FILLER                  PIC X(18).
           05  PL-TELLER-DATA REDEFINES PL-BRANCH-DATA.
               10  PL-T-BRANCH             PIC X(4).
               10  PL-T-TELLER             PIC X(4).
               10  PL-T-AMT                PIC S9(9)V99 COMP-3.
               10  PL-T-AMT-CASH           PIC S9(9)V99 COMP-3.
               10  FILLER                  PIC X(80).
           05  PL-CLOSED-DATA REDEFINES PL-BRANCH-DATA.
               10  PL-C-BRANCH             PIC X(4).
               10  PL-C-ITEMS              PIC 9(5).
               10  FILLER                  PIC X(116).
           05  PL-FEE-DATA REDEFINES PL-BRANCH-DATA.
               10  PL-F-CODE               PIC X(4).
               10  PL-F-INCOME             PIC S9(9)V99 COMP-3
                                           OCCURS 3 TIMES.
               10  PL-F-EXPENSE            PIC S9(9)V99 COMP-3
                                           OCCURS 3 TIMES.
               10  FILLER                  PIC X(85).
           05  FILLER                  PIC X(4).
