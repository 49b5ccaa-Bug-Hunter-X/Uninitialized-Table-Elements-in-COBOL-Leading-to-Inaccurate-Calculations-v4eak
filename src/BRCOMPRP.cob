       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCOMPRP.
      *****************************************************
      *  BRCOMPRP - BRANCH COMPARATIVE REPORT
      *
      *  PRIORTOT ONLY REMEMBERS YESTERDAY AND BRHISTDB ONLY
      *  THE CURRENT WEEK AND MONTH, SO "HOW DID THIS BRANCH
      *  DO AGAINST THE SAME DAY LAST YEAR" USED TO BE
      *  UNANSWERABLE.  THIS RUN READS THE DAY-GRAIN LEDGER
      *  (BRLEDGER) AND SETS EACH BRANCH'S BUSINESS DATE
      *  BESIDE:
      *      - THE SAME DAY LAST WEEK (7 DAYS BACK)
      *      - THE SAME DAY LAST YEAR (364 DAYS BACK, SO THE
      *        WEEKDAY MATCHES - A MONDAY IS NEVER SET
      *        AGAINST A SUNDAY)
      *      - QUARTER-TO-DATE AGAINST THE SAME STRETCH OF
      *        THE PRIOR YEAR'S QUARTER, BY CALENDAR DATE
      *        (29 FEBRUARY COMPARES TO 28 FEBRUARY)
      *  NET COUNT AND NET BASE AMOUNT (GROSS LESS
      *  REVERSALS) PRINT FOR EVERY BRANCH, GROUPED BY ITS
      *  CURRENT MASTER REGION WITH REGION SUBTOTALS AND A
      *  COMPANY TOTAL.  THE DATE IS THE LAST PROCESSED
      *  BUSINESS DATE ON DATECTL UNLESS COMPARE-DATE ON THE
      *  RUNPARM CARD NAMES ANOTHER.  A CLOSED BRANCH STILL
      *  PRINTS WHILE IT HAS LEDGER DAYS IN ANY COLUMN.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATEC-STATUS.

           SELECT MASTER-FILE ASSIGN TO "BRMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "BRLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRCMPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRPARM.

       FD  DATE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRDATEC.

       FD  MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRMSTR.

       FD  LEDGER-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRLEDGR.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS OMITTED.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS              PIC X(2).
           05  WS-DATEC-STATUS             PIC X(2).
           05  WS-MASTER-STATUS            PIC X(2).
           05  WS-LEDGER-STATUS            PIC X(2).
           05  WS-RPT-STATUS               PIC X(2).

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW              PIC X VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-MASTER-EOF-SW            PIC X VALUE 'N'.
               88  WS-MASTER-EOF                 VALUE 'Y'.
           05  WS-SCAN-EOF-SW              PIC X VALUE 'N'.
               88  WS-SCAN-EOF                   VALUE 'Y'.
           05  WS-RGN-FOUND-SW             PIC X VALUE 'N'.
               88  WS-RGN-FOUND                  VALUE 'Y'.
           05  WS-SWAPPED-SW               PIC X VALUE 'N'.
               88  WS-SWAPPED                    VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-BR-MAX-ENTRIES           PIC 9(5) VALUE 500.
           05  WS-RGN-MAX-ENTRIES          PIC 9(3) VALUE 100.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.

      *****************************************************
      *  THE FIVE COMPARISON WINDOWS, EACH A FROM/TO DATE
      *  RANGE OVER THE LEDGER:
      *      1 BUSINESS DATE        2 SAME DAY LAST WEEK
      *      3 SAME DAY LAST YEAR   4 QUARTER TO DATE
      *      5 PRIOR YEAR QUARTER TO DATE
      *****************************************************
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 5 TIMES.
               10  WS-WIN-FROM             PIC 9(8).
               10  WS-WIN-TO               PIC 9(8).

      *****************************************************
      *  THE BRANCH MASTER IN CODE ORDER, EACH ENTRY
      *  CARRYING ITS NET COUNT AND AMOUNT PER WINDOW.
      *****************************************************
       01  WS-MASTER-TABLE.
           05  WS-MASTER-COUNT             PIC 9(5) VALUE 0.
           05  WS-MASTER-ENTRY OCCURS 500 TIMES.
               10  WS-MST-CODE             PIC X(4).
               10  WS-MST-NAME             PIC X(20).
               10  WS-MST-REGION           PIC X(2).
               10  WS-MST-STATUS           PIC X(1).
                   88  WS-MST-IS-OPEN           VALUE 'O'.
               10  WS-MST-LEDGER-SW        PIC X(1).
                   88  WS-MST-HAS-LEDGER        VALUE 'Y'.
               10  WS-MST-CNT              PIC S9(9)
                                           OCCURS 5 TIMES.
               10  WS-MST-AMT              PIC S9(13)V99
                                           OCCURS 5 TIMES.

       01  WS-REGION-TABLE.
           05  WS-REGION-COUNT             PIC 9(3) VALUE 0.
           05  WS-RGN-CODE                 PIC X(2)
                                           OCCURS 100 TIMES.

      *****************************************************
      *  SUBTOTAL ACCUMULATORS - ONE SET FOR THE REGION
      *  BEING PRINTED AND ONE FOR THE COMPANY.
      *****************************************************
       01  WS-TOTALS.
           05  WS-RGN-CNT                  PIC S9(11)
                                           OCCURS 5 TIMES.
           05  WS-RGN-AMT                  PIC S9(13)V99
                                           OCCURS 5 TIMES.
           05  WS-CO-CNT                   PIC S9(11)
                                           OCCURS 5 TIMES.
           05  WS-CO-AMT                   PIC S9(13)V99
                                           OCCURS 5 TIMES.

      *****************************************************
      *  ONE PAIR OF PRINT FIGURES - THE LINE BEING BUILT,
      *  WHETHER FOR A BRANCH, A REGION OR THE COMPANY.
      *****************************************************
       01  WS-PRINT-FIGURES.
           05  WS-PF-CNT                   PIC S9(11)
                                           OCCURS 5 TIMES.
           05  WS-PF-AMT                   PIC S9(13)V99
                                           OCCURS 5 TIMES.

       01  WS-WORK-FIELDS.
           05  WS-REPORT-DATE              PIC 9(8) VALUE 0.
           05  WS-REPORT-DATE-PARTS REDEFINES WS-REPORT-DATE.
               10  WS-RD-YEAR              PIC 9(4).
               10  WS-RD-MONTH             PIC 9(2).
               10  WS-RD-DAY               PIC 9(2).
           05  WS-COMPARE-DATE-PARM        PIC 9(8) VALUE 0.
           05  WS-WORK-DATE                PIC 9(8) VALUE 0.
           05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WD-YEAR              PIC 9(4).
               10  WS-WD-MONTH             PIC 9(2).
               10  WS-WD-DAY               PIC 9(2).
           05  WS-DAYNUM                   PIC 9(9) VALUE 0.
           05  WS-QTR-INDEX                PIC 9(1) VALUE 0.
           05  WS-MST-INDEX                PIC 9(5) VALUE 0.
           05  WS-RGN-INDEX                PIC 9(3) VALUE 0.
           05  WS-RGN-INNER                PIC 9(3) VALUE 0.
           05  WS-RGN-SWAP                 PIC X(2) VALUE SPACES.
           05  WS-WIN-SUB                  PIC 9(1) VALUE 0.
           05  WS-LEDGER-READ              PIC 9(9) VALUE 0.
           05  WS-BRANCHES-REPORTED        PIC 9(5) VALUE 0.
           05  WS-PCT-CURRENT              PIC S9(13)V99 VALUE 0.
           05  WS-PCT-BASE                 PIC S9(13)V99 VALUE 0.
           05  WS-PCT-WORK                 PIC S9(5)V9 VALUE 0.
           05  WS-PCT-EDIT                 PIC -(4)9.9.
           05  WS-PCT-TEXT                 PIC X(7) VALUE SPACES.
           05  WS-REPORT-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.

       01  WS-RPT-HDR-1.
           05  FILLER                      PIC X(10)
                   VALUE 'BRCOMPRP -'.
           05  FILLER                      PIC X(22)
                   VALUE ' BRANCH COMPARATIVE'.
           05  FILLER                      PIC X(15)
                   VALUE 'BUSINESS DATE: '.
           05  WS-HDR-REPORT-DATE          PIC 9999/99/99.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NO              PIC ZZ9.

       01  WS-RPT-HDR-3.
           05  FILLER                      PIC X(11)
                   VALUE 'LAST WEEK: '.
           05  WS-HDR3-LAST-WEEK           PIC 9999/99/99.
           05  FILLER                      PIC X(13)
                   VALUE '  LAST YEAR: '.
           05  WS-HDR3-LAST-YEAR           PIC 9999/99/99.
           05  FILLER                      PIC X(8)
                   VALUE '  QTD: '.
           05  WS-HDR3-QTD-FROM            PIC 9999/99/99.
           05  FILLER                      PIC X(4) VALUE ' TO '.
           05  WS-HDR3-QTD-TO              PIC 9999/99/99.
           05  FILLER                      PIC X(17)
                   VALUE '  PRIOR YR QTD: '.
           05  WS-HDR3-PQTD-FROM           PIC 9999/99/99.
           05  FILLER                      PIC X(4) VALUE ' TO '.
           05  WS-HDR3-PQTD-TO             PIC 9999/99/99.

       01  WS-RPT-HDR-2.
           05  FILLER                      PIC X(6)  VALUE 'BRANCH'.
           05  FILLER                      PIC X(21)
                   VALUE ' NAME'.
           05  FILLER                      PIC X(6)  VALUE 'FIGURE'.
           05  FILLER                      PIC X(15)
                   VALUE '          TODAY'.
           05  FILLER                      PIC X(15)
                   VALUE '      LAST WEEK'.
           05  FILLER                      PIC X(8)
                   VALUE '    CHG%'.
           05  FILLER                      PIC X(15)
                   VALUE '      LAST YEAR'.
           05  FILLER                      PIC X(8)
                   VALUE '    CHG%'.
           05  FILLER                      PIC X(15)
                   VALUE '            QTD'.
           05  FILLER                      PIC X(15)
                   VALUE '   PRIOR YR QTD'.
           05  FILLER                      PIC X(8)
                   VALUE '    CHG%'.

       01  WS-RGN-GROUP-HDR.
           05  FILLER                      PIC X(8)
                   VALUE 'REGION: '.
           05  WS-RGH-REGION               PIC X(2).

       01  WS-COUNT-LINE.
           05  WS-CL-BRANCH                PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CL-NAME                  PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-FIGURE                PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-TODAY                 PIC -(13)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-LAST-WEEK             PIC -(13)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-WEEK-PCT              PIC X(7).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-LAST-YEAR             PIC -(13)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-YEAR-PCT              PIC X(7).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-QTD                   PIC -(13)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-PRIOR-QTD             PIC -(13)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-QTD-PCT               PIC X(7).

       01  WS-AMOUNT-LINE.
           05  FILLER                      PIC X(27) VALUE SPACES.
           05  WS-AL-FIGURE                PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-TODAY                 PIC -(10)9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-LAST-WEEK             PIC -(10)9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-WEEK-PCT              PIC X(7).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-LAST-YEAR             PIC -(10)9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-YEAR-PCT              PIC X(7).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-QTD                   PIC -(10)9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-PRIOR-QTD             PIC -(10)9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-QTD-PCT               PIC X(7).

       01  WS-RPT-SUMMARY-1.
           05  FILLER                      PIC X(20)
                   VALUE 'BRANCHES REPORTED: '.
           05  WS-RS-BRANCHES              PIC ZZZZ9.
           05  FILLER                      PIC X(23)
                   VALUE '  LEDGER RECORDS READ: '.
           05  WS-RS-LEDGER                PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GATHER-ALL-BRANCHES
           PERFORM 3000-BUILD-REGION-LIST
           PERFORM 4000-PRINT-ALL-REGIONS
           PERFORM 5000-PRINT-COMPANY-TOTAL
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-READ-RUN-PARAMETERS.

           IF WS-COMPARE-DATE-PARM NOT = 0
               MOVE WS-COMPARE-DATE-PARM TO WS-REPORT-DATE
           ELSE
               OPEN INPUT DATE-CONTROL-FILE
               IF WS-DATEC-STATUS = '00'
                   READ DATE-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DC-LAST-RUN-DATE TO WS-REPORT-DATE
                   END-READ
                   CLOSE DATE-CONTROL-FILE
               END-IF
           END-IF.
           IF WS-REPORT-DATE = 0
               DISPLAY 'BRCOMPRP - NO BUSINESS DATE ON DATECTL '
                   'AND NO COMPARE-DATE PARAMETER'
               STOP RUN
           END-IF.

           PERFORM 1100-SET-COMPARISON-WINDOWS.
           PERFORM 1200-LOAD-BRANCH-MASTER.

           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'BRCOMPRP - CANNOT OPEN DAY LEDGER, '
                   'STATUS=' WS-LEDGER-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BRCOMPRP - CANNOT OPEN REPORT FILE, '
                   'STATUS=' WS-RPT-STATUS
               STOP RUN
           END-IF.
           PERFORM 7050-PRINT-REPORT-HEADERS.

      *****************************************************
      *  LAST WEEK AND LAST YEAR ARE WHOLE WEEKS BACK SO THE
      *  WEEKDAY MATCHES.  THE QUARTER WINDOWS RUN FROM THE
      *  FIRST OF THE QUARTER TO THE BUSINESS DATE, AND
      *  FROM THE SAME QUARTER START A YEAR EARLIER TO THE
      *  SAME CALENDAR DATE A YEAR EARLIER.
      *****************************************************
       1100-SET-COMPARISON-WINDOWS.
           MOVE WS-REPORT-DATE TO WS-WIN-FROM(1).
           MOVE WS-REPORT-DATE TO WS-WIN-TO(1).

           COMPUTE WS-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 7.
           COMPUTE WS-WIN-FROM(2) =
               FUNCTION DATE-OF-INTEGER(WS-DAYNUM).
           MOVE WS-WIN-FROM(2) TO WS-WIN-TO(2).

           COMPUTE WS-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 364.
           COMPUTE WS-WIN-FROM(3) =
               FUNCTION DATE-OF-INTEGER(WS-DAYNUM).
           MOVE WS-WIN-FROM(3) TO WS-WIN-TO(3).

           COMPUTE WS-QTR-INDEX = (WS-RD-MONTH - 1) / 3.
           MOVE WS-RD-YEAR TO WS-WD-YEAR.
           COMPUTE WS-WD-MONTH = WS-QTR-INDEX * 3 + 1.
           MOVE 1 TO WS-WD-DAY.
           MOVE WS-WORK-DATE TO WS-WIN-FROM(4).
           MOVE WS-REPORT-DATE TO WS-WIN-TO(4).

           SUBTRACT 1 FROM WS-WD-YEAR.
           MOVE WS-WORK-DATE TO WS-WIN-FROM(5).
           MOVE WS-REPORT-DATE TO WS-WORK-DATE.
           SUBTRACT 1 FROM WS-WD-YEAR.
           IF WS-WD-MONTH = 2 AND WS-WD-DAY = 29
               MOVE 28 TO WS-WD-DAY
           END-IF.
           MOVE WS-WORK-DATE TO WS-WIN-TO(5).

       1200-LOAD-BRANCH-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'BRCOMPRP - CANNOT OPEN BRANCH MASTER, '
                   'STATUS=' WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-EOF
               READ MASTER-FILE
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-STORE-ONE-MASTER-ENTRY
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

       1210-STORE-ONE-MASTER-ENTRY.
           IF WS-MASTER-COUNT >= WS-BR-MAX-ENTRIES
               DISPLAY 'BRCOMPRP - BRANCH TABLE FULL, BRANCH '
                   'NOT REPORTED: ' BM-BRANCH-CODE
           ELSE
               ADD 1 TO WS-MASTER-COUNT
               MOVE BM-BRANCH-CODE TO WS-MST-CODE(WS-MASTER-COUNT)
               MOVE BM-BRANCH-NAME TO WS-MST-NAME(WS-MASTER-COUNT)
               MOVE BM-REGION-CODE
                   TO WS-MST-REGION(WS-MASTER-COUNT)
               MOVE BM-STATUS TO WS-MST-STATUS(WS-MASTER-COUNT)
               MOVE 'N' TO WS-MST-LEDGER-SW(WS-MASTER-COUNT)
               PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > 5
                   MOVE 0 TO WS-MST-CNT(WS-MASTER-COUNT WS-WIN-SUB)
                   MOVE 0 TO WS-MST-AMT(WS-MASTER-COUNT WS-WIN-SUB)
               END-PERFORM
           END-IF.

       1300-READ-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'BRCOMPRP - NO RUN PARAMETER FILE, '
                   'USING COMPILED DEFAULTS'
           ELSE
               PERFORM UNTIL WS-PARM-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM 1310-APPLY-ONE-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1310-APPLY-ONE-PARAMETER.
           EVALUATE RP-KEYWORD
               WHEN 'COMPARE-DATE'
                   IF RP-VALUE(1:8) IS NUMERIC
                       AND RP-VALUE(5:2) >= '01'
                       AND RP-VALUE(5:2) <= '12'
                       AND RP-VALUE(7:2) >= '01'
                       AND RP-VALUE(7:2) <= '31'
                       MOVE RP-VALUE(1:8) TO WS-COMPARE-DATE-PARM
                   ELSE
                       DISPLAY 'BRCOMPRP - BAD COMPARE-DATE '
                           'PARAMETER IGNORED: ' RP-VALUE(1:8)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      *  EACH BRANCH'S FIVE WINDOWS ARE SUMMED STRAIGHT OFF
      *  THE LEDGER - POSITION ON BRANCH + WINDOW START AND
      *  READ FORWARD UNTIL THE BRANCH CHANGES OR THE WINDOW
      *  ENDS.
      *****************************************************
       2000-GATHER-ALL-BRANCHES.
           PERFORM VARYING WS-MST-INDEX FROM 1 BY 1
               UNTIL WS-MST-INDEX > WS-MASTER-COUNT
               PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
                   UNTIL WS-WIN-SUB > 5
                   PERFORM 2100-SUM-ONE-WINDOW
               END-PERFORM
           END-PERFORM.
           CLOSE LEDGER-FILE.

       2100-SUM-ONE-WINDOW.
           MOVE WS-MST-CODE(WS-MST-INDEX) TO LG-BRANCH-CODE.
           MOVE WS-WIN-FROM(WS-WIN-SUB) TO LG-BUSINESS-DATE.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START LEDGER-FILE KEY IS NOT LESS THAN LG-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF LG-BRANCH-CODE NOT = WS-MST-CODE(WS-MST-INDEX)
                           OR LG-BUSINESS-DATE > WS-WIN-TO(WS-WIN-SUB)
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM 2110-ADD-ONE-LEDGER-DAY
                       END-IF
               END-READ
           END-PERFORM.

       2110-ADD-ONE-LEDGER-DAY.
           ADD 1 TO WS-LEDGER-READ.
           SET WS-MST-HAS-LEDGER(WS-MST-INDEX) TO TRUE.
           COMPUTE WS-MST-CNT(WS-MST-INDEX WS-WIN-SUB) =
               WS-MST-CNT(WS-MST-INDEX WS-WIN-SUB)
               + LG-SUM - LG-REV-SUM.
           COMPUTE WS-MST-AMT(WS-MST-INDEX WS-WIN-SUB) =
               WS-MST-AMT(WS-MST-INDEX WS-WIN-SUB)
               + LG-AMT - LG-REV-AMT.

      *****************************************************
      *  THE DISTINCT REGIONS OF THE BRANCHES THAT WILL
      *  PRINT, IN REGION CODE ORDER.
      *****************************************************
       3000-BUILD-REGION-LIST.
           PERFORM VARYING WS-MST-INDEX FROM 1 BY 1
               UNTIL WS-MST-INDEX > WS-MASTER-COUNT
               IF WS-MST-IS-OPEN(WS-MST-INDEX)
                   OR WS-MST-HAS-LEDGER(WS-MST-INDEX)
                   PERFORM 3100-ADD-REGION-IF-NEW
               END-IF
           END-PERFORM.
           PERFORM 3200-SORT-REGION-LIST.

       3100-ADD-REGION-IF-NEW.
           MOVE 'N' TO WS-RGN-FOUND-SW.
           PERFORM VARYING WS-RGN-INDEX FROM 1 BY 1
               UNTIL WS-RGN-INDEX > WS-REGION-COUNT
                   OR WS-RGN-FOUND
               IF WS-RGN-CODE(WS-RGN-INDEX)
                   = WS-MST-REGION(WS-MST-INDEX)
                   SET WS-RGN-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-RGN-FOUND
               IF WS-REGION-COUNT >= WS-RGN-MAX-ENTRIES
                   DISPLAY 'BRCOMPRP - REGION TABLE FULL, REGION '
                       'NOT REPORTED: ' WS-MST-REGION(WS-MST-INDEX)
               ELSE
                   ADD 1 TO WS-REGION-COUNT
                   MOVE WS-MST-REGION(WS-MST-INDEX)
                       TO WS-RGN-CODE(WS-REGION-COUNT)
               END-IF
           END-IF.

       3200-SORT-REGION-LIST.
           SET WS-SWAPPED TO TRUE.
           PERFORM UNTIL NOT WS-SWAPPED
               MOVE 'N' TO WS-SWAPPED-SW
               PERFORM VARYING WS-RGN-INDEX FROM 1 BY 1
                   UNTIL WS-RGN-INDEX >= WS-REGION-COUNT
                   COMPUTE WS-RGN-INNER = WS-RGN-INDEX + 1
                   IF WS-RGN-CODE(WS-RGN-INDEX)
                       > WS-RGN-CODE(WS-RGN-INNER)
                       MOVE WS-RGN-CODE(WS-RGN-INDEX)
                           TO WS-RGN-SWAP
                       MOVE WS-RGN-CODE(WS-RGN-INNER)
                           TO WS-RGN-CODE(WS-RGN-INDEX)
                       MOVE WS-RGN-SWAP
                           TO WS-RGN-CODE(WS-RGN-INNER)
                       SET WS-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-PRINT-ALL-REGIONS.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 5
               MOVE 0 TO WS-CO-CNT(WS-WIN-SUB)
               MOVE 0 TO WS-CO-AMT(WS-WIN-SUB)
           END-PERFORM.
           PERFORM VARYING WS-RGN-INDEX FROM 1 BY 1
               UNTIL WS-RGN-INDEX > WS-REGION-COUNT
               PERFORM 4100-PRINT-ONE-REGION
           END-PERFORM.

       4100-PRINT-ONE-REGION.
           IF WS-REPORT-LINE-COUNT + 4 > WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE WS-RGN-CODE(WS-RGN-INDEX) TO WS-RGH-REGION.
           WRITE RPT-LINE FROM WS-RGN-GROUP-HDR
               AFTER ADVANCING 2.
           ADD 2 TO WS-REPORT-LINE-COUNT.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 5
               MOVE 0 TO WS-RGN-CNT(WS-WIN-SUB)
               MOVE 0 TO WS-RGN-AMT(WS-WIN-SUB)
           END-PERFORM.
           PERFORM VARYING WS-MST-INDEX FROM 1 BY 1
               UNTIL WS-MST-INDEX > WS-MASTER-COUNT
               IF WS-MST-REGION(WS-MST-INDEX)
                   = WS-RGN-CODE(WS-RGN-INDEX)
                   AND (WS-MST-IS-OPEN(WS-MST-INDEX)
                       OR WS-MST-HAS-LEDGER(WS-MST-INDEX))
                   PERFORM 4200-PRINT-ONE-BRANCH
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 5
               MOVE WS-RGN-CNT(WS-WIN-SUB) TO WS-PF-CNT(WS-WIN-SUB)
               MOVE WS-RGN-AMT(WS-WIN-SUB) TO WS-PF-AMT(WS-WIN-SUB)
               ADD WS-RGN-CNT(WS-WIN-SUB) TO WS-CO-CNT(WS-WIN-SUB)
               ADD WS-RGN-AMT(WS-WIN-SUB) TO WS-CO-AMT(WS-WIN-SUB)
           END-PERFORM.
           MOVE SPACES TO WS-CL-BRANCH.
           MOVE SPACES TO WS-CL-NAME.
           STRING 'REGION ' WS-RGN-CODE(WS-RGN-INDEX) ' TOTAL'
               DELIMITED BY SIZE INTO WS-CL-NAME.
           PERFORM 7100-PRINT-FIGURE-PAIR.

       4200-PRINT-ONE-BRANCH.
           ADD 1 TO WS-BRANCHES-REPORTED.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 5
               MOVE WS-MST-CNT(WS-MST-INDEX WS-WIN-SUB)
                   TO WS-PF-CNT(WS-WIN-SUB)
               MOVE WS-MST-AMT(WS-MST-INDEX WS-WIN-SUB)
                   TO WS-PF-AMT(WS-WIN-SUB)
               ADD WS-MST-CNT(WS-MST-INDEX WS-WIN-SUB)
                   TO WS-RGN-CNT(WS-WIN-SUB)
               ADD WS-MST-AMT(WS-MST-INDEX WS-WIN-SUB)
                   TO WS-RGN-AMT(WS-WIN-SUB)
           END-PERFORM.
           MOVE WS-MST-CODE(WS-MST-INDEX) TO WS-CL-BRANCH.
           MOVE WS-MST-NAME(WS-MST-INDEX) TO WS-CL-NAME.
           PERFORM 7100-PRINT-FIGURE-PAIR.

       5000-PRINT-COMPANY-TOTAL.
           PERFORM VARYING WS-WIN-SUB FROM 1 BY 1
               UNTIL WS-WIN-SUB > 5
               MOVE WS-CO-CNT(WS-WIN-SUB) TO WS-PF-CNT(WS-WIN-SUB)
               MOVE WS-CO-AMT(WS-WIN-SUB) TO WS-PF-AMT(WS-WIN-SUB)
           END-PERFORM.
           IF WS-REPORT-LINE-COUNT + 3 > WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.
           MOVE SPACES TO WS-CL-BRANCH.
           MOVE 'COMPANY TOTAL' TO WS-CL-NAME.
           PERFORM 7100-PRINT-FIGURE-PAIR.
           MOVE WS-BRANCHES-REPORTED TO WS-RS-BRANCHES.
           MOVE WS-LEDGER-READ TO WS-RS-LEDGER.
           WRITE RPT-LINE FROM WS-RPT-SUMMARY-1
               AFTER ADVANCING 2.

      *****************************************************
      *  PERCENT CHANGE OF THE CURRENT FIGURE OVER ITS
      *  BASE.  NO BASE MEANS NOTHING TO COMPARE AGAINST,
      *  WHICH PRINTS AS N/A RATHER THAN AS A FALSE 999.
      *****************************************************
       6000-FORMAT-PERCENT.
           IF WS-PCT-BASE = 0
               MOVE '    N/A' TO WS-PCT-TEXT
           ELSE
               COMPUTE WS-PCT-WORK ROUNDED =
                   ((WS-PCT-CURRENT - WS-PCT-BASE)
                     / WS-PCT-BASE) * 100
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-WORK
               END-COMPUTE
               MOVE WS-PCT-WORK TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-TEXT
           END-IF.

       7050-PRINT-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-REPORT-DATE TO WS-HDR-REPORT-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           WRITE RPT-LINE FROM WS-RPT-HDR-1
               AFTER ADVANCING PAGE.
           MOVE WS-WIN-FROM(2) TO WS-HDR3-LAST-WEEK.
           MOVE WS-WIN-FROM(3) TO WS-HDR3-LAST-YEAR.
           MOVE WS-WIN-FROM(4) TO WS-HDR3-QTD-FROM.
           MOVE WS-WIN-TO(4) TO WS-HDR3-QTD-TO.
           MOVE WS-WIN-FROM(5) TO WS-HDR3-PQTD-FROM.
           MOVE WS-WIN-TO(5) TO WS-HDR3-PQTD-TO.
           WRITE RPT-LINE FROM WS-RPT-HDR-3
               AFTER ADVANCING 1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1.
           WRITE RPT-LINE FROM WS-RPT-HDR-2
               AFTER ADVANCING 1.
           MOVE 0 TO WS-REPORT-LINE-COUNT.

      *****************************************************
      *  ONE COUNT LINE AND ONE AMOUNT LINE FROM THE PRINT
      *  FIGURES - BRANCH CODE AND NAME ARE ALREADY IN THE
      *  COUNT LINE.
      *****************************************************
       7100-PRINT-FIGURE-PAIR.
           IF WS-REPORT-LINE-COUNT + 2 > WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE 'COUNT' TO WS-CL-FIGURE.
           MOVE WS-PF-CNT(1) TO WS-CL-TODAY.
           MOVE WS-PF-CNT(2) TO WS-CL-LAST-WEEK.
           MOVE WS-PF-CNT(3) TO WS-CL-LAST-YEAR.
           MOVE WS-PF-CNT(4) TO WS-CL-QTD.
           MOVE WS-PF-CNT(5) TO WS-CL-PRIOR-QTD.
           MOVE WS-PF-CNT(1) TO WS-PCT-CURRENT.
           MOVE WS-PF-CNT(2) TO WS-PCT-BASE.
           PERFORM 6000-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-CL-WEEK-PCT.
           MOVE WS-PF-CNT(3) TO WS-PCT-BASE.
           PERFORM 6000-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-CL-YEAR-PCT.
           MOVE WS-PF-CNT(4) TO WS-PCT-CURRENT.
           MOVE WS-PF-CNT(5) TO WS-PCT-BASE.
           PERFORM 6000-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-CL-QTD-PCT.
           WRITE RPT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1.

           MOVE 'AMOUNT' TO WS-AL-FIGURE.
           MOVE WS-PF-AMT(1) TO WS-AL-TODAY.
           MOVE WS-PF-AMT(2) TO WS-AL-LAST-WEEK.
           MOVE WS-PF-AMT(3) TO WS-AL-LAST-YEAR.
           MOVE WS-PF-AMT(4) TO WS-AL-QTD.
           MOVE WS-PF-AMT(5) TO WS-AL-PRIOR-QTD.
           MOVE WS-PF-AMT(1) TO WS-PCT-CURRENT.
           MOVE WS-PF-AMT(2) TO WS-PCT-BASE.
           PERFORM 6000-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-AL-WEEK-PCT.
           MOVE WS-PF-AMT(3) TO WS-PCT-BASE.
           PERFORM 6000-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-AL-YEAR-PCT.
           MOVE WS-PF-AMT(4) TO WS-PCT-CURRENT.
           MOVE WS-PF-AMT(5) TO WS-PCT-BASE.
           PERFORM 6000-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-AL-QTD-PCT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1.
           ADD 2 TO WS-REPORT-LINE-COUNT.

       9900-TERMINATE.
           CLOSE REPORT-FILE.
           DISPLAY 'BRCOMPRP - ' WS-BRANCHES-REPORTED
               ' BRANCHES REPORTED FROM ' WS-LEDGER-READ
               ' LEDGER RECORDS'.
