       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRATTAIN.
      *****************************************************
      *  BRATTAIN - MONTH-TO-DATE TARGET ATTAINMENT REPORT
      *
      *  SETS EACH BRANCH'S MONTH-TO-DATE NET COUNT AND NET
      *  BASE AMOUNT, SUMMED FROM THE DAY LEDGER (BRLEDGER),
      *  AGAINST THE MONTH'S TARGETS ON BRTARGET: PERCENT
      *  ATTAINED SO FAR, AND A STRAIGHT-LINE PROJECTION TO
      *  MONTH END (MTD ACTUAL / DAYS ELAPSED X DAYS IN THE
      *  MONTH, CALENDAR DAYS) WITH ITS PERCENT OF TARGET
      *  AND ITS SHORTFALL OR EXCESS.  BRANCHES PRINT IN
      *  REGION AND DISTRICT ORDER FROM THE MASTER, WITH
      *  DISTRICT, REGION AND COMPANY TOTALS.
      *
      *  THE AS-OF DATE IS THE LAST PROCESSED BUSINESS DATE
      *  ON DATECTL UNLESS ATTAIN-DATE ON THE RUNPARM CARD
      *  NAMES ANOTHER.  A CLOSED BRANCH PRINTS ONLY WHILE IT
      *  HAS A TARGET OR LEDGER DAYS FOR THE MONTH.
      *
      *  A BRANCH MERGED AWAY IN OR BEFORE THE REPORT MONTH
      *  HAS HAD ITS TARGET FOLDED INTO THE SURVIVOR'S BY
      *  BRMAINT, SO ITS LEDGER DAYS FOR THE MONTH COUNT IN
      *  THE SURVIVOR'S ACTUAL AND IT HAS NO LINE OF ITS
      *  OWN.  FOR A MONTH BEFORE THE MERGE IT STANDS ALONE.
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

           SELECT TARGET-FILE ASSIGN TO "BRTARGET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TG-KEY
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "BRLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRATTRPT"
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

       FD  TARGET-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRTARGT.

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
           05  WS-TARGET-STATUS            PIC X(2).
           05  WS-LEDGER-STATUS            PIC X(2).
           05  WS-RPT-STATUS               PIC X(2).

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW              PIC X VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-MASTER-EOF-SW            PIC X VALUE 'N'.
               88  WS-MASTER-EOF                 VALUE 'Y'.
           05  WS-SCAN-EOF-SW              PIC X VALUE 'N'.
               88  WS-SCAN-EOF                   VALUE 'Y'.
           05  WS-TARGETS-AVAIL-SW         PIC X VALUE 'N'.
               88  WS-TARGETS-AVAILABLE          VALUE 'Y'.
           05  WS-LEDGER-AVAIL-SW          PIC X VALUE 'N'.
               88  WS-LEDGER-AVAILABLE           VALUE 'Y'.
           05  WS-SWAPPED-SW               PIC X VALUE 'N'.
               88  WS-SWAPPED                    VALUE 'Y'.
           05  WS-FIRST-BRANCH-SW          PIC X VALUE 'Y'.
               88  WS-FIRST-BRANCH               VALUE 'Y'.
           05  WS-MST-FOUND-SW             PIC X VALUE 'N'.
               88  WS-MST-FOUND                  VALUE 'Y'.
           05  WS-RESOLVE-DONE-SW          PIC X VALUE 'N'.
               88  WS-RESOLVE-DONE               VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-BR-MAX-ENTRIES           PIC 9(5) VALUE 500.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05  WS-MAX-MERGE-HOPS           PIC 9(2) VALUE 10.

      *****************************************************
      *  THE BRANCH MASTER WITH EACH BRANCH'S TARGETS AND
      *  MONTH-TO-DATE ACTUALS, SORTED INTO REGION/DISTRICT
      *  /BRANCH ORDER BEFORE PRINTING.  WS-MST-MERGED-INTO
      *  IS SET ONLY FOR A MERGE EFFECTIVE BY THE REPORT
      *  MONTH; SUCH A BRANCH IS FOLDED INTO ITS SURVIVOR.
      *****************************************************
       01  WS-MASTER-TABLE.
           05  WS-MASTER-COUNT             PIC 9(5) VALUE 0.
           05  WS-MASTER-ENTRY OCCURS 500 TIMES.
               10  WS-MST-SORT-KEY.
                   15  WS-MST-REGION       PIC X(2).
                   15  WS-MST-DISTRICT     PIC X(2).
                   15  WS-MST-CODE         PIC X(4).
               10  WS-MST-NAME             PIC X(20).
               10  WS-MST-STATUS           PIC X(1).
                   88  WS-MST-IS-OPEN           VALUE 'O'.
               10  WS-MST-TARGET-SW        PIC X(1).
                   88  WS-MST-HAS-TARGET        VALUE 'Y'.
               10  WS-MST-LEDGER-SW        PIC X(1).
                   88  WS-MST-HAS-LEDGER        VALUE 'Y'.
               10  WS-MST-FOLDED-SW        PIC X(1).
                   88  WS-MST-IS-FOLDED         VALUE 'Y'.
               10  WS-MST-MERGED-INTO      PIC X(4).
               10  WS-MST-TGT-CNT          PIC S9(9).
               10  WS-MST-TGT-AMT          PIC S9(13)V99.
               10  WS-MST-ACT-CNT          PIC S9(9).
               10  WS-MST-ACT-AMT          PIC S9(13)V99.
       01  WS-SWAP-ENTRY                   PIC X(84).

      *****************************************************
      *  TOTALS FOR THE DISTRICT AND REGION BEING PRINTED
      *  AND FOR THE COMPANY.
      *****************************************************
       01  WS-TOTALS.
           05  WS-DST-TGT-CNT              PIC S9(11) VALUE 0.
           05  WS-DST-TGT-AMT              PIC S9(13)V99 VALUE 0.
           05  WS-DST-ACT-CNT              PIC S9(11) VALUE 0.
           05  WS-DST-ACT-AMT              PIC S9(13)V99 VALUE 0.
           05  WS-RGN-TGT-CNT              PIC S9(11) VALUE 0.
           05  WS-RGN-TGT-AMT              PIC S9(13)V99 VALUE 0.
           05  WS-RGN-ACT-CNT              PIC S9(11) VALUE 0.
           05  WS-RGN-ACT-AMT              PIC S9(13)V99 VALUE 0.
           05  WS-CO-TGT-CNT               PIC S9(11) VALUE 0.
           05  WS-CO-TGT-AMT               PIC S9(13)V99 VALUE 0.
           05  WS-CO-ACT-CNT               PIC S9(11) VALUE 0.
           05  WS-CO-ACT-AMT               PIC S9(13)V99 VALUE 0.

      *****************************************************
      *  THE FIGURES FOR THE LINE PAIR BEING BUILT, WHETHER
      *  FOR A BRANCH OR A TOTAL.
      *****************************************************
       01  WS-PRINT-FIGURES.
           05  WS-PF-TGT-CNT               PIC S9(11) VALUE 0.
           05  WS-PF-TGT-AMT               PIC S9(13)V99 VALUE 0.
           05  WS-PF-ACT-CNT               PIC S9(11) VALUE 0.
           05  WS-PF-ACT-AMT               PIC S9(13)V99 VALUE 0.
           05  WS-PF-PROJ-CNT              PIC S9(11) VALUE 0.
           05  WS-PF-PROJ-AMT              PIC S9(13)V99 VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-AS-OF-DATE               PIC 9(8) VALUE 0.
           05  WS-AS-OF-DATE-PARTS REDEFINES WS-AS-OF-DATE.
               10  WS-AO-YEAR              PIC 9(4).
               10  WS-AO-MONTH             PIC 9(2).
               10  WS-AO-DAY               PIC 9(2).
           05  WS-ATTAIN-DATE-PARM         PIC 9(8) VALUE 0.
           05  WS-TARGET-MONTH             PIC 9(6) VALUE 0.
           05  WS-MONTH-START-DATE         PIC 9(8) VALUE 0.
           05  WS-NEXT-MONTH-DATE          PIC 9(8) VALUE 0.
           05  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-DATE.
               10  WS-NM-YEAR              PIC 9(4).
               10  WS-NM-MONTH             PIC 9(2).
               10  WS-NM-DAY               PIC 9(2).
           05  WS-DAYS-ELAPSED             PIC 9(2) VALUE 0.
           05  WS-DAYS-IN-MONTH            PIC 9(2) VALUE 0.
           05  WS-MST-INDEX                PIC 9(5) VALUE 0.
           05  WS-MST-INNER                PIC 9(5) VALUE 0.
           05  WS-ACT-INDEX                PIC 9(5) VALUE 0.
           05  WS-MST-SEARCH               PIC 9(5) VALUE 0.
           05  WS-RESOLVE-CODE             PIC X(4) VALUE SPACES.
           05  WS-HOP-COUNT                PIC 9(2) VALUE 0.
           05  WS-MERGE-MONTH              PIC 9(6) VALUE 0.
           05  WS-PREV-REGION              PIC X(2) VALUE SPACES.
           05  WS-PREV-DISTRICT            PIC X(2) VALUE SPACES.
           05  WS-LEDGER-READ              PIC 9(9) VALUE 0.
           05  WS-TARGETS-FOUND            PIC 9(5) VALUE 0.
           05  WS-BRANCHES-REPORTED        PIC 9(5) VALUE 0.
           05  WS-PCT-ACTUAL               PIC S9(13)V99 VALUE 0.
           05  WS-PCT-TARGET               PIC S9(13)V99 VALUE 0.
           05  WS-PCT-WORK                 PIC S9(5)V9 VALUE 0.
           05  WS-PCT-EDIT                 PIC -(4)9.9.
           05  WS-PCT-TEXT                 PIC X(7) VALUE SPACES.
           05  WS-REPORT-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.

       01  WS-RPT-HDR-1.
           05  FILLER                      PIC X(10)
                   VALUE 'BRATTAIN -'.
           05  FILLER                      PIC X(25)
                   VALUE ' MTD TARGET ATTAINMENT'.
           05  FILLER                      PIC X(7)  VALUE 'AS OF: '.
           05  WS-HDR-AS-OF-DATE           PIC 9999/99/99.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NO              PIC ZZ9.

       01  WS-RPT-HDR-3.
           05  FILLER                      PIC X(7)  VALUE 'MONTH: '.
           05  WS-HDR3-MONTH               PIC 9999/99.
           05  FILLER                      PIC X(16)
                   VALUE '  DAYS ELAPSED: '.
           05  WS-HDR3-ELAPSED             PIC Z9.
           05  FILLER                      PIC X(4)  VALUE ' OF '.
           05  WS-HDR3-IN-MONTH            PIC Z9.

       01  WS-RPT-HDR-2.
           05  FILLER                      PIC X(6)  VALUE 'BRANCH'.
           05  FILLER                      PIC X(21)
                   VALUE ' NAME'.
           05  FILLER                      PIC X(6)  VALUE 'FIGURE'.
           05  FILLER                      PIC X(15)
                   VALUE '         TARGET'.
           05  FILLER                      PIC X(15)
                   VALUE '     MTD ACTUAL'.
           05  FILLER                      PIC X(8)
                   VALUE '   ATTN%'.
           05  FILLER                      PIC X(15)
                   VALUE '      PROJECTED'.
           05  FILLER                      PIC X(8)
                   VALUE '   PROJ%'.
           05  FILLER                      PIC X(15)
                   VALUE ' PROJ VS TARGET'.

       01  WS-GROUP-HDR.
           05  FILLER                      PIC X(8)
                   VALUE 'REGION: '.
           05  WS-GH-REGION                PIC X(2).
           05  FILLER                      PIC X(12)
                   VALUE '  DISTRICT: '.
           05  WS-GH-DISTRICT              PIC X(2).

       01  WS-COUNT-LINE.
           05  WS-CL-BRANCH                PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CL-NAME                  PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-FIGURE                PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-TARGET                PIC -(13)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-ACTUAL                PIC -(13)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-ATTAIN-PCT            PIC X(7).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-PROJECTED             PIC -(13)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-PROJ-PCT              PIC X(7).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-CL-PROJ-VARIANCE         PIC -(13)9.

       01  WS-AMOUNT-LINE.
           05  FILLER                      PIC X(27) VALUE SPACES.
           05  WS-AL-FIGURE                PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-TARGET                PIC -(10)9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-ACTUAL                PIC -(10)9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-ATTAIN-PCT            PIC X(7).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-PROJECTED             PIC -(10)9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-PROJ-PCT              PIC X(7).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AL-PROJ-VARIANCE         PIC -(10)9.99.

       01  WS-RPT-SUMMARY-1.
           05  FILLER                      PIC X(20)
                   VALUE 'BRANCHES REPORTED: '.
           05  WS-RS-BRANCHES              PIC ZZZZ9.
           05  FILLER                      PIC X(19)
                   VALUE '  TARGETS ON FILE: '.
           05  WS-RS-TARGETS               PIC ZZZZ9.
           05  FILLER                      PIC X(23)
                   VALUE '  LEDGER RECORDS READ: '.
           05  WS-RS-LEDGER                PIC Z(8)9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GATHER-ALL-BRANCHES
           PERFORM 3000-SORT-BRANCH-TABLE
           PERFORM 4000-PRINT-ALL-BRANCHES
           PERFORM 5000-PRINT-COMPANY-TOTAL
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-READ-RUN-PARAMETERS.

           IF WS-ATTAIN-DATE-PARM NOT = 0
               MOVE WS-ATTAIN-DATE-PARM TO WS-AS-OF-DATE
           ELSE
               OPEN INPUT DATE-CONTROL-FILE
               IF WS-DATEC-STATUS = '00'
                   READ DATE-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DC-LAST-RUN-DATE TO WS-AS-OF-DATE
                   END-READ
                   CLOSE DATE-CONTROL-FILE
               END-IF
           END-IF.
           IF WS-AS-OF-DATE = 0
               DISPLAY 'BRATTAIN - NO BUSINESS DATE ON DATECTL '
                   'AND NO ATTAIN-DATE PARAMETER'
               STOP RUN
           END-IF.

           PERFORM 1100-SET-MONTH-FIGURES.
           PERFORM 1200-LOAD-BRANCH-MASTER.

           OPEN INPUT TARGET-FILE.
           IF WS-TARGET-STATUS = '00'
               SET WS-TARGETS-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'BRATTAIN - NO TARGET FILE, STATUS='
                   WS-TARGET-STATUS ', ALL TARGETS TAKEN AS ZERO'
           END-IF.

           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               SET WS-LEDGER-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'BRATTAIN - NO DAY LEDGER, STATUS='
                   WS-LEDGER-STATUS ', ALL ACTUALS TAKEN AS ZERO'
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BRATTAIN - CANNOT OPEN REPORT FILE, '
                   'STATUS=' WS-RPT-STATUS
               STOP RUN
           END-IF.
           PERFORM 7050-PRINT-REPORT-HEADERS.

      *****************************************************
      *  DAYS ELAPSED IS THE AS-OF DAY OF THE MONTH; DAYS
      *  IN THE MONTH IS THE GAP TO THE FIRST OF THE NEXT.
      *****************************************************
       1100-SET-MONTH-FIGURES.
           COMPUTE WS-TARGET-MONTH = WS-AS-OF-DATE / 100.
           COMPUTE WS-MONTH-START-DATE = WS-TARGET-MONTH * 100 + 1.
           MOVE WS-AO-DAY TO WS-DAYS-ELAPSED.
           MOVE WS-MONTH-START-DATE TO WS-NEXT-MONTH-DATE.
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE).

       1200-LOAD-BRANCH-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'BRATTAIN - CANNOT OPEN BRANCH MASTER, '
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
               DISPLAY 'BRATTAIN - BRANCH TABLE FULL, BRANCH '
                   'NOT REPORTED: ' BM-BRANCH-CODE
           ELSE
               ADD 1 TO WS-MASTER-COUNT
               MOVE BM-REGION-CODE
                   TO WS-MST-REGION(WS-MASTER-COUNT)
               MOVE BM-DISTRICT-CODE
                   TO WS-MST-DISTRICT(WS-MASTER-COUNT)
               MOVE BM-BRANCH-CODE TO WS-MST-CODE(WS-MASTER-COUNT)
               MOVE BM-BRANCH-NAME TO WS-MST-NAME(WS-MASTER-COUNT)
               MOVE BM-STATUS TO WS-MST-STATUS(WS-MASTER-COUNT)
               MOVE 'N' TO WS-MST-TARGET-SW(WS-MASTER-COUNT)
               MOVE 'N' TO WS-MST-LEDGER-SW(WS-MASTER-COUNT)
               MOVE 'N' TO WS-MST-FOLDED-SW(WS-MASTER-COUNT)
               MOVE SPACES TO WS-MST-MERGED-INTO(WS-MASTER-COUNT)
               IF BM-MERGED-INTO NOT = SPACES
                   AND BM-MERGED-INTO NOT = LOW-VALUES
                   AND BM-MERGE-DATE IS NUMERIC
                   COMPUTE WS-MERGE-MONTH = BM-MERGE-DATE / 100
                   IF WS-MERGE-MONTH <= WS-TARGET-MONTH
                       MOVE BM-MERGED-INTO
                           TO WS-MST-MERGED-INTO(WS-MASTER-COUNT)
                   END-IF
               END-IF
               MOVE 0 TO WS-MST-TGT-CNT(WS-MASTER-COUNT)
               MOVE 0 TO WS-MST-TGT-AMT(WS-MASTER-COUNT)
               MOVE 0 TO WS-MST-ACT-CNT(WS-MASTER-COUNT)
               MOVE 0 TO WS-MST-ACT-AMT(WS-MASTER-COUNT)
           END-IF.

       1300-READ-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'BRATTAIN - NO RUN PARAMETER FILE, '
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
               WHEN 'ATTAIN-DATE'
                   IF RP-VALUE(1:8) IS NUMERIC
                       AND RP-VALUE(5:2) >= '01'
                       AND RP-VALUE(5:2) <= '12'
                       AND RP-VALUE(7:2) >= '01'
                       AND RP-VALUE(7:2) <= '31'
                       MOVE RP-VALUE(1:8) TO WS-ATTAIN-DATE-PARM
                   ELSE
                       DISPLAY 'BRATTAIN - BAD ATTAIN-DATE '
                           'PARAMETER IGNORED: ' RP-VALUE(1:8)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      *  EVERY BRANCH'S OWN TARGET IS READ FIRST, SO A
      *  TARGET FOLDED INTO A SURVIVOR BY 2050 IS ADDED TO
      *  THE SURVIVOR'S OWN WHICHEVER COMES FIRST ON THE
      *  MASTER.
      *****************************************************
       2000-GATHER-ALL-BRANCHES.
           IF WS-TARGETS-AVAILABLE
               PERFORM VARYING WS-MST-INDEX FROM 1 BY 1
                   UNTIL WS-MST-INDEX > WS-MASTER-COUNT
                   PERFORM 2100-READ-BRANCH-TARGET
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-MST-INDEX FROM 1 BY 1
               UNTIL WS-MST-INDEX > WS-MASTER-COUNT
               PERFORM 2050-FIND-ACTUAL-BRANCH
               IF WS-LEDGER-AVAILABLE
                   PERFORM 2200-SUM-MONTH-TO-DATE
               END-IF
           END-PERFORM.
           IF WS-TARGETS-AVAILABLE
               CLOSE TARGET-FILE
           END-IF.
           IF WS-LEDGER-AVAILABLE
               CLOSE LEDGER-FILE
           END-IF.

      *****************************************************
      *  THE TABLE ENTRY WHOSE ACTUAL THIS BRANCH'S LEDGER
      *  DAYS ARE ADDED TO - ITS OWN, OR FOR A BRANCH MERGED
      *  AWAY BY THE REPORT MONTH THE SURVIVOR'S, FOLLOWING
      *  THE CHAIN WHILE EACH MERGE IS ALSO IN EFFECT.  A
      *  SURVIVOR MISSING FROM THE MASTER LEAVES THE BRANCH
      *  ON ITS OWN LINE.
      *****************************************************
       2050-FIND-ACTUAL-BRANCH.
           MOVE WS-MST-INDEX TO WS-ACT-INDEX.
           MOVE 0 TO WS-HOP-COUNT.
           MOVE 'N' TO WS-RESOLVE-DONE-SW.
           PERFORM UNTIL WS-RESOLVE-DONE
               IF WS-MST-MERGED-INTO(WS-ACT-INDEX) = SPACES
                   OR WS-HOP-COUNT >= WS-MAX-MERGE-HOPS
                   SET WS-RESOLVE-DONE TO TRUE
               ELSE
                   MOVE WS-MST-MERGED-INTO(WS-ACT-INDEX)
                       TO WS-RESOLVE-CODE
                   PERFORM 2060-FIND-MASTER-ENTRY
                   IF WS-MST-FOUND
                       MOVE WS-MST-SEARCH TO WS-ACT-INDEX
                       ADD 1 TO WS-HOP-COUNT
                   ELSE
                       DISPLAY 'BRATTAIN - SURVIVOR ' WS-RESOLVE-CODE
                           ' OF MERGED BRANCH '
                           WS-MST-CODE(WS-MST-INDEX)
                           ' NOT ON MASTER, REPORTED ALONE'
                       MOVE WS-MST-INDEX TO WS-ACT-INDEX
                       SET WS-RESOLVE-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
      *  BRMAINT MOVED THE ABSORBED TARGETS ACROSS AT THE
      *  MERGE; ONE KEYED SINCE IS THE SURVIVOR'S TO MEET.
           IF WS-ACT-INDEX NOT = WS-MST-INDEX
               SET WS-MST-IS-FOLDED(WS-MST-INDEX) TO TRUE
               IF WS-MST-HAS-TARGET(WS-MST-INDEX)
                   SET WS-MST-HAS-TARGET(WS-ACT-INDEX) TO TRUE
                   ADD WS-MST-TGT-CNT(WS-MST-INDEX)
                       TO WS-MST-TGT-CNT(WS-ACT-INDEX)
                   ADD WS-MST-TGT-AMT(WS-MST-INDEX)
                       TO WS-MST-TGT-AMT(WS-ACT-INDEX)
               END-IF
           END-IF.

       2060-FIND-MASTER-ENTRY.
           MOVE 'N' TO WS-MST-FOUND-SW.
           PERFORM VARYING WS-MST-SEARCH FROM 1 BY 1
               UNTIL WS-MST-SEARCH > WS-MASTER-COUNT
                   OR WS-MST-FOUND
               IF WS-MST-CODE(WS-MST-SEARCH) = WS-RESOLVE-CODE
                   SET WS-MST-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-MST-FOUND
               SUBTRACT 1 FROM WS-MST-SEARCH
           END-IF.

       2100-READ-BRANCH-TARGET.
           MOVE WS-MST-CODE(WS-MST-INDEX) TO TG-BRANCH-CODE.
           MOVE WS-TARGET-MONTH TO TG-TARGET-MONTH.
           READ TARGET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-TARGETS-FOUND
                   SET WS-MST-HAS-TARGET(WS-MST-INDEX) TO TRUE
                   MOVE TG-TARGET-COUNT
                       TO WS-MST-TGT-CNT(WS-MST-INDEX)
                   MOVE TG-TARGET-AMOUNT
                       TO WS-MST-TGT-AMT(WS-MST-INDEX)
           END-READ.

      *****************************************************
      *  MONTH-TO-DATE IS EVERY LEDGER DAY FROM THE FIRST OF
      *  THE MONTH THROUGH THE AS-OF DATE, NET OF REVERSALS,
      *  ADDED TO THE ACTUAL OF THE BRANCH FOUND BY 2050.
      *****************************************************
       2200-SUM-MONTH-TO-DATE.
           MOVE WS-MST-CODE(WS-MST-INDEX) TO LG-BRANCH-CODE.
           MOVE WS-MONTH-START-DATE TO LG-BUSINESS-DATE.
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
                           OR LG-BUSINESS-DATE > WS-AS-OF-DATE
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-LEDGER-READ
                           SET WS-MST-HAS-LEDGER(WS-ACT-INDEX)
                               TO TRUE
                           COMPUTE WS-MST-ACT-CNT(WS-ACT-INDEX) =
                               WS-MST-ACT-CNT(WS-ACT-INDEX)
                               + LG-SUM - LG-REV-SUM
                           COMPUTE WS-MST-ACT-AMT(WS-ACT-INDEX) =
                               WS-MST-ACT-AMT(WS-ACT-INDEX)
                               + LG-AMT - LG-REV-AMT
                       END-IF
               END-READ
           END-PERFORM.

       3000-SORT-BRANCH-TABLE.
           SET WS-SWAPPED TO TRUE.
           PERFORM UNTIL NOT WS-SWAPPED
               MOVE 'N' TO WS-SWAPPED-SW
               PERFORM VARYING WS-MST-INDEX FROM 1 BY 1
                   UNTIL WS-MST-INDEX >= WS-MASTER-COUNT
                   COMPUTE WS-MST-INNER = WS-MST-INDEX + 1
                   IF WS-MST-SORT-KEY(WS-MST-INDEX)
                       > WS-MST-SORT-KEY(WS-MST-INNER)
                       MOVE WS-MASTER-ENTRY(WS-MST-INDEX)
                           TO WS-SWAP-ENTRY
                       MOVE WS-MASTER-ENTRY(WS-MST-INNER)
                           TO WS-MASTER-ENTRY(WS-MST-INDEX)
                       MOVE WS-SWAP-ENTRY
                           TO WS-MASTER-ENTRY(WS-MST-INNER)
                       SET WS-SWAPPED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************
      *  CONTROL BREAKS ON DISTRICT WITHIN REGION.  A CHANGE
      *  OF REGION CLOSES THE DISTRICT BEFORE THE REGION.
      *****************************************************
       4000-PRINT-ALL-BRANCHES.
           PERFORM VARYING WS-MST-INDEX FROM 1 BY 1
               UNTIL WS-MST-INDEX > WS-MASTER-COUNT
               IF NOT WS-MST-IS-FOLDED(WS-MST-INDEX)
                   AND (WS-MST-IS-OPEN(WS-MST-INDEX)
                   OR WS-MST-HAS-TARGET(WS-MST-INDEX)
                   OR WS-MST-HAS-LEDGER(WS-MST-INDEX))
                   PERFORM 4100-PRINT-ONE-BRANCH
               END-IF
           END-PERFORM.
           IF NOT WS-FIRST-BRANCH
               PERFORM 4300-PRINT-DISTRICT-TOTAL
               PERFORM 4400-PRINT-REGION-TOTAL
           END-IF.

       4100-PRINT-ONE-BRANCH.
           IF WS-FIRST-BRANCH
               MOVE 'N' TO WS-FIRST-BRANCH-SW
               PERFORM 4200-START-DISTRICT
           ELSE
               IF WS-MST-REGION(WS-MST-INDEX) NOT = WS-PREV-REGION
                   PERFORM 4300-PRINT-DISTRICT-TOTAL
                   PERFORM 4400-PRINT-REGION-TOTAL
                   PERFORM 4200-START-DISTRICT
               ELSE
                   IF WS-MST-DISTRICT(WS-MST-INDEX)
                       NOT = WS-PREV-DISTRICT
                       PERFORM 4300-PRINT-DISTRICT-TOTAL
                       PERFORM 4200-START-DISTRICT
                   END-IF
               END-IF
           END-IF.

           ADD 1 TO WS-BRANCHES-REPORTED.
           MOVE WS-MST-TGT-CNT(WS-MST-INDEX) TO WS-PF-TGT-CNT.
           MOVE WS-MST-TGT-AMT(WS-MST-INDEX) TO WS-PF-TGT-AMT.
           MOVE WS-MST-ACT-CNT(WS-MST-INDEX) TO WS-PF-ACT-CNT.
           MOVE WS-MST-ACT-AMT(WS-MST-INDEX) TO WS-PF-ACT-AMT.
           ADD WS-PF-TGT-CNT TO WS-DST-TGT-CNT.
           ADD WS-PF-TGT-AMT TO WS-DST-TGT-AMT.
           ADD WS-PF-ACT-CNT TO WS-DST-ACT-CNT.
           ADD WS-PF-ACT-AMT TO WS-DST-ACT-AMT.
           MOVE WS-MST-CODE(WS-MST-INDEX) TO WS-CL-BRANCH.
           MOVE WS-MST-NAME(WS-MST-INDEX) TO WS-CL-NAME.
           PERFORM 7100-PRINT-FIGURE-PAIR.

       4200-START-DISTRICT.
           MOVE WS-MST-REGION(WS-MST-INDEX) TO WS-PREV-REGION.
           MOVE WS-MST-DISTRICT(WS-MST-INDEX) TO WS-PREV-DISTRICT.
           MOVE 0 TO WS-DST-TGT-CNT.
           MOVE 0 TO WS-DST-TGT-AMT.
           MOVE 0 TO WS-DST-ACT-CNT.
           MOVE 0 TO WS-DST-ACT-AMT.
           IF WS-REPORT-LINE-COUNT + 4 > WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE WS-PREV-REGION TO WS-GH-REGION.
           MOVE WS-PREV-DISTRICT TO WS-GH-DISTRICT.
           WRITE RPT-LINE FROM WS-GROUP-HDR
               AFTER ADVANCING 2.
           ADD 2 TO WS-REPORT-LINE-COUNT.

       4300-PRINT-DISTRICT-TOTAL.
           MOVE WS-DST-TGT-CNT TO WS-PF-TGT-CNT.
           MOVE WS-DST-TGT-AMT TO WS-PF-TGT-AMT.
           MOVE WS-DST-ACT-CNT TO WS-PF-ACT-CNT.
           MOVE WS-DST-ACT-AMT TO WS-PF-ACT-AMT.
           ADD WS-DST-TGT-CNT TO WS-RGN-TGT-CNT.
           ADD WS-DST-TGT-AMT TO WS-RGN-TGT-AMT.
           ADD WS-DST-ACT-CNT TO WS-RGN-ACT-CNT.
           ADD WS-DST-ACT-AMT TO WS-RGN-ACT-AMT.
           MOVE SPACES TO WS-CL-BRANCH.
           MOVE SPACES TO WS-CL-NAME.
           STRING 'DISTRICT ' WS-PREV-DISTRICT ' TOTAL'
               DELIMITED BY SIZE INTO WS-CL-NAME.
           PERFORM 7100-PRINT-FIGURE-PAIR.

       4400-PRINT-REGION-TOTAL.
           MOVE WS-RGN-TGT-CNT TO WS-PF-TGT-CNT.
           MOVE WS-RGN-TGT-AMT TO WS-PF-TGT-AMT.
           MOVE WS-RGN-ACT-CNT TO WS-PF-ACT-CNT.
           MOVE WS-RGN-ACT-AMT TO WS-PF-ACT-AMT.
           ADD WS-RGN-TGT-CNT TO WS-CO-TGT-CNT.
           ADD WS-RGN-TGT-AMT TO WS-CO-TGT-AMT.
           ADD WS-RGN-ACT-CNT TO WS-CO-ACT-CNT.
           ADD WS-RGN-ACT-AMT TO WS-CO-ACT-AMT.
           MOVE 0 TO WS-RGN-TGT-CNT.
           MOVE 0 TO WS-RGN-TGT-AMT.
           MOVE 0 TO WS-RGN-ACT-CNT.
           MOVE 0 TO WS-RGN-ACT-AMT.
           MOVE SPACES TO WS-CL-BRANCH.
           MOVE SPACES TO WS-CL-NAME.
           STRING 'REGION ' WS-PREV-REGION ' TOTAL'
               DELIMITED BY SIZE INTO WS-CL-NAME.
           PERFORM 7100-PRINT-FIGURE-PAIR.

       5000-PRINT-COMPANY-TOTAL.
           MOVE WS-CO-TGT-CNT TO WS-PF-TGT-CNT.
           MOVE WS-CO-TGT-AMT TO WS-PF-TGT-AMT.
           MOVE WS-CO-ACT-CNT TO WS-PF-ACT-CNT.
           MOVE WS-CO-ACT-AMT TO WS-PF-ACT-AMT.
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
           MOVE WS-TARGETS-FOUND TO WS-RS-TARGETS.
           MOVE WS-LEDGER-READ TO WS-RS-LEDGER.
           WRITE RPT-LINE FROM WS-RPT-SUMMARY-1
               AFTER ADVANCING 2.

      *****************************************************
      *  PERCENT OF TARGET.  A BRANCH WITH NO TARGET PRINTS
      *  N/A RATHER THAN AN ENDLESS PERCENTAGE.
      *****************************************************
       6000-FORMAT-PERCENT.
           IF WS-PCT-TARGET = 0
               MOVE '    N/A' TO WS-PCT-TEXT
           ELSE
               COMPUTE WS-PCT-WORK ROUNDED =
                   (WS-PCT-ACTUAL / WS-PCT-TARGET) * 100
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PCT-WORK
               END-COMPUTE
               MOVE WS-PCT-WORK TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-TEXT
           END-IF.

       7050-PRINT-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-AS-OF-DATE TO WS-HDR-AS-OF-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           WRITE RPT-LINE FROM WS-RPT-HDR-1
               AFTER ADVANCING PAGE.
           MOVE WS-TARGET-MONTH TO WS-HDR3-MONTH.
           MOVE WS-DAYS-ELAPSED TO WS-HDR3-ELAPSED.
           MOVE WS-DAYS-IN-MONTH TO WS-HDR3-IN-MONTH.
           WRITE RPT-LINE FROM WS-RPT-HDR-3
               AFTER ADVANCING 1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1.
           WRITE RPT-LINE FROM WS-RPT-HDR-2
               AFTER ADVANCING 1.
           MOVE 0 TO WS-REPORT-LINE-COUNT.

      *****************************************************
      *  ONE COUNT LINE AND ONE AMOUNT LINE FROM THE PRINT
      *  FIGURES.  THE PROJECTION RUNS THE MONTH-TO-DATE
      *  PACE ON TO THE LAST DAY OF THE MONTH.
      *****************************************************
       7100-PRINT-FIGURE-PAIR.
           COMPUTE WS-PF-PROJ-CNT ROUNDED =
               WS-PF-ACT-CNT * WS-DAYS-IN-MONTH / WS-DAYS-ELAPSED.
           COMPUTE WS-PF-PROJ-AMT ROUNDED =
               WS-PF-ACT-AMT * WS-DAYS-IN-MONTH / WS-DAYS-ELAPSED.
           IF WS-REPORT-LINE-COUNT + 2 > WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.

           MOVE 'COUNT' TO WS-CL-FIGURE.
           MOVE WS-PF-TGT-CNT TO WS-CL-TARGET.
           MOVE WS-PF-ACT-CNT TO WS-CL-ACTUAL.
           MOVE WS-PF-PROJ-CNT TO WS-CL-PROJECTED.
           COMPUTE WS-CL-PROJ-VARIANCE =
               WS-PF-PROJ-CNT - WS-PF-TGT-CNT.
           MOVE WS-PF-TGT-CNT TO WS-PCT-TARGET.
           MOVE WS-PF-ACT-CNT TO WS-PCT-ACTUAL.
           PERFORM 6000-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-CL-ATTAIN-PCT.
           MOVE WS-PF-PROJ-CNT TO WS-PCT-ACTUAL.
           PERFORM 6000-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-CL-PROJ-PCT.
           WRITE RPT-LINE FROM WS-COUNT-LINE
               AFTER ADVANCING 1.

           MOVE 'AMOUNT' TO WS-AL-FIGURE.
           MOVE WS-PF-TGT-AMT TO WS-AL-TARGET.
           MOVE WS-PF-ACT-AMT TO WS-AL-ACTUAL.
           MOVE WS-PF-PROJ-AMT TO WS-AL-PROJECTED.
           COMPUTE WS-AL-PROJ-VARIANCE =
               WS-PF-PROJ-AMT - WS-PF-TGT-AMT.
           MOVE WS-PF-TGT-AMT TO WS-PCT-TARGET.
           MOVE WS-PF-ACT-AMT TO WS-PCT-ACTUAL.
           PERFORM 6000-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-AL-ATTAIN-PCT.
           MOVE WS-PF-PROJ-AMT TO WS-PCT-ACTUAL.
           PERFORM 6000-FORMAT-PERCENT.
           MOVE WS-PCT-TEXT TO WS-AL-PROJ-PCT.
           WRITE RPT-LINE FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1.
           ADD 2 TO WS-REPORT-LINE-COUNT.

       9900-TERMINATE.
           CLOSE REPORT-FILE.
           DISPLAY 'BRATTAIN - ' WS-BRANCHES-REPORTED
               ' BRANCHES REPORTED, ' WS-TARGETS-FOUND
               ' WITH TARGETS FOR ' WS-TARGET-MONTH.
