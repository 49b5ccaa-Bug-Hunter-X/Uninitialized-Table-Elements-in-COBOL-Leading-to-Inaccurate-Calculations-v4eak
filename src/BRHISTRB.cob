       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRHISTRB.
      *****************************************************
      *  BRHISTRB - PERIOD HISTORY REBUILD FROM THE LEDGER
      *
      *  BRHISTDB IS A RUNNING WEEK-TO-DATE/MONTH-TO-DATE
      *  ACCUMULATOR: ONCE A BAD DAY HAS BEEN FOLDED IN, OR
      *  THE FILE IS LOST, THE NIGHTLY CANNOT PUT IT RIGHT.
      *  THIS RUN REPLAYS THE DAY-GRAIN LEDGER (BRLEDGER)
      *  THROUGH THE SAME PERIOD ROLL THE NIGHTLY USES -
      *  WEEK AND MONTH RESET ON A BOUNDARY, NET COUNT
      *  ADDED, LAST POSTED DAY REMEMBERED FOR A RERUN - AND
      *  REPLACES EACH BRANCH'S HISTORY RECORD WITH THE
      *  RESULT.
      *
      *  THE RANGE IS REBUILD-FROM-DATE (REQUIRED) THROUGH
      *  REBUILD-TO-DATE (DEFAULT THE LAST PROCESSED
      *  BUSINESS DATE ON DATECTL); REBUILD-BRANCH LIMITS
      *  THE RUN TO ONE BRANCH.  A BRANCH WITH NO LEDGER DAY
      *  IN THE RANGE IS LEFT AS IT IS.  THE FROM DATE
      *  SHOULD REACH BACK TO THE START OF THE TO DATE'S
      *  WEEK AND MONTH, OR THE REBUILT PERIOD TOTALS WILL
      *  ONLY COVER PART OF THEM - THE RUN WARNS WHEN IT
      *  DOES NOT.
      *
      *  A BRANCH MERGED AWAY (BM-MERGED-INTO ON BRMASTER)
      *  HAS NO HISTORY OF ITS OWN - ITS LEDGER DAYS ARE
      *  REPLAYED INTO THE SURVIVING BRANCH'S PERIODS, AS
      *  BRMAINT FOLDED THEM ON THE NIGHT OF THE MERGE, AND
      *  ANY HISTORY RECORD LEFT UNDER ITS CODE IS REMOVED.
      *  REBUILD-BRANCH NAMING A SURVIVOR REPLAYS THE DAYS
      *  OF EVERY BRANCH MERGED INTO IT; NAMING AN ABSORBED
      *  BRANCH REBUILDS ITS SURVIVOR.
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

           SELECT HIST-FILE ASSIGN TO "BRHISTDB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-BRANCH-CODE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "HSTRBRPT"
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

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRHIST.

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
           05  WS-HIST-STATUS              PIC X(2).
           05  WS-RPT-STATUS               PIC X(2).

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW              PIC X VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-MASTER-EOF-SW            PIC X VALUE 'N'.
               88  WS-MASTER-EOF                 VALUE 'Y'.
           05  WS-LEDGER-EOF-SW            PIC X VALUE 'N'.
               88  WS-LEDGER-EOF                 VALUE 'Y'.
           05  WS-HIST-FOUND-SW            PIC X VALUE 'N'.
               88  WS-HIST-FOUND                 VALUE 'Y'.
           05  WS-PARTIAL-SW               PIC X VALUE 'N'.
               88  WS-PARTIAL-PERIODS            VALUE 'Y'.
           05  WS-MRG-FOUND-SW             PIC X VALUE 'N'.
               88  WS-MRG-FOUND                  VALUE 'Y'.
           05  WS-RESOLVE-DONE-SW          PIC X VALUE 'N'.
               88  WS-RESOLVE-DONE               VALUE 'Y'.
           05  WS-RB-FOUND-SW              PIC X VALUE 'N'.
               88  WS-RB-FOUND                   VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05  WS-RB-MAX-ENTRIES           PIC 9(5) VALUE 500.
           05  WS-MRG-MAX-ENTRIES          PIC 9(5) VALUE 500.
           05  WS-MAX-MERGE-HOPS           PIC 9(2) VALUE 10.

      *****************************************************
      *  THE BRANCHES MERGED AWAY, FROM THE MASTER.  THE
      *  SURVIVOR IS THE END OF THE CHAIN - A BRANCH MERGED
      *  INTO ONE THAT WAS ITSELF LATER MERGED CREDITS THE
      *  LAST SURVIVOR.
      *****************************************************
       01  WS-MERGE-TABLE.
           05  WS-MERGE-COUNT              PIC 9(5) VALUE 0.
           05  WS-MERGE-ENTRY OCCURS 500 TIMES.
               10  WS-MRG-CODE             PIC X(4).
               10  WS-MRG-INTO             PIC X(4).
               10  WS-MRG-SURVIVOR         PIC X(4).

      *****************************************************
      *  THE PERIOD STATE BEING REPLAYED FOR EACH SURVIVING
      *  BRANCH, BUILT UP FROM NOTHING AS ITS LEDGER DAYS -
      *  AND THOSE OF THE BRANCHES MERGED INTO IT - ARE
      *  READ.
      *****************************************************
       01  WS-REBUILD-TABLE.
           05  WS-RB-COUNT                 PIC 9(5) VALUE 0.
           05  WS-REBUILD-STATE OCCURS 500 TIMES.
               10  WS-RB-BRANCH            PIC X(4).
               10  WS-RB-DAYS              PIC 9(5).
               10  WS-RB-WEEK-START-DATE   PIC 9(8).
               10  WS-RB-WTD-TOTAL         PIC S9(7).
               10  WS-RB-MONTH-STAMP       PIC 9(6).
               10  WS-RB-MTD-TOTAL         PIC S9(7).
               10  WS-RB-LAST-POSTED-DATE  PIC 9(8).
               10  WS-RB-LAST-DAY-TOTAL    PIC S9(7).

       01  WS-WORK-FIELDS.
           05  WS-FROM-DATE                PIC 9(8) VALUE 0.
           05  WS-TO-DATE                  PIC 9(8) VALUE 0.
           05  WS-TO-DATE-PARTS REDEFINES WS-TO-DATE.
               10  WS-TD-YEAR-MONTH        PIC 9(6).
               10  WS-TD-DAY               PIC 9(2).
           05  WS-BRANCH-PARM              PIC X(4) VALUE SPACES.
           05  WS-SCAN-BRANCH              PIC X(4) VALUE SPACES.
           05  WS-LAST-LEDGER-BRANCH       PIC X(4) VALUE SPACES.
           05  WS-TARGET-BRANCH            PIC X(4) VALUE SPACES.
           05  WS-RESOLVE-CODE             PIC X(4) VALUE SPACES.
           05  WS-HOP-COUNT                PIC 9(2) VALUE 0.
           05  WS-MRG-INDEX                PIC 9(5) VALUE 0.
           05  WS-MRG-SEARCH               PIC 9(5) VALUE 0.
           05  WS-RB-INDEX                 PIC 9(5) VALUE 0.
           05  WS-PERIOD-FLOOR-DATE        PIC 9(8) VALUE 0.
           05  WS-MONTH-START-DATE         PIC 9(8) VALUE 0.
           05  WS-DAYNUM                   PIC 9(9) VALUE 0.
           05  WS-WEEKDAY-NUM              PIC 9(1) VALUE 0.
           05  WS-WEEK-START-DAYNUM        PIC 9(9) VALUE 0.
           05  WS-DAY-WEEK-START-DATE      PIC 9(8) VALUE 0.
           05  WS-DAY-MONTH-STAMP          PIC 9(6) VALUE 0.
           05  WS-NET-COUNT                PIC S9(7) VALUE 0.
           05  WS-OLD-WTD-TOTAL            PIC S9(7) VALUE 0.
           05  WS-OLD-MTD-TOTAL            PIC S9(7) VALUE 0.
           05  WS-LEDGER-READ              PIC 9(9) VALUE 0.
           05  WS-DAYS-REPLAYED            PIC 9(9) VALUE 0.
           05  WS-BRANCHES-REBUILT         PIC 9(5) VALUE 0.
           05  WS-BRANCHES-ADDED           PIC 9(5) VALUE 0.
           05  WS-HISTORIES-REMOVED        PIC 9(5) VALUE 0.
           05  WS-REPORT-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.

       01  WS-RPT-HDR-1.
           05  FILLER                      PIC X(10)
                   VALUE 'BRHISTRB -'.
           05  FILLER                      PIC X(32)
                   VALUE ' PERIOD HISTORY REBUILD  FROM: '.
           05  WS-HDR-FROM-DATE            PIC 9999/99/99.
           05  FILLER                      PIC X(6)  VALUE '  TO: '.
           05  WS-HDR-TO-DATE              PIC 9999/99/99.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NO              PIC ZZ9.

       01  WS-RPT-HDR-2.
           05  FILLER                      PIC X(8)  VALUE 'BRANCH'.
           05  FILLER                      PIC X(10) VALUE 'ACTION'.
           05  FILLER                      PIC X(6)  VALUE '  DAYS'.
           05  FILLER                      PIC X(11)
                   VALUE '    OLD WTD'.
           05  FILLER                      PIC X(11)
                   VALUE '    NEW WTD'.
           05  FILLER                      PIC X(11)
                   VALUE '    OLD MTD'.
           05  FILLER                      PIC X(11)
                   VALUE '    NEW MTD'.
           05  FILLER                      PIC X(13)
                   VALUE '   WEEK START'.
           05  FILLER                      PIC X(10)
                   VALUE '     MONTH'.
           05  FILLER                      PIC X(13)
                   VALUE '  LAST POSTED'.

       01  WS-RPT-DETAIL.
           05  WS-RD-BRANCH                PIC X(4).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RD-ACTION                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-DAYS                  PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-OLD-WTD               PIC -(9)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-NEW-WTD               PIC -(9)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-OLD-MTD               PIC -(9)9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-NEW-MTD               PIC -(9)9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RD-WEEK-START            PIC 9999/99/99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RD-MONTH                 PIC 9999/99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RD-LAST-POSTED           PIC 9999/99/99.

       01  WS-RPT-REMOVED.
           05  WS-RR-BRANCH                PIC X(4).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  FILLER                      PIC X(8) VALUE 'REMOVED'.
           05  FILLER                      PIC X(14)
                   VALUE '  MERGED INTO '.
           05  WS-RR-SURVIVOR              PIC X(4).
           05  FILLER                      PIC X(10)
                   VALUE '  OLD WTD '.
           05  WS-RR-OLD-WTD               PIC -(9)9.
           05  FILLER                      PIC X(10)
                   VALUE '  OLD MTD '.
           05  WS-RR-OLD-MTD               PIC -(9)9.

       01  WS-RPT-WARNING.
           05  FILLER                      PIC X(40)
                   VALUE '*** FROM DATE IS AFTER THE PERIOD START '.
           05  WS-RW-FLOOR-DATE            PIC 9999/99/99.
           05  FILLER                      PIC X(43)
                   VALUE ' - WTD/MTD COVER ONLY PART OF THEIR PERIOD'.

       01  WS-RPT-SUMMARY-1.
           05  FILLER                      PIC X(18)
                   VALUE 'BRANCHES REBUILT: '.
           05  WS-RS-REBUILT               PIC ZZZZ9.
           05  FILLER                      PIC X(10)
                   VALUE '  (ADDED: '.
           05  WS-RS-ADDED                 PIC ZZZZ9.
           05  FILLER                      PIC X(20)
                   VALUE ')  DAYS REPLAYED: '.
           05  WS-RS-DAYS                  PIC Z(8)9.
           05  FILLER                      PIC X(23)
                   VALUE '  LEDGER RECORDS READ: '.
           05  WS-RS-LEDGER                PIC Z(8)9.

       01  WS-RPT-SUMMARY-2.
           05  FILLER                      PIC X(33)
                   VALUE 'MERGED BRANCH HISTORIES REMOVED: '.
           05  WS-RS-REMOVED               PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPLAY-LEDGER
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-READ-RUN-PARAMETERS.

           IF WS-TO-DATE = 0
               OPEN INPUT DATE-CONTROL-FILE
               IF WS-DATEC-STATUS = '00'
                   READ DATE-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DC-LAST-RUN-DATE TO WS-TO-DATE
                   END-READ
                   CLOSE DATE-CONTROL-FILE
               END-IF
           END-IF.
           IF WS-FROM-DATE = 0
               DISPLAY 'BRHISTRB - REBUILD-FROM-DATE PARAMETER '
                   'IS REQUIRED'
               STOP RUN
           END-IF.
           IF WS-TO-DATE = 0
               DISPLAY 'BRHISTRB - NO REBUILD-TO-DATE AND NO '
                   'BUSINESS DATE ON DATECTL'
               STOP RUN
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'BRHISTRB - REBUILD-FROM-DATE ' WS-FROM-DATE
                   ' IS AFTER REBUILD-TO-DATE ' WS-TO-DATE
               STOP RUN
           END-IF.

           PERFORM 1100-CHECK-PERIOD-COVERAGE.
           PERFORM 1200-LOAD-MERGE-MAP.

           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'BRHISTRB - CANNOT OPEN DAY LEDGER, '
                   'STATUS=' WS-LEDGER-STATUS
               STOP RUN
           END-IF.

           OPEN I-O HIST-FILE.
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'BRHISTRB - CANNOT OPEN PERIOD HISTORY, '
                   'STATUS=' WS-HIST-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BRHISTRB - CANNOT OPEN REPORT FILE, '
                   'STATUS=' WS-RPT-STATUS
               STOP RUN
           END-IF.
           PERFORM 7050-PRINT-REPORT-HEADERS.
           IF WS-PARTIAL-PERIODS
               MOVE WS-PERIOD-FLOOR-DATE TO WS-RW-FLOOR-DATE
               WRITE RPT-LINE FROM WS-RPT-WARNING
                   AFTER ADVANCING 1
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF.

      *****************************************************
      *  THE EARLIER OF THE TO DATE'S WEEK START AND MONTH
      *  START IS THE FIRST DAY THE REBUILT TOTALS CAN
      *  DEPEND ON.  A FROM DATE AFTER IT STILL RUNS, BUT
      *  THE OPERATOR IS TOLD THE TOTALS ARE PARTIAL.
      *****************************************************
       1100-CHECK-PERIOD-COVERAGE.
           COMPUTE WS-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           COMPUTE WS-WEEKDAY-NUM = FUNCTION MOD(WS-DAYNUM, 7).
           COMPUTE WS-WEEK-START-DAYNUM =
               WS-DAYNUM - WS-WEEKDAY-NUM.
           COMPUTE WS-PERIOD-FLOOR-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAYNUM).
           COMPUTE WS-MONTH-START-DATE = WS-TD-YEAR-MONTH * 100 + 1.
           IF WS-MONTH-START-DATE < WS-PERIOD-FLOOR-DATE
               MOVE WS-MONTH-START-DATE TO WS-PERIOD-FLOOR-DATE
           END-IF.
           IF WS-FROM-DATE > WS-PERIOD-FLOOR-DATE
               SET WS-PARTIAL-PERIODS TO TRUE
               DISPLAY 'BRHISTRB - WARNING: FROM DATE ' WS-FROM-DATE
                   ' IS AFTER PERIOD START ' WS-PERIOD-FLOOR-DATE
                   ', WTD/MTD WILL BE PARTIAL'
           END-IF.

      *****************************************************
      *  EVERY BRANCH THE MASTER SHOWS AS MERGED AWAY, WITH
      *  ITS SURVIVOR FOUND BY FOLLOWING THE CHAIN.  A
      *  REBUILD-BRANCH NAMING AN ABSORBED BRANCH IS TURNED
      *  INTO ITS SURVIVOR.
      *****************************************************
       1200-LOAD-MERGE-MAP.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'BRHISTRB - CANNOT OPEN BRANCH MASTER, '
                   'STATUS=' WS-MASTER-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-MASTER-EOF
               READ MASTER-FILE
                   AT END
                       SET WS-MASTER-EOF TO TRUE
                   NOT AT END
                       PERFORM 1210-STORE-MERGED-BRANCH
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

           PERFORM VARYING WS-MRG-INDEX FROM 1 BY 1
               UNTIL WS-MRG-INDEX > WS-MERGE-COUNT
               MOVE WS-MRG-INTO(WS-MRG-INDEX) TO WS-RESOLVE-CODE
               PERFORM 1250-FIND-SURVIVOR
               MOVE WS-RESOLVE-CODE TO WS-MRG-SURVIVOR(WS-MRG-INDEX)
           END-PERFORM.

           IF WS-BRANCH-PARM NOT = SPACES
               MOVE WS-BRANCH-PARM TO WS-RESOLVE-CODE
               PERFORM 1250-FIND-SURVIVOR
               IF WS-RESOLVE-CODE NOT = WS-BRANCH-PARM
                   DISPLAY 'BRHISTRB - BRANCH ' WS-BRANCH-PARM
                       ' WAS MERGED INTO ' WS-RESOLVE-CODE
                       ', REBUILDING ' WS-RESOLVE-CODE
                   MOVE WS-RESOLVE-CODE TO WS-BRANCH-PARM
               END-IF
           END-IF.

       1210-STORE-MERGED-BRANCH.
           IF BM-MERGED-INTO NOT = SPACES
               AND BM-MERGED-INTO NOT = LOW-VALUES
               IF WS-MERGE-COUNT >= WS-MRG-MAX-ENTRIES
                   DISPLAY 'BRHISTRB - MERGE TABLE FULL, BRANCH '
                       'NOT FOLDED: ' BM-BRANCH-CODE
               ELSE
                   ADD 1 TO WS-MERGE-COUNT
                   MOVE BM-BRANCH-CODE TO WS-MRG-CODE(WS-MERGE-COUNT)
                   MOVE BM-MERGED-INTO TO WS-MRG-INTO(WS-MERGE-COUNT)
                   MOVE SPACES TO WS-MRG-SURVIVOR(WS-MERGE-COUNT)
               END-IF
           END-IF.

      *****************************************************
      *  FOLLOW WS-RESOLVE-CODE DOWN THE MERGE CHAIN TO THE
      *  BRANCH THAT STILL STANDS.  THE HOP LIMIT STOPS A
      *  MIS-KEYED CIRCULAR MERGE FROM LOOPING FOR EVER.
      *****************************************************
       1250-FIND-SURVIVOR.
           MOVE 0 TO WS-HOP-COUNT.
           MOVE 'N' TO WS-RESOLVE-DONE-SW.
           PERFORM UNTIL WS-RESOLVE-DONE
               PERFORM 1260-FIND-MERGE-ENTRY
               IF WS-MRG-FOUND
                   AND WS-HOP-COUNT < WS-MAX-MERGE-HOPS
                   MOVE WS-MRG-INTO(WS-MRG-SEARCH)
                       TO WS-RESOLVE-CODE
                   ADD 1 TO WS-HOP-COUNT
               ELSE
                   SET WS-RESOLVE-DONE TO TRUE
               END-IF
           END-PERFORM.

       1260-FIND-MERGE-ENTRY.
           MOVE 'N' TO WS-MRG-FOUND-SW.
           PERFORM VARYING WS-MRG-SEARCH FROM 1 BY 1
               UNTIL WS-MRG-SEARCH > WS-MERGE-COUNT
                   OR WS-MRG-FOUND
               IF WS-MRG-CODE(WS-MRG-SEARCH) = WS-RESOLVE-CODE
                   SET WS-MRG-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-MRG-FOUND
               SUBTRACT 1 FROM WS-MRG-SEARCH
           END-IF.

       1300-READ-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'BRHISTRB - NO RUN PARAMETER FILE, '
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
               WHEN 'REBUILD-FROM-DATE'
                   IF RP-VALUE(1:8) IS NUMERIC
                       AND RP-VALUE(5:2) >= '01'
                       AND RP-VALUE(5:2) <= '12'
                       AND RP-VALUE(7:2) >= '01'
                       AND RP-VALUE(7:2) <= '31'
                       MOVE RP-VALUE(1:8) TO WS-FROM-DATE
                   ELSE
                       DISPLAY 'BRHISTRB - BAD REBUILD-FROM-DATE '
                           'PARAMETER IGNORED: ' RP-VALUE(1:8)
                   END-IF
               WHEN 'REBUILD-TO-DATE'
                   IF RP-VALUE(1:8) IS NUMERIC
                       AND RP-VALUE(5:2) >= '01'
                       AND RP-VALUE(5:2) <= '12'
                       AND RP-VALUE(7:2) >= '01'
                       AND RP-VALUE(7:2) <= '31'
                       MOVE RP-VALUE(1:8) TO WS-TO-DATE
                   ELSE
                       DISPLAY 'BRHISTRB - BAD REBUILD-TO-DATE '
                           'PARAMETER IGNORED: ' RP-VALUE(1:8)
                   END-IF
               WHEN 'REBUILD-BRANCH'
                   MOVE RP-VALUE(1:4) TO WS-BRANCH-PARM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      *  THE LEDGER IN BRANCH/DATE ORDER - THE WHOLE FILE,
      *  OR FOR ONE BRANCH ITS OWN DAYS AND THEN THOSE OF
      *  EACH BRANCH MERGED INTO IT.  ONCE EVERY DAY IS IN,
      *  EACH SURVIVOR'S HISTORY IS STORED AND ANY HISTORY
      *  LEFT UNDER AN ABSORBED CODE IS REMOVED.
      *****************************************************
       2000-REPLAY-LEDGER.
           MOVE WS-BRANCH-PARM TO WS-SCAN-BRANCH.
           PERFORM 2050-SCAN-LEDGER.
           IF WS-BRANCH-PARM NOT = SPACES
               PERFORM VARYING WS-MRG-INDEX FROM 1 BY 1
                   UNTIL WS-MRG-INDEX > WS-MERGE-COUNT
                   IF WS-MRG-SURVIVOR(WS-MRG-INDEX) = WS-BRANCH-PARM
                       MOVE WS-MRG-CODE(WS-MRG-INDEX)
                           TO WS-SCAN-BRANCH
                       PERFORM 2050-SCAN-LEDGER
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.

           PERFORM VARYING WS-RB-INDEX FROM 1 BY 1
               UNTIL WS-RB-INDEX > WS-RB-COUNT
               PERFORM 2300-STORE-BRANCH-HISTORY
           END-PERFORM.
           PERFORM VARYING WS-MRG-INDEX FROM 1 BY 1
               UNTIL WS-MRG-INDEX > WS-MERGE-COUNT
               IF WS-BRANCH-PARM = SPACES
                   OR WS-MRG-SURVIVOR(WS-MRG-INDEX) = WS-BRANCH-PARM
                   PERFORM 2400-REMOVE-MERGED-HISTORY
               END-IF
           END-PERFORM.

      *****************************************************
      *  ONE PASS FROM WS-SCAN-BRANCH (SPACES - THE WHOLE
      *  LEDGER) UNTIL THE BRANCH CHANGES.
      *****************************************************
       2050-SCAN-LEDGER.
           MOVE 'N' TO WS-LEDGER-EOF-SW.
           MOVE LOW-VALUES TO LG-KEY.
           IF WS-SCAN-BRANCH NOT = SPACES
               MOVE WS-SCAN-BRANCH TO LG-BRANCH-CODE
           END-IF.
           START LEDGER-FILE KEY IS NOT LESS THAN LG-KEY
               INVALID KEY
                   SET WS-LEDGER-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-LEDGER-EOF
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       SET WS-LEDGER-EOF TO TRUE
                   NOT AT END
                       PERFORM 2100-CHECK-ONE-LEDGER-DAY
               END-READ
           END-PERFORM.

       2100-CHECK-ONE-LEDGER-DAY.
           IF WS-SCAN-BRANCH NOT = SPACES
               AND LG-BRANCH-CODE NOT = WS-SCAN-BRANCH
               SET WS-LEDGER-EOF TO TRUE
           ELSE
               ADD 1 TO WS-LEDGER-READ
               IF LG-BUSINESS-DATE >= WS-FROM-DATE
                   AND LG-BUSINESS-DATE <= WS-TO-DATE
                   PERFORM 2150-FIND-REBUILD-ENTRY
                   IF WS-RB-INDEX > 0
                       PERFORM 2200-REPLAY-ONE-DAY
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *  THE STATE ENTRY OF THE BRANCH THIS LEDGER DAY IS
      *  CREDITED TO - ITS SURVIVOR IF IT WAS MERGED AWAY.
      *  THE ENTRY IS KEPT WHILE THE LEDGER BRANCH STAYS
      *  THE SAME; ZERO MEANS THE TABLE WAS FULL.
      *****************************************************
       2150-FIND-REBUILD-ENTRY.
           IF LG-BRANCH-CODE NOT = WS-LAST-LEDGER-BRANCH
               MOVE LG-BRANCH-CODE TO WS-LAST-LEDGER-BRANCH
               MOVE LG-BRANCH-CODE TO WS-RESOLVE-CODE
               PERFORM 1260-FIND-MERGE-ENTRY
               IF WS-MRG-FOUND
                   MOVE WS-MRG-SURVIVOR(WS-MRG-SEARCH)
                       TO WS-TARGET-BRANCH
               ELSE
                   MOVE LG-BRANCH-CODE TO WS-TARGET-BRANCH
               END-IF
               MOVE 'N' TO WS-RB-FOUND-SW
               PERFORM VARYING WS-RB-INDEX FROM 1 BY 1
                   UNTIL WS-RB-INDEX > WS-RB-COUNT
                       OR WS-RB-FOUND
                   IF WS-RB-BRANCH(WS-RB-INDEX) = WS-TARGET-BRANCH
                       SET WS-RB-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF WS-RB-FOUND
                   SUBTRACT 1 FROM WS-RB-INDEX
               ELSE
                   IF WS-RB-COUNT >= WS-RB-MAX-ENTRIES
                       DISPLAY 'BRHISTRB - BRANCH TABLE FULL, '
                           'NOT REBUILT: ' WS-TARGET-BRANCH
                       MOVE 0 TO WS-RB-INDEX
                   ELSE
                       ADD 1 TO WS-RB-COUNT
                       MOVE WS-RB-COUNT TO WS-RB-INDEX
                       INITIALIZE WS-REBUILD-STATE(WS-RB-INDEX)
                       MOVE WS-TARGET-BRANCH
                           TO WS-RB-BRANCH(WS-RB-INDEX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *  THE NIGHTLY'S PERIOD ROLL FOR ONE LEDGER DAY -
      *  START A NEW WEEK OR MONTH WHEN THE DAY FALLS IN
      *  ONE, THEN ADD THE DAY'S NET COUNT.  AN ABSORBED
      *  BRANCH'S DAYS ARRIVE AFTER THE SURVIVOR'S OWN, OUT
      *  OF DATE ORDER, SO A DAY IN AN EARLIER WEEK, MONTH
      *  OR POSTED DATE THAN THE ONE HELD IS ONE THE ROLL
      *  HAS ALREADY LEFT BEHIND AND ADDS NOTHING.
      *****************************************************
       2200-REPLAY-ONE-DAY.
           ADD 1 TO WS-RB-DAYS(WS-RB-INDEX).
           ADD 1 TO WS-DAYS-REPLAYED.
           COMPUTE WS-NET-COUNT = LG-SUM - LG-REV-SUM.
           COMPUTE WS-DAY-MONTH-STAMP = LG-BUSINESS-DATE / 100.
           COMPUTE WS-DAYNUM =
               FUNCTION INTEGER-OF-DATE(LG-BUSINESS-DATE).
           COMPUTE WS-WEEKDAY-NUM = FUNCTION MOD(WS-DAYNUM, 7).
           COMPUTE WS-WEEK-START-DAYNUM =
               WS-DAYNUM - WS-WEEKDAY-NUM.
           COMPUTE WS-DAY-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAYNUM).

           EVALUATE TRUE
               WHEN WS-DAY-WEEK-START-DATE
                       > WS-RB-WEEK-START-DATE(WS-RB-INDEX)
                   MOVE WS-DAY-WEEK-START-DATE
                       TO WS-RB-WEEK-START-DATE(WS-RB-INDEX)
                   MOVE WS-NET-COUNT TO WS-RB-WTD-TOTAL(WS-RB-INDEX)
               WHEN WS-DAY-WEEK-START-DATE
                       = WS-RB-WEEK-START-DATE(WS-RB-INDEX)
                   ADD WS-NET-COUNT TO WS-RB-WTD-TOTAL(WS-RB-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-DAY-MONTH-STAMP
                       > WS-RB-MONTH-STAMP(WS-RB-INDEX)
                   MOVE WS-DAY-MONTH-STAMP
                       TO WS-RB-MONTH-STAMP(WS-RB-INDEX)
                   MOVE WS-NET-COUNT TO WS-RB-MTD-TOTAL(WS-RB-INDEX)
               WHEN WS-DAY-MONTH-STAMP
                       = WS-RB-MONTH-STAMP(WS-RB-INDEX)
                   ADD WS-NET-COUNT TO WS-RB-MTD-TOTAL(WS-RB-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN LG-BUSINESS-DATE
                       > WS-RB-LAST-POSTED-DATE(WS-RB-INDEX)
                   MOVE LG-BUSINESS-DATE
                       TO WS-RB-LAST-POSTED-DATE(WS-RB-INDEX)
                   MOVE WS-NET-COUNT
                       TO WS-RB-LAST-DAY-TOTAL(WS-RB-INDEX)
               WHEN LG-BUSINESS-DATE
                       = WS-RB-LAST-POSTED-DATE(WS-RB-INDEX)
                   ADD WS-NET-COUNT
                       TO WS-RB-LAST-DAY-TOTAL(WS-RB-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-STORE-BRANCH-HISTORY.
           MOVE WS-RB-BRANCH(WS-RB-INDEX) TO HR-BRANCH-CODE.
           MOVE 0 TO WS-OLD-WTD-TOTAL.
           MOVE 0 TO WS-OLD-MTD-TOTAL.
           READ HIST-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HIST-FOUND-SW
               NOT INVALID KEY
                   SET WS-HIST-FOUND TO TRUE
                   MOVE HR-WTD-TOTAL TO WS-OLD-WTD-TOTAL
                   MOVE HR-MTD-TOTAL TO WS-OLD-MTD-TOTAL
           END-READ.

           IF NOT WS-HIST-FOUND
               MOVE SPACES TO HIST-RECORD
               MOVE WS-RB-BRANCH(WS-RB-INDEX) TO HR-BRANCH-CODE
           END-IF.
           MOVE WS-RB-WEEK-START-DATE(WS-RB-INDEX)
               TO HR-WEEK-START-DATE.
           MOVE WS-RB-WTD-TOTAL(WS-RB-INDEX) TO HR-WTD-TOTAL.
           MOVE WS-RB-MONTH-STAMP(WS-RB-INDEX) TO HR-MONTH-STAMP.
           MOVE WS-RB-MTD-TOTAL(WS-RB-INDEX) TO HR-MTD-TOTAL.
           MOVE WS-RB-LAST-POSTED-DATE(WS-RB-INDEX)
               TO HR-LAST-POSTED-DATE.
           MOVE WS-RB-LAST-DAY-TOTAL(WS-RB-INDEX)
               TO HR-LAST-DAY-TOTAL.
           IF WS-HIST-FOUND
               REWRITE HIST-RECORD
               MOVE 'REPLACED' TO WS-RD-ACTION
           ELSE
               WRITE HIST-RECORD
               MOVE 'ADDED' TO WS-RD-ACTION
               ADD 1 TO WS-BRANCHES-ADDED
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'BRHISTRB - HISTORY WRITE FAILED FOR '
                   WS-RB-BRANCH(WS-RB-INDEX)
                   ' STATUS=' WS-HIST-STATUS
               STOP RUN
           END-IF.
           ADD 1 TO WS-BRANCHES-REBUILT.

           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE WS-RB-BRANCH(WS-RB-INDEX) TO WS-RD-BRANCH.
           MOVE WS-RB-DAYS(WS-RB-INDEX) TO WS-RD-DAYS.
           MOVE WS-OLD-WTD-TOTAL TO WS-RD-OLD-WTD.
           MOVE WS-RB-WTD-TOTAL(WS-RB-INDEX) TO WS-RD-NEW-WTD.
           MOVE WS-OLD-MTD-TOTAL TO WS-RD-OLD-MTD.
           MOVE WS-RB-MTD-TOTAL(WS-RB-INDEX) TO WS-RD-NEW-MTD.
           MOVE WS-RB-WEEK-START-DATE(WS-RB-INDEX)
               TO WS-RD-WEEK-START.
           MOVE WS-RB-MONTH-STAMP(WS-RB-INDEX) TO WS-RD-MONTH.
           MOVE WS-RB-LAST-POSTED-DATE(WS-RB-INDEX)
               TO WS-RD-LAST-POSTED.
           WRITE RPT-LINE FROM WS-RPT-DETAIL
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

      *****************************************************
      *  AN ABSORBED BRANCH'S PERIODS NOW LIVE IN ITS
      *  SURVIVOR'S RECORD.  A RECORD STILL UNDER ITS OWN
      *  CODE (WRITTEN BACK BY AN EARLIER REBUILD, SAY)
      *  WOULD BE COUNTED TWICE, SO IT IS DELETED.
      *****************************************************
       2400-REMOVE-MERGED-HISTORY.
           MOVE WS-MRG-CODE(WS-MRG-INDEX) TO HR-BRANCH-CODE.
           READ HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HR-WTD-TOTAL TO WS-OLD-WTD-TOTAL
                   MOVE HR-MTD-TOTAL TO WS-OLD-MTD-TOTAL
                   DELETE HIST-FILE RECORD
                   IF WS-HIST-STATUS NOT = '00'
                       DISPLAY 'BRHISTRB - HISTORY DELETE FAILED '
                           'FOR ' WS-MRG-CODE(WS-MRG-INDEX)
                           ' STATUS=' WS-HIST-STATUS
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HISTORIES-REMOVED
                   IF WS-REPORT-LINE-COUNT
                           >= WS-REPORT-LINES-PER-PAGE
                       PERFORM 7050-PRINT-REPORT-HEADERS
                   END-IF
                   MOVE WS-MRG-CODE(WS-MRG-INDEX) TO WS-RR-BRANCH
                   MOVE WS-MRG-SURVIVOR(WS-MRG-INDEX)
                       TO WS-RR-SURVIVOR
                   MOVE WS-OLD-WTD-TOTAL TO WS-RR-OLD-WTD
                   MOVE WS-OLD-MTD-TOTAL TO WS-RR-OLD-MTD
                   WRITE RPT-LINE FROM WS-RPT-REMOVED
                       AFTER ADVANCING 1
                   ADD 1 TO WS-REPORT-LINE-COUNT
           END-READ.

       7050-PRINT-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-FROM-DATE TO WS-HDR-FROM-DATE.
           MOVE WS-TO-DATE TO WS-HDR-TO-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           WRITE RPT-LINE FROM WS-RPT-HDR-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1.
           WRITE RPT-LINE FROM WS-RPT-HDR-2
               AFTER ADVANCING 1.
           MOVE 0 TO WS-REPORT-LINE-COUNT.

       9900-TERMINATE.
           CLOSE HIST-FILE.
           MOVE WS-BRANCHES-REBUILT TO WS-RS-REBUILT.
           MOVE WS-BRANCHES-ADDED TO WS-RS-ADDED.
           MOVE WS-DAYS-REPLAYED TO WS-RS-DAYS.
           MOVE WS-LEDGER-READ TO WS-RS-LEDGER.
           WRITE RPT-LINE FROM WS-RPT-SUMMARY-1
               AFTER ADVANCING 2.
           MOVE WS-HISTORIES-REMOVED TO WS-RS-REMOVED.
           WRITE RPT-LINE FROM WS-RPT-SUMMARY-2
               AFTER ADVANCING 1.
           CLOSE REPORT-FILE.
           DISPLAY 'BRHISTRB - ' WS-BRANCHES-REBUILT
               ' BRANCH HISTORIES REBUILT FROM ' WS-DAYS-REPLAYED
               ' LEDGER DAYS'.
