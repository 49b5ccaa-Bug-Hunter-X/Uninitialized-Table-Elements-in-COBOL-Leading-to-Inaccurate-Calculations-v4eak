      *  RESULTS, PRINTS THE BRANCH AND EXCEPTION REPORTS,
      *  ROLLS THE TOTALS FORWARD INTO WEEK/MONTH-TO-DATE
      *  HISTORY, AND FEEDS THE GL INTERFACE AND AUDIT LOG.
      *  EVERY ITEM IS ALSO PRICED FROM THE BRFEESCH FEE
      *  SCHEDULE, AND EACH BRANCH'S FEE INCOME AND EXPENSE
      *  IS REPORTED AND BOOKED TO THE GL.  THE SAME
      *  FIGURES GO TO THE DATA WAREHOUSE AS DELIMITED
      *  EXTRACTS WITH A CONTROL MANIFEST.
      *
      *  WS-SUM(WS-COUNTER) IS INITIALIZED TO ZERO FOR EVERY
      *  ELEMENT BEFORE IT IS EVER ADDED TO, THE SAME FIX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXRATE-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO "BRFEESCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FEESCH-STATUS.

           SELECT ORIG-FEED-FILE ASSIGN TO "ORIGFEED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ORIG-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TLRRPT-STATUS.

           SELECT ACTIVITY-PROFILE-FILE ASSIGN TO "BRACTPRF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-BRANCH-CODE
               FILE STATUS IS WS-ACTPRF-STATUS.

           SELECT ACTIVITY-REPORT-FILE ASSIGN TO "BRACTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACTRPT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "BRLEDGER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT WH-BRANCH-FILE ASSIGN TO "WHBRANCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHBR-STATUS.

           SELECT WH-CHNCAT-FILE ASSIGN TO "WHCHNCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHCC-STATUS.

           SELECT WH-TELLER-FILE ASSIGN TO "WHTELLER"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHTL-STATUS.

           SELECT WH-MANIFEST-FILE ASSIGN TO "WHMANFST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WHMF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BREXRATE.

       FD  FEE-SCHEDULE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRFEESC.

       FD  ORIG-FEED-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS OMITTED.
       01  TLR-LINE                       PIC X(132).

       FD  ACTIVITY-PROFILE-FILE
           RECORD CONTAINS 220 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRACTPRF.

       FD  ACTIVITY-REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS OMITTED.
       01  ACT-LINE                       PIC X(132).

       FD  LEDGER-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRLEDGR.

       FD  WH-BRANCH-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WH-BRANCH-LINE                 PIC X(200).

       FD  WH-CHNCAT-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WH-CHNCAT-LINE                 PIC X(200).

       FD  WH-TELLER-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WH-TELLER-LINE                 PIC X(200).

       FD  WH-MANIFEST-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  WH-MANIFEST-LINE               PIC X(200).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-TLRRPT-STATUS            PIC X(2).
           05  WS-TLRCK-STATUS             PIC X(2).
           05  WS-EXRATE-STATUS            PIC X(2).
           05  WS-FEESCH-STATUS            PIC X(2).
           05  WS-ORIG-STATUS              PIC X(2).
           05  WS-PARTL-STATUS             PIC X(2).
           05  WS-CTRWK-STATUS             PIC X(2).
           05  WS-CTREXT-STATUS            PIC X(2).
           05  WS-CTRRPT-STATUS            PIC X(2).
           05  WS-ACTPRF-STATUS            PIC X(2).
           05  WS-ACTRPT-STATUS            PIC X(2).
           05  WS-LEDGER-STATUS            PIC X(2).
           05  WS-WHBR-STATUS              PIC X(2).
           05  WS-WHCC-STATUS              PIC X(2).
           05  WS-WHTL-STATUS              PIC X(2).
           05  WS-WHMF-STATUS              PIC X(2).

       01  WS-SWITCHES.
           05  WS-TRANX-EOF-SW             PIC X VALUE 'N'.
               88  WS-MASTER-EOF                 VALUE 'Y'.
           05  WS-MST-FOUND-SW             PIC X VALUE 'N'.
               88  WS-MST-FOUND                  VALUE 'Y'.
           05  WS-LEDGER-FOUND-SW          PIC X VALUE 'N'.
               88  WS-LEDGER-FOUND               VALUE 'Y'.
           05  WS-REJECT-REASON            PIC X(3) VALUE SPACES.
               88  WS-REJECT-UNKNOWN-BRANCH      VALUE 'UNB'.
               88  WS-REJECT-CLOSED-BRANCH       VALUE 'CLB'.
      *  NOT IN A RECOMPILE.
           05  WS-CTR-THRESHOLD            PIC 9(7)V99
                                           VALUE 10000.00.
      *  HOW MANY OF THE LAST 20 BUSINESS DAYS A CHANNEL
      *  MUST HAVE CARRIED ITEMS BEFORE A DAY WITHOUT ANY IS
      *  AN EXPECTED-ACTIVITY EXCEPTION.
           05  WS-SILENT-ACTIVE-DAYS       PIC 9(2) VALUE 10.
           05  WS-JOB-ID                   PIC X(8) VALUE 'BRSUM01'.
           05  WS-OPERATOR-ID              PIC X(8) VALUE 'BATCH'.

               10  WS-XRT-CCY              PIC X(3).
               10  WS-XRT-RATE             PIC 9(3)V9(6).

      *****************************************************
      *  PER-ITEM FEE SCHEDULE, LOADED FROM BRFEESCH AT
      *  INITIALIZE TIME IN KEY ORDER.  ONCE THE HEADER HAS
      *  NAMED THE BUSINESS DATE, EACH CATEGORY/CHANNEL PAIR
      *  IS RESOLVED TO THE LATEST ROW EFFECTIVE ON OR
      *  BEFORE IT (WS-FEE-IN-FORCE, 0 = UNPRICED), SO
      *  PRICING A DETAIL IS TWO SUBSCRIPTS, NOT A SEARCH.
      *  CATEGORY SUBSCRIPTS FOLLOW WS-FEE-CATEGORY-LIST;
      *  CHANNEL SUBSCRIPTS ARE THE USUAL 1=BRANCH 2=ATM
      *  3=ONLINE.
      *****************************************************
       01  WS-FEE-SCHEDULE-TABLE.
           05  WS-FEE-ROW-COUNT            PIC 9(3) VALUE 0.
           05  WS-FEE-ROW OCCURS 200 TIMES.
               10  WS-FSR-CATEGORY         PIC X(2).
               10  WS-FSR-CHANNEL          PIC X(1).
               10  WS-FSR-EFF-DATE         PIC 9(8).
               10  WS-FSR-TYPE             PIC X(1).
                   88  WS-FSR-IS-INCOME         VALUE 'I'.
               10  WS-FSR-FLAT             PIC 9(5)V99.
               10  WS-FSR-PCT              PIC 9(3)V9(4).
           05  WS-FEE-IN-FORCE-CAT OCCURS 3 TIMES.
               10  WS-FEE-IN-FORCE OCCURS 3 TIMES
                                           PIC 9(3).

       01  WS-FEE-CATEGORY-LIST            PIC X(6) VALUE 'CACKCR'.
       01  WS-FEE-CATEGORY-TBL REDEFINES WS-FEE-CATEGORY-LIST.
           05  WS-FEE-CATEGORY OCCURS 3 TIMES
                                           PIC X(2).

      *****************************************************
      *  PER-BRANCH VARIANCE THRESHOLD OVERRIDES FROM THE
      *  RUNPARM FILE - A SMALL RURAL BRANCH CAN RUN WITH A
                                           PIC S9(5).
               10  WS-CHN-AMT OCCURS 3 TIMES
                                           PIC S9(9)V99.
      *  FEE INCOME AND FEE EXPENSE BY SOURCE CHANNEL, NET
      *  OF REVERSALS, PRICED FROM THE FEE SCHEDULE.
               10  WS-FEE-INC OCCURS 3 TIMES
                                           PIC S9(9)V99.
               10  WS-FEE-EXP OCCURS 3 TIMES
                                           PIC S9(9)V99.

      *****************************************************
      *  IN-STORAGE COPY OF THE BRANCH MASTER, LOADED ONCE
      *  AT INITIALIZATION SO EVERY DETAIL RECORD CAN BE
      *  VALIDATED WITHOUT REREADING THE FILE.  THE OPEN AND
      *  CLOSE DATES, AND THE COUNT OF ITEMS TURNED AWAY
      *  BECAUSE THE BRANCH IS CLOSED, FEED THE EXPECTED-
      *  ACTIVITY CHECK IN 6500.
      *****************************************************
       01  WS-MASTER-TABLE.
           05  WS-MASTER-COUNT             PIC 9(5) VALUE 0.
               10  WS-MST-DISTRICT         PIC X(2).
               10  WS-MST-STATUS           PIC X(1).
                   88  WS-MST-IS-OPEN           VALUE 'O'.
               10  WS-MST-OPEN-DATE        PIC 9(8).
               10  WS-MST-CLOSE-DATE       PIC 9(8).
               10  WS-MST-CLOSED-ITEMS     PIC 9(5).

      *****************************************************
      *  REGION ROLLUP TABLE - BUILT AFTER THE PERIOD
               10  WS-RGN-MTD              PIC S9(9).
               10  WS-RGN-PRIOR            PIC S9(9).
               10  WS-RGN-VARIANCE-PCT     PIC S9(3)V99.
               10  WS-RGN-FEE-NET OCCURS 3 TIMES
                                           PIC S9(11)V99.
               10  WS-RGN-FEE-INC          PIC S9(11)V99.
               10  WS-RGN-FEE-EXP          PIC S9(11)V99.

      *****************************************************
      *  PER-TELLER COUNTS WITHIN EACH BRANCH, FOR THE
           05  FILLER                      PIC S9(9).
           05  FILLER                      PIC S9(9).
           05  FILLER                      PIC S9(3)V99.
           05  FILLER                      PIC S9(11)V99.
           05  FILLER                      PIC S9(11)V99.
           05  FILLER                      PIC S9(11)V99.
           05  FILLER                      PIC S9(11)V99.
           05  FILLER                      PIC S9(11)V99.

       01  WS-CKPT-SNAPSHOT.
           05  WS-CKPT-RUN-DATE            PIC 9(8) VALUE 0.
           05  WS-CKPT-SET-COUNT           PIC 9(5) VALUE 0.
           05  WS-CKPT-SET-EXPECTED        PIC 9(5) VALUE 0.
           05  WS-CKPT-SET-LOADED          PIC 9(5) VALUE 0.
           05  WS-CKPT-SET-FEES            PIC 9(5) VALUE 0.
           05  WS-CKPT-TARGET-SET          PIC 9(5) VALUE 0.
           05  WS-CKPT-CURRENT-SET         PIC 9(5) VALUE 0.
           05  WS-CKPT-CODE OCCURS 500 TIMES PIC X(4).
                                         PIC S9(5).
               10  WS-CKPT-CHN-AMT OCCURS 3 TIMES
                                         PIC S9(9)V99.
           05  WS-CKPT-FEE OCCURS 500 TIMES.
               10  WS-CKPT-FEE-INC OCCURS 3 TIMES
                                         PIC S9(9)V99.
               10  WS-CKPT-FEE-EXP OCCURS 3 TIMES
                                         PIC S9(9)V99.

       01  WS-WORK-FIELDS.
           05  WS-COUNTER                  PIC 9(5) VALUE 0.
           05  WS-REV-KEYED-AMT-TOTAL      PIC S9(11)V99 VALUE 0.
           05  WS-XRT-COUNTER              PIC 9(3) VALUE 0.
           05  WS-XRT-FOUND-INDEX          PIC 9(3) VALUE 0.
           05  WS-FEE-EOF-SW               PIC X VALUE 'N'.
               88  WS-FEE-EOF                    VALUE 'Y'.
           05  WS-ITEM-FEE-SW              PIC X VALUE 'N'.
               88  WS-ITEM-FEE-NONE              VALUE 'N'.
               88  WS-ITEM-FEE-INCOME            VALUE 'I'.
               88  WS-ITEM-FEE-EXPENSE           VALUE 'E'.
           05  WS-FEE-ROW-SUB              PIC 9(3) VALUE 0.
           05  WS-FEE-CAT-SUB              PIC 9(1) VALUE 0.
           05  WS-FEE-PRICED-PAIRS         PIC 9(1) VALUE 0.
           05  WS-SIGNED-FEE               PIC S9(7)V99 VALUE 0.
           05  WS-FEE-BRANCH-NET           PIC S9(9)V99 VALUE 0.
           05  WS-FEE-BRANCH-INC           PIC S9(9)V99 VALUE 0.
           05  WS-FEE-BRANCH-EXP           PIC S9(9)V99 VALUE 0.
           05  WS-FEE-GRAND-NET OCCURS 3 TIMES
                                           PIC S9(11)V99.
           05  WS-FEE-GRAND-INC            PIC S9(11)V99 VALUE 0.
           05  WS-FEE-GRAND-EXP            PIC S9(11)V99 VALUE 0.
           05  WS-RATE-EOF-SW              PIC X VALUE 'N'.
               88  WS-RATE-EOF                   VALUE 'Y'.
           05  WS-RATE-FOUND-SW            PIC X VALUE 'N'.
           05  WS-TLR-EOF-SW               PIC X VALUE 'N'.
               88  WS-TLR-CKPT-EOF               VALUE 'Y'.
           05  WS-CATEGORY-SUM             PIC S9(9) VALUE 0.
           05  WS-LEDGER-MISSED            PIC 9(5) VALUE 0.
           05  WS-EX-VARIANCE-DISPLAY      PIC ---9.99.
           05  WS-EX-AMOUNT-DISPLAY        PIC -(11)9.99.
           05  WS-EX-AMOUNT-DISPLAY-2      PIC -(11)9.99.
           05  WS-EX-NET-DISPLAY           PIC -(9)9.
           05  WS-EX-PRIOR-DISPLAY         PIC -(9)9.

           COPY BRWHEXT.

       01  WS-CURRENT-DATE-TIME-RAW        PIC X(21).
       01  WS-CURRENT-DATE-TIME-FIELDS REDEFINES
                   WS-CURRENT-DATE-TIME-RAW.
                   VALUE 'CARD AMT:'.
           05  WS-RD-CARD-AMT-TOTAL        PIC ----,---,---,--9.99.

      *****************************************************
      *  FEE SECTION LINES - PRINTED AFTER THE GRAND TOTALS
      *  OF THE BRANCH REPORT (ONE LINE PER BRANCH THAT
      *  EARNED OR PAID A FEE) AND OF THE REGION REPORT (ONE
      *  LINE PER REGION).  THE CHANNEL COLUMNS ARE NET FEES
      *  - INCOME LESS EXPENSE - AND ADD ACROSS TO NET FEES.
      *  THE TOTAL LINE CARRIES AN EXTRA DIGIT AND ENDS ON
      *  THE SAME COLUMNS AS THE DETAIL LINES.
      *****************************************************
       01  WS-RPT-FEE-TITLE.
           05  FILLER                      PIC X(30)
                   VALUE 'FEE INCOME AND EXPENSE'.
           05  FILLER                      PIC X(31)
                   VALUE 'CATEGORY/CHANNEL PAIRS PRICED: '.
           05  WS-RFT-PAIRS                PIC 9.
           05  FILLER                      PIC X(5) VALUE ' OF 9'.

       01  WS-RPT-FEE-HDR.
           05  WS-RFH-LABEL                PIC X(30)
                   VALUE 'BRANCH  BRANCH NAME'.
           05  FILLER                      PIC X(16)
                   VALUE '     TELLER FEES'.
           05  FILLER                      PIC X(16)
                   VALUE '        ATM FEES'.
           05  FILLER                      PIC X(16)
                   VALUE '     ONLINE FEES'.
           05  FILLER                      PIC X(16)
                   VALUE '      FEE INCOME'.
           05  FILLER                      PIC X(16)
                   VALUE '     FEE EXPENSE'.
           05  FILLER                      PIC X(16)
                   VALUE '        NET FEES'.

       01  WS-RPT-FEE-DETAIL.
           05  WS-RF-BRANCH                PIC X(4).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RF-NAME                  PIC X(20).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RF-TLR                   PIC ---,---,--9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RF-ATM                   PIC ---,---,--9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RF-ONL                   PIC ---,---,--9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RF-INCOME                PIC ---,---,--9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RF-EXPENSE               PIC ---,---,--9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RF-NET                   PIC ---,---,--9.99.

       01  WS-RPT-FEE-TOTAL.
           05  WS-RFT-LABEL                PIC X(30).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RFT-TLR                  PIC ----,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RFT-ATM                  PIC ----,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RFT-ONL                  PIC ----,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RFT-INCOME               PIC ----,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RFT-EXPENSE              PIC ----,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RFT-NET                  PIC ----,---,--9.99.

      *****************************************************
      *  EXCEPTION REPORT LINES - CONTROL TOTAL MISMATCHES,
      *  UNKNOWN BRANCHES/CATEGORIES, AND DAY-OVER-DAY
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RST-VAR                  PIC ---9.99.

      *****************************************************
      *  EXPECTED-ACTIVITY CHECK - WORK FIELDS FOR ONE
      *  BRANCH AT A TIME AND THE RUN'S COUNTS.  A BRANCH IS
      *  IN WINDOW WHEN THE BUSINESS DATE FALLS BETWEEN ITS
      *  MASTER OPEN AND CLOSE DATES; ONLY AN IN-WINDOW
      *  BRANCH IS EXPECTED TO HAVE ITEMS AT ALL.
      *****************************************************
       01  WS-ACTIVITY-CHECK-FIELDS.
           05  WS-ACT-WINDOW-SW            PIC X(1) VALUE SPACE.
               88  WS-ACT-IN-WINDOW              VALUE 'I'.
               88  WS-ACT-BEFORE-OPEN            VALUE 'B'.
               88  WS-ACT-AFTER-CLOSE            VALUE 'A'.
           05  WS-ACT-NEW-SW               PIC X VALUE 'N'.
               88  WS-ACT-NEW-PROFILE            VALUE 'Y'.
           05  WS-ACT-SILENT-SW            PIC X VALUE 'N'.
               88  WS-ACT-BRANCH-SILENT          VALUE 'Y'.
           05  WS-ACT-ITEMS                PIC 9(7) VALUE 0.
           05  WS-ACT-ACTIVE-DAYS          PIC 9(2) VALUE 0.
           05  WS-ACT-PATTERN              PIC X(20) VALUE SPACES.
           05  WS-ACT-SILENT-LIST          PIC X(3) VALUE SPACES.
           05  WS-ACT-SILENT-COUNT         PIC 9(5) VALUE 0.
           05  WS-ACT-WINDOW-COUNT         PIC 9(5) VALUE 0.
           05  WS-ACT-LINE-COUNT           PIC 9(3) VALUE 0.
           05  WS-ACT-PAGE-NUMBER          PIC 9(3) VALUE 0.
           05  WS-ACT-DATE-EDIT            PIC 9999/99/99.
           05  WS-ACT-DAYS-DISPLAY         PIC ZZ9.
           05  WS-ACT-ITEMS-DISPLAY        PIC Z(6)9.
           05  WS-ACT-CHANNEL-WORK OCCURS 3 TIMES.
               10  WS-ACT-CHN-STATE        PIC X(6).
               10  WS-ACT-CHN-DAYS         PIC 9(3).

      *****************************************************
      *  EXPECTED-ACTIVITY REPORT LINES - ONE LINE PER OPEN
      *  BRANCH GONE SILENT ON A CHANNEL IT NORMALLY USES,
      *  AND ONE PER BRANCH WITH ITEMS DATED OUTSIDE ITS
      *  MASTER OPEN/CLOSE WINDOW.
      *****************************************************
       01  WS-ACTRPT-HDR-1.
           05  FILLER                      PIC X(9) VALUE 'BRSUM01 -'.
           05  FILLER                      PIC X(22)
                   VALUE ' EXPECTED ACTIVITY'.
           05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
           05  WS-ACT-HDR-RUN-DATE         PIC 9999/99/99.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'PAGE: '.
           05  WS-ACT-HDR-PAGE-NO          PIC ZZ9.

       01  WS-ACTRPT-HDR-3.
           05  FILLER                      PIC X(32)
                   VALUE 'A CHANNEL IS EXPECTED WHEN USED '.
           05  WS-ACT-HDR-MIN-DAYS         PIC Z9.
           05  FILLER                      PIC X(30)
                   VALUE ' OF THE LAST 20 BUSINESS DAYS'.

       01  WS-ACTRPT-HDR-2.
           05  FILLER                      PIC X(8)  VALUE 'BRANCH'.
           05  FILLER                      PIC X(22)
                   VALUE 'BRANCH NAME'.
           05  FILLER                      PIC X(4)  VALUE 'RG'.
           05  FILLER                      PIC X(20) VALUE 'CONDITION'.
           05  FILLER                      PIC X(13) VALUE 'TELLER'.
           05  FILLER                      PIC X(13) VALUE 'ATM'.
           05  FILLER                      PIC X(13) VALUE 'ONLINE'.
           05  FILLER                      PIC X(6)  VALUE 'DAYS'.
           05  FILLER                      PIC X(8)  VALUE 'ITEMS'.
           05  FILLER                      PIC X(10)
                   VALUE 'OPEN/CLOSE'.

       01  WS-ACT-DETAIL.
           05  WS-AD-BRANCH                PIC X(4).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-AD-NAME                  PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AD-REGION                PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AD-CONDITION             PIC X(18).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AD-TLR-STATE             PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AD-TLR-DAYS              PIC ZZZ.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-AD-ATM-STATE             PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AD-ATM-DAYS              PIC ZZZ.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-AD-ONL-STATE             PIC X(6).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-AD-ONL-DAYS              PIC ZZZ.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-AD-BRANCH-DAYS           PIC ZZZ.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-AD-ITEMS                 PIC Z(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AD-DATE                  PIC X(10).

       01  WS-ACT-SUMMARY-LINE.
           05  FILLER                      PIC X(17)
                   VALUE 'SILENT BRANCHES: '.
           05  WS-AS-SILENT                PIC ZZZZ9.
           05  FILLER                      PIC X(27)
                   VALUE '   OUT-OF-WINDOW BRANCHES: '.
           05  WS-AS-WINDOW                PIC ZZZZ9.

       PROCEDURE DIVISION.

      *****************************************************
           END-IF
           IF NOT WS-REGION-SCOPE
               PERFORM 6000-UPDATE-PERIOD-HISTORY
               IF NOT WS-ADJUST-MODE
                   PERFORM 6500-CHECK-EXPECTED-ACTIVITY
               END-IF
               PERFORM 7000-PRINT-BRANCH-REPORT
               PERFORM 7300-PRINT-REGION-REPORT
               IF NOT WS-ADJUST-MODE
               PERFORM 8600-WRITE-PARTIAL-TOTALS
           ELSE
               PERFORM 8000-WRITE-GL-INTERFACE
               PERFORM 8800-POST-DAY-LEDGER
               PERFORM 8200-WRITE-WAREHOUSE-EXTRACTS
               IF NOT WS-ADJUST-MODE
                   PERFORM 8500-WRITE-TODAYS-TOTALS-TO-PRIOR-FILE
                   PERFORM 8700-UPDATE-DATE-CONTROL

           PERFORM 1200-LOAD-BRANCH-MASTER.
           PERFORM 1400-LOAD-EXCHANGE-RATES.
           PERFORM 1450-LOAD-FEE-SCHEDULE.

      *****************************************************
      *  THE BRANCH MASTER IS READ ONCE INTO WORKING
           MOVE BM-DISTRICT-CODE
               TO WS-MST-DISTRICT(WS-MASTER-COUNT).
           MOVE BM-STATUS TO WS-MST-STATUS(WS-MASTER-COUNT).
      *  A MASTER RECORD WITH NO DATE ON FILE IS OPEN-ENDED
      *  ON THAT SIDE.
           IF BM-OPEN-DATE IS NUMERIC
               MOVE BM-OPEN-DATE TO WS-MST-OPEN-DATE(WS-MASTER-COUNT)
           ELSE
               MOVE 0 TO WS-MST-OPEN-DATE(WS-MASTER-COUNT)
           END-IF.
           IF BM-CLOSE-DATE IS NUMERIC
               MOVE BM-CLOSE-DATE
                   TO WS-MST-CLOSE-DATE(WS-MASTER-COUNT)
           ELSE
               MOVE 0 TO WS-MST-CLOSE-DATE(WS-MASTER-COUNT)
           END-IF.
           MOVE 0 TO WS-MST-CLOSED-ITEMS(WS-MASTER-COUNT).

      *****************************************************
      *  RUN-CONTROL PARAMETERS - THE TUNABLES THAT GOVERN A
                   END-IF
               WHEN 'REGION-CODE'
                   MOVE RP-VALUE(1:2) TO WS-REGION-CODE-PARM
               WHEN 'SILENT-ACTIVE-DAYS'
                   COMPUTE WS-PARM-WORK-NUM =
                       FUNCTION NUMVAL(RP-VALUE)
                   IF WS-PARM-WORK-NUM > 0
                       AND WS-PARM-WORK-NUM NOT > 20
                       MOVE WS-PARM-WORK-NUM TO WS-SILENT-ACTIVE-DAYS
                   ELSE
                       DISPLAY 'BRSUM01 - BAD SILENT-ACTIVE-DAYS '
                           'PARAMETER IGNORED: ' RP-VALUE
                   END-IF
               WHEN 'REGION-STREAM'
      *  ROUTING CARDS BELONG TO THE BRSPLIT FRONT END -
      *  THE SHARED RUNPARM DECK JUST PASSES THROUGH HERE.
                   CONTINUE
               WHEN 'BATCH-TARGET-END'
      *  BATCH-WINDOW CARDS BELONG TO THE BRJOBCTL STEP
      *  CONTROLLER.
                   CONTINUE
               WHEN 'BATCH-WARN-MINUTES'
                   CONTINUE
               WHEN 'COMPARE-DATE'
      *  LEDGER CARDS BELONG TO THE BRCOMPRP COMPARATIVE
      *  REPORT AND THE BRHISTRB HISTORY REBUILD.
                   CONTINUE
               WHEN 'REBUILD-FROM-DATE'
                   CONTINUE
               WHEN 'REBUILD-TO-DATE'
                   CONTINUE
               WHEN 'REBUILD-BRANCH'
                   CONTINUE
               WHEN 'ATTAIN-DATE'
      *  THE AS-OF DATE OF THE BRATTAIN ATTAINMENT REPORT.
                   CONTINUE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
               MOVE XR-RATE TO WS-XRT-RATE(WS-RATE-COUNT)
           END-IF.

      *****************************************************
      *  THE FEE SCHEDULE IS SMALL - A FEW ROWS PER
      *  CATEGORY AND CHANNEL, ONE PER RATE CHANGE - AND IS
      *  HELD IN STORAGE FOR THE RUN LIKE THE RATE TABLE.
      *  A MISSING FILE PRICES NOTHING: THE TOTALS POST AS
      *  ALWAYS AND NO FEE RECORDS GO TO THE GL.
      *****************************************************
       1450-LOAD-FEE-SCHEDULE.
           MOVE 'N' TO WS-FEE-EOF-SW.
           OPEN INPUT FEE-SCHEDULE-FILE.
           IF WS-FEESCH-STATUS NOT = '00'
               DISPLAY 'BRSUM01 - NO FEE SCHEDULE FILE, ITEMS '
                   'WILL NOT BE PRICED'
           ELSE
               PERFORM UNTIL WS-FEE-EOF
                   READ FEE-SCHEDULE-FILE
                       AT END
                           SET WS-FEE-EOF TO TRUE
                       NOT AT END
                           PERFORM 1460-STORE-ONE-FEE-ROW
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE-FILE
           END-IF.

       1460-STORE-ONE-FEE-ROW.
           EVALUATE TRUE
               WHEN WS-FEE-ROW-COUNT >= 200
                   DISPLAY 'BRSUM01 - FEE SCHEDULE TABLE FULL, '
                       'ROW IGNORED: ' FS-KEY
               WHEN NOT FS-IS-INCOME AND NOT FS-IS-EXPENSE
                   DISPLAY 'BRSUM01 - FEE SCHEDULE ROW ' FS-KEY
                       ' HAS FEE TYPE ' FS-FEE-TYPE ', IGNORED'
               WHEN OTHER
                   ADD 1 TO WS-FEE-ROW-COUNT
                   MOVE FS-CATEGORY-CODE
                       TO WS-FSR-CATEGORY(WS-FEE-ROW-COUNT)
                   MOVE FS-CHANNEL-CODE
                       TO WS-FSR-CHANNEL(WS-FEE-ROW-COUNT)
                   MOVE FS-EFFECTIVE-DATE
                       TO WS-FSR-EFF-DATE(WS-FEE-ROW-COUNT)
                   MOVE FS-FEE-TYPE
                       TO WS-FSR-TYPE(WS-FEE-ROW-COUNT)
                   MOVE FS-FLAT-AMOUNT
                       TO WS-FSR-FLAT(WS-FEE-ROW-COUNT)
                   MOVE FS-PERCENT TO WS-FSR-PCT(WS-FEE-ROW-COUNT)
           END-EVALUATE.

      *****************************************************
      *  IF A CHECKPOINT FROM A PRIOR, ABENDED RUN IS FOUND
      *  THE RESTART POINT IS CAPTURED HERE SO THE MAIN
                               MOVE CK-BRANCH-COUNT
                                   TO WS-CKPT-SET-EXPECTED
                               MOVE 0 TO WS-CKPT-SET-LOADED
                               MOVE 0 TO WS-CKPT-SET-FEES
                           WHEN CK-IS-BRANCH
                               ADD 1 TO WS-CKPT-SET-LOADED
                           WHEN CK-IS-FEE
                               ADD 1 TO WS-CKPT-SET-FEES
                       END-EVALUATE
               END-READ
           END-PERFORM.
           MOVE 0 TO WS-CKPT-TARGET-SET.
           IF WS-CKPT-SET-COUNT > 0
               IF WS-CKPT-SET-LOADED = WS-CKPT-SET-EXPECTED
                   AND WS-CKPT-SET-FEES = WS-CKPT-SET-EXPECTED
                   MOVE WS-CKPT-SET-COUNT TO WS-CKPT-TARGET-SET
               ELSE
                   DISPLAY 'BRSUM01 - FINAL CHECKPOINT SET IS '
                       ADD 1 TO WS-CKPT-LOADED-COUNT
                       PERFORM 1120-RESTORE-ONE-CKPT-BRANCH
                   END-IF
      *  A FEE RECORD BELONGS TO THE BRANCH RECORD JUST
      *  RESTORED AHEAD OF IT.
               WHEN CK-IS-FEE
                   IF WS-CKPT-CURRENT-SET = WS-CKPT-TARGET-SET
                       AND WS-CKPT-LOADED-COUNT > 0
                       AND CK-FEE-BRANCH-CODE
                           = WS-CKPT-CODE(WS-CKPT-LOADED-COUNT)
                       PERFORM 1125-RESTORE-ONE-CKPT-FEE
                   END-IF
           END-EVALUATE.

       1125-RESTORE-ONE-CKPT-FEE.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 3
               MOVE CK-FEE-INCOME(WS-CHN-SUB)
                   TO WS-CKPT-FEE-INC(WS-CKPT-LOADED-COUNT
                       WS-CHN-SUB)
               MOVE CK-FEE-EXPENSE(WS-CHN-SUB)
                   TO WS-CKPT-FEE-EXP(WS-CKPT-LOADED-COUNT
                       WS-CHN-SUB)
           END-PERFORM.

       1120-RESTORE-ONE-CKPT-BRANCH.
           MOVE CK-BRANCH-CODE
               TO WS-CKPT-CODE(WS-CKPT-LOADED-COUNT).
               MOVE CK-BRANCH-CHN-AMT(WS-CHN-SUB)
                   TO WS-CKPT-CHN-AMT(WS-CKPT-LOADED-COUNT
                       WS-CHN-SUB)
               MOVE 0 TO WS-CKPT-FEE-INC(WS-CKPT-LOADED-COUNT
                   WS-CHN-SUB)
               MOVE 0 TO WS-CKPT-FEE-EXP(WS-CKPT-LOADED-COUNT
                   WS-CHN-SUB)
           END-PERFORM.

      *****************************************************
           MOVE TRH-RUN-DATE TO WS-RUN-DATE.
           PERFORM 2100-VALIDATE-BUSINESS-DATE.
           PERFORM 2150-CONFIRM-RESTART-DATE.
           PERFORM 2160-RESOLVE-FEE-SCHEDULE.
           IF WS-IS-RESTART AND WS-CKPT-SUSPOUT-COUNT > 0
               PERFORM 1160-RELOAD-SAVED-SUSPENSE
           END-IF.
               MOVE 0 TO WS-REV-KEYED-AMT-TOTAL
           END-IF.

      *****************************************************
      *  THE SCHEDULE ROWS ARRIVED IN KEY ORDER - CATEGORY,
      *  CHANNEL, EFFECTIVE DATE - SO THE LAST ROW OF A PAIR
      *  NOT DATED AFTER THE BUSINESS DATE IS THE ONE IN
      *  FORCE.  A PAIR WITH NO SUCH ROW IS NOT PRICED.  AN
      *  ADJUSTMENT RUN RESOLVES AGAINST THE DATE IT
      *  RESTATES, SO THE BACK-OUT AND THE REPOST BOTH PRICE
      *  AT THE RATES THAT DAY ORIGINALLY CARRIED.
      *****************************************************
       2160-RESOLVE-FEE-SCHEDULE.
           MOVE 0 TO WS-FEE-PRICED-PAIRS.
           PERFORM VARYING WS-FEE-CAT-SUB FROM 1 BY 1
               UNTIL WS-FEE-CAT-SUB > 3
               PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > 3
                   MOVE 0 TO WS-FEE-IN-FORCE(WS-FEE-CAT-SUB
                       WS-CHN-SUB)
                   PERFORM 2165-RESOLVE-ONE-FEE-PAIR
                   IF WS-FEE-IN-FORCE(WS-FEE-CAT-SUB WS-CHN-SUB)
                       > 0
                       ADD 1 TO WS-FEE-PRICED-PAIRS
                   END-IF
               END-PERFORM
           END-PERFORM.

       2165-RESOLVE-ONE-FEE-PAIR.
           PERFORM VARYING WS-FEE-ROW-SUB FROM 1 BY 1
               UNTIL WS-FEE-ROW-SUB > WS-FEE-ROW-COUNT
               IF WS-FSR-CATEGORY(WS-FEE-ROW-SUB)
                       = WS-FEE-CATEGORY(WS-FEE-CAT-SUB)
                   AND WS-FSR-CHANNEL(WS-FEE-ROW-SUB)
                       = WS-CHANNEL-CODE(WS-CHN-SUB)
                   AND WS-FSR-EFF-DATE(WS-FEE-ROW-SUB)
                       NOT > WS-RUN-DATE
                   MOVE WS-FEE-ROW-SUB
                       TO WS-FEE-IN-FORCE(WS-FEE-CAT-SUB WS-CHN-SUB)
               END-IF
           END-PERFORM.

      *****************************************************
      *  ONE SLOT PER OPEN MASTER BRANCH, ZEROED, IN THE
      *  CODE ORDER THE MASTER DELIVERED - THE ORDER THE
               UNTIL WS-CHN-SUB > 3
               MOVE 0 TO WS-CHN-CNT(WS-BRANCH-COUNT WS-CHN-SUB)
               MOVE 0 TO WS-CHN-AMT(WS-BRANCH-COUNT WS-CHN-SUB)
               MOVE 0 TO WS-FEE-INC(WS-BRANCH-COUNT WS-CHN-SUB)
               MOVE 0 TO WS-FEE-EXP(WS-BRANCH-COUNT WS-CHN-SUB)
           END-PERFORM.

      *****************************************************
                   TO WS-CHN-CNT(WS-FOUND-INDEX WS-CHN-SUB)
               MOVE WS-CKPT-CHN-AMT(WS-COUNTER WS-CHN-SUB)
                   TO WS-CHN-AMT(WS-FOUND-INDEX WS-CHN-SUB)
               MOVE WS-CKPT-FEE-INC(WS-COUNTER WS-CHN-SUB)
                   TO WS-FEE-INC(WS-FOUND-INDEX WS-CHN-SUB)
               MOVE WS-CKPT-FEE-EXP(WS-COUNTER WS-CHN-SUB)
                   TO WS-FEE-EXP(WS-FOUND-INDEX WS-CHN-SUB)
           END-PERFORM.

      *****************************************************
               TO WS-CHN-CNT(WS-FOUND-INDEX WS-CHANNEL-SUB)
           ADD WS-SIGNED-AMOUNT
               TO WS-CHN-AMT(WS-FOUND-INDEX WS-CHANNEL-SUB)
           PERFORM 3135-PRICE-ONE-ITEM
           EVALUATE TRUE
               WHEN WS-ITEM-FEE-INCOME
                   ADD WS-SIGNED-FEE
                       TO WS-FEE-INC(WS-FOUND-INDEX WS-CHANNEL-SUB)
               WHEN WS-ITEM-FEE-EXPENSE
                   ADD WS-SIGNED-FEE
                       TO WS-FEE-EXP(WS-FOUND-INDEX WS-CHANNEL-SUB)
           END-EVALUATE
           IF WS-SUSPENSE-STREAM
               ADD 1 TO WS-SUSP-APPLIED-COUNT
               ADD TRD-AMOUNT TO WS-SUSP-APPLIED-AMOUNT
               FROM WS-CHN-CNT(WS-FOUND-INDEX WS-CHANNEL-SUB)
           SUBTRACT WS-SIGNED-AMOUNT
               FROM WS-CHN-AMT(WS-FOUND-INDEX WS-CHANNEL-SUB)
      *  SO DO THE FEE BUCKETS - THE REVERSED ITEM'S FEE IS
      *  PRICED AS IF IT WERE THE ORIGINAL AND TAKEN BACK.
           PERFORM 3135-PRICE-ONE-ITEM
           EVALUATE TRUE
               WHEN WS-ITEM-FEE-INCOME
                   SUBTRACT WS-SIGNED-FEE
                       FROM WS-FEE-INC(WS-FOUND-INDEX WS-CHANNEL-SUB)
               WHEN WS-ITEM-FEE-EXPENSE
                   SUBTRACT WS-SIGNED-FEE
                       FROM WS-FEE-EXP(WS-FOUND-INDEX WS-CHANNEL-SUB)
           END-EVALUATE
           IF WS-SUSPENSE-STREAM
               ADD 1 TO WS-SUSP-APPLIED-COUNT
               ADD TRD-AMOUNT TO WS-SUSP-APPLIED-AMOUNT
               PERFORM 3148-ACCUMULATE-TELLER-REVERSAL
           END-IF.

      *****************************************************
      *  THE FEE ON ONE ITEM - THE FLAT PER-ITEM AMOUNT
      *  PLUS THE PERCENTAGE OF ITS BASE-CURRENCY AMOUNT, AT
      *  THE SCHEDULE ROW IN FORCE FOR ITS CATEGORY AND
      *  RESOLVED CHANNEL.  WS-SIGNED-FEE CARRIES
      *  WS-APPLY-SIGN LIKE WS-SIGNED-AMOUNT, SO THE
      *  ADJUSTMENT BACK-OUT UNPRICES THE ORIGINAL DAY.  AN
      *  UNSCHEDULED PAIR LEAVES WS-ITEM-FEE-NONE SET.
      *****************************************************
       3135-PRICE-ONE-ITEM.
           SET WS-ITEM-FEE-NONE TO TRUE.
           MOVE 0 TO WS-SIGNED-FEE.
           EVALUATE TRUE
               WHEN TRD-IS-CASH
                   MOVE 1 TO WS-FEE-CAT-SUB
               WHEN TRD-IS-CHECK
                   MOVE 2 TO WS-FEE-CAT-SUB
               WHEN OTHER
                   MOVE 3 TO WS-FEE-CAT-SUB
           END-EVALUATE.
           MOVE WS-FEE-IN-FORCE(WS-FEE-CAT-SUB WS-CHANNEL-SUB)
               TO WS-FEE-ROW-SUB.
           IF WS-FEE-ROW-SUB > 0
               COMPUTE WS-SIGNED-FEE ROUNDED =
                   (WS-FSR-FLAT(WS-FEE-ROW-SUB)
                    + WS-BASE-AMOUNT * WS-FSR-PCT(WS-FEE-ROW-SUB)
                      / 100)
                   * WS-APPLY-SIGN
               IF WS-FSR-IS-INCOME(WS-FEE-ROW-SUB)
                   SET WS-ITEM-FEE-INCOME TO TRUE
               ELSE
                   SET WS-ITEM-FEE-EXPENSE TO TRUE
               END-IF
           END-IF.

      *****************************************************
      *  EVERY OPEN BRANCH ALREADY OWNS A TABLE SLOT (SEE
      *  2200-BUILD-BRANCH-TABLE-FROM-MASTER), SO THE FAST

       3180-LOG-CLOSED-BRANCH.
           ADD 1 TO WS-EXCEPTION-COUNT.
      *  KEPT PER BRANCH FOR THE AFTER-CLOSE-DATE CHECK.
           ADD 1 TO WS-MST-CLOSED-ITEMS(WS-MST-FOUND-INDEX).
           SET WS-CONTROL-EXCEPTION TO TRUE.
           MOVE 'CLOSED BRANCH' TO WS-EX-TYPE.
           MOVE TRD-BRANCH-CODE TO WS-EX-BRANCH.
                   TO CK-BRANCH-CHN-AMT(WS-CHN-SUB)
           END-PERFORM.
           WRITE CHECKPOINT-RECORD.
           PERFORM 3225-WRITE-ONE-CKPT-FEE.

      *  WRITTEN FOR EVERY SLOT, FEES OR NOT, SO A SET TORN
      *  BETWEEN A BRANCH RECORD AND ITS FEE RECORD IS SEEN
      *  AS INCOMPLETE BY 1105/1108 AND NOT RESTARTED FROM.
       3225-WRITE-ONE-CKPT-FEE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           SET CK-IS-FEE TO TRUE.
           MOVE WS-BRANCH-CODE(WS-COUNTER) TO CK-FEE-BRANCH-CODE.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 3
               MOVE WS-FEE-INC(WS-COUNTER WS-CHN-SUB)
                   TO CK-FEE-INCOME(WS-CHN-SUB)
               MOVE WS-FEE-EXP(WS-COUNTER WS-CHN-SUB)
                   TO CK-FEE-EXPENSE(WS-CHN-SUB)
           END-PERFORM.
           WRITE CHECKPOINT-RECORD.

      *****************************************************
      *  THE TELLER SNAPSHOT FILE IS REWRITTEN IN FULL AT
               MOVE HR-MTD-TOTAL TO WS-MTD-TOTAL(WS-COUNTER)
           END-IF.

      *****************************************************
      *  EXPECTED-ACTIVITY CHECK.  EVERY BRANCH ON THE
      *  MASTER IS HELD AGAINST ITS OPEN/CLOSE WINDOW: ITEMS
      *  FOR A BRANCH BEFORE ITS OPEN DATE, OR AFTER ITS
      *  CLOSE DATE (INCLUDING ITEMS TURNED AWAY BECAUSE IT
      *  IS ALREADY CLOSED), ARE REPORTED.  AN OPEN BRANCH
      *  INSIDE ITS WINDOW HAS TODAY ROLLED INTO ITS
      *  ACTIVITY PROFILE, AND ONE WITH NO ITEMS ON A
      *  CHANNEL IT NORMALLY USES IS REPORTED AS SILENT WITH
      *  ITS RUN OF CONSECUTIVE SILENT BUSINESS DAYS - A
      *  FEED THAT NEVER ARRIVED OTHERWISE JUST PRINTS
      *  ZEROS.  EVERY BRANCH REPORTED ALSO GOES ON THE
      *  EXCEPTION REPORT AND INTO THE AUDIT EXCEPTION
      *  COUNT.
      *****************************************************
       6500-CHECK-EXPECTED-ACTIVITY.
           OPEN OUTPUT ACTIVITY-REPORT-FILE.
           IF WS-ACTRPT-STATUS NOT = '00'
               DISPLAY 'BRSUM01 - CANNOT OPEN EXPECTED ACTIVITY '
                   'REPORT, STATUS=' WS-ACTRPT-STATUS
               PERFORM 9950-ABORT-RUN
           END-IF.
           OPEN I-O ACTIVITY-PROFILE-FILE.
           IF WS-ACTPRF-STATUS = '35'
               OPEN OUTPUT ACTIVITY-PROFILE-FILE
               CLOSE ACTIVITY-PROFILE-FILE
               OPEN I-O ACTIVITY-PROFILE-FILE
           END-IF.
           IF WS-ACTPRF-STATUS NOT = '00'
               DISPLAY 'BRSUM01 - CANNOT OPEN ACTIVITY PROFILE '
                   'FILE, STATUS=' WS-ACTPRF-STATUS
               PERFORM 9950-ABORT-RUN
           END-IF.
           MOVE 0 TO WS-ACT-SILENT-COUNT.
           MOVE 0 TO WS-ACT-WINDOW-COUNT.
           PERFORM 6590-PRINT-ACTIVITY-HEADERS.
           PERFORM VARYING WS-MST-COUNTER FROM 1 BY 1
               UNTIL WS-MST-COUNTER > WS-MASTER-COUNT
               PERFORM 6510-CHECK-ONE-MASTER-BRANCH
           END-PERFORM.
           MOVE WS-ACT-SILENT-COUNT TO WS-AS-SILENT.
           MOVE WS-ACT-WINDOW-COUNT TO WS-AS-WINDOW.
           WRITE ACT-LINE FROM WS-ACT-SUMMARY-LINE
               AFTER ADVANCING 2.
           CLOSE ACTIVITY-PROFILE-FILE.
           CLOSE ACTIVITY-REPORT-FILE.

       6510-CHECK-ONE-MASTER-BRANCH.
           MOVE WS-MST-CODE(WS-MST-COUNTER) TO WS-LOOKUP-CODE.
           PERFORM 3105-LOCATE-BRANCH-SLOT.
           MOVE WS-MST-CLOSED-ITEMS(WS-MST-COUNTER) TO WS-ACT-ITEMS.
           IF WS-BRANCH-FOUND
               COMPUTE WS-ACT-ITEMS = WS-ACT-ITEMS
                   + WS-SUM(WS-FOUND-INDEX)
                   + WS-REV-SUM(WS-FOUND-INDEX)
           END-IF.
           EVALUATE TRUE
               WHEN WS-MST-OPEN-DATE(WS-MST-COUNTER) NOT = 0
                   AND WS-RUN-DATE < WS-MST-OPEN-DATE(WS-MST-COUNTER)
                   SET WS-ACT-BEFORE-OPEN TO TRUE
               WHEN WS-MST-CLOSED-ITEMS(WS-MST-COUNTER) > 0
                   SET WS-ACT-AFTER-CLOSE TO TRUE
               WHEN WS-MST-CLOSE-DATE(WS-MST-COUNTER) NOT = 0
                   AND WS-RUN-DATE > WS-MST-CLOSE-DATE(WS-MST-COUNTER)
                   SET WS-ACT-AFTER-CLOSE TO TRUE
               WHEN OTHER
                   SET WS-ACT-IN-WINDOW TO TRUE
           END-EVALUATE.
           IF WS-ACT-IN-WINDOW
               IF WS-BRANCH-FOUND
                   PERFORM 6520-ROLL-ACTIVITY-PROFILE
               END-IF
           ELSE
               IF WS-ACT-ITEMS > 0
                   PERFORM 6550-REPORT-OUT-OF-WINDOW
               END-IF
           END-IF.

      *****************************************************
      *  TODAY IS SHIFTED INTO EACH CHANNEL'S 20-DAY
      *  PATTERN.  A RERUN OF THE DATE ALREADY ON THE
      *  PROFILE STARTS OVER FROM THE SAVED PRIOR STATE SO
      *  THE DAY IS NOT COUNTED TWICE.
      *****************************************************
       6520-ROLL-ACTIVITY-PROFILE.
           MOVE WS-MST-CODE(WS-MST-COUNTER) TO AP-BRANCH-CODE.
           READ ACTIVITY-PROFILE-FILE
               INVALID KEY
                   SET WS-ACT-NEW-PROFILE TO TRUE
                   MOVE SPACES TO ACTIVITY-PROFILE-RECORD
                   MOVE WS-MST-CODE(WS-MST-COUNTER)
                       TO AP-BRANCH-CODE
                   MOVE 0 TO AP-LAST-RUN-DATE
                   INITIALIZE AP-CURRENT-STATE
               NOT INVALID KEY
                   MOVE 'N' TO WS-ACT-NEW-SW
           END-READ.
           IF AP-LAST-RUN-DATE = WS-RUN-DATE
               MOVE AP-PRIOR-STATE TO AP-CURRENT-STATE
           ELSE
               MOVE AP-CURRENT-STATE TO AP-PRIOR-STATE
           END-IF.
           MOVE 'N' TO WS-ACT-SILENT-SW.
           MOVE SPACES TO WS-ACT-SILENT-LIST.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 3
               PERFORM 6530-ROLL-ONE-CHANNEL
           END-PERFORM.
           IF WS-ACT-BRANCH-SILENT
               ADD 1 TO AP-BRANCH-SILENT-DAYS
           ELSE
               MOVE 0 TO AP-BRANCH-SILENT-DAYS
           END-IF.
           MOVE WS-RUN-DATE TO AP-LAST-RUN-DATE.
           IF WS-ACT-NEW-PROFILE
               WRITE ACTIVITY-PROFILE-RECORD
           ELSE
               REWRITE ACTIVITY-PROFILE-RECORD
           END-IF.
           IF WS-ACTPRF-STATUS NOT = '00'
               DISPLAY 'BRSUM01 - ACTIVITY PROFILE WRITE FAILED FOR '
                   AP-BRANCH-CODE ', STATUS=' WS-ACTPRF-STATUS
               PERFORM 9950-ABORT-RUN
           END-IF.
           IF WS-ACT-BRANCH-SILENT
               PERFORM 6560-REPORT-SILENT-BRANCH
           END-IF.

      *****************************************************
      *  A CHANNEL WITH NO ITEMS TODAY IS SILENT WHEN THE
      *  BRANCH USED IT ON AT LEAST WS-SILENT-ACTIVE-DAYS OF
      *  THE LAST 20 BUSINESS DAYS, OR WAS ALREADY SILENT
      *  YESTERDAY.  A CHANNEL THE BRANCH SELDOM USES IS
      *  MERELY QUIET.
      *****************************************************
       6530-ROLL-ONE-CHANNEL.
           MOVE 0 TO WS-ACT-ACTIVE-DAYS.
           INSPECT AP-DAY-PATTERN(WS-CHN-SUB)
               TALLYING WS-ACT-ACTIVE-DAYS FOR ALL 'Y'.
           MOVE SPACES TO WS-ACT-PATTERN.
           MOVE AP-DAY-PATTERN(WS-CHN-SUB)(2:19)
               TO WS-ACT-PATTERN(1:19).
           IF WS-CHN-CNT(WS-FOUND-INDEX WS-CHN-SUB) NOT = 0
               OR WS-CHN-AMT(WS-FOUND-INDEX WS-CHN-SUB) NOT = 0
               MOVE 'Y' TO WS-ACT-PATTERN(20:1)
               MOVE 0 TO AP-SILENT-DAYS(WS-CHN-SUB)
               MOVE WS-RUN-DATE TO AP-LAST-ACTIVE-DATE(WS-CHN-SUB)
               MOVE 'N' TO AP-SILENT-FLAG(WS-CHN-SUB)
               MOVE 'ACTIVE' TO WS-ACT-CHN-STATE(WS-CHN-SUB)
           ELSE
               MOVE 'N' TO WS-ACT-PATTERN(20:1)
               ADD 1 TO AP-SILENT-DAYS(WS-CHN-SUB)
               IF WS-ACT-ACTIVE-DAYS >= WS-SILENT-ACTIVE-DAYS
                   OR AP-CHANNEL-SILENT(WS-CHN-SUB)
                   SET AP-CHANNEL-SILENT(WS-CHN-SUB) TO TRUE
                   SET WS-ACT-BRANCH-SILENT TO TRUE
                   MOVE WS-CHANNEL-CODE(WS-CHN-SUB)
                       TO WS-ACT-SILENT-LIST(WS-CHN-SUB:1)
                   MOVE 'SILENT' TO WS-ACT-CHN-STATE(WS-CHN-SUB)
               ELSE
                   MOVE 'QUIET' TO WS-ACT-CHN-STATE(WS-CHN-SUB)
               END-IF
           END-IF.
           MOVE WS-ACT-PATTERN TO AP-DAY-PATTERN(WS-CHN-SUB).
           MOVE AP-SILENT-DAYS(WS-CHN-SUB)
               TO WS-ACT-CHN-DAYS(WS-CHN-SUB).

       6550-REPORT-OUT-OF-WINDOW.
           ADD 1 TO WS-ACT-WINDOW-COUNT.
           PERFORM 6580-FORMAT-ACTIVITY-LINE.
           MOVE WS-ACT-ITEMS TO WS-AD-ITEMS.
           MOVE WS-ACT-ITEMS TO WS-ACT-ITEMS-DISPLAY.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-MST-CODE(WS-MST-COUNTER) TO WS-EX-BRANCH.
           MOVE SPACES TO WS-EX-DETAIL.
           IF WS-ACT-BEFORE-OPEN
               MOVE 'BEFORE OPEN DATE' TO WS-AD-CONDITION
               MOVE WS-MST-OPEN-DATE(WS-MST-COUNTER)
                   TO WS-ACT-DATE-EDIT
               MOVE 'ACTIVITY BEFORE OPEN' TO WS-EX-TYPE
               STRING 'OPEN DATE=' WS-ACT-DATE-EDIT
                   ' ITEMS=' WS-ACT-ITEMS-DISPLAY
                   DELIMITED BY SIZE INTO WS-EX-DETAIL
           ELSE
               MOVE 'AFTER CLOSE DATE' TO WS-AD-CONDITION
               MOVE WS-MST-CLOSE-DATE(WS-MST-COUNTER)
                   TO WS-ACT-DATE-EDIT
               MOVE 'ACTIVITY AFTER CLOSE' TO WS-EX-TYPE
               STRING 'CLOSE DATE=' WS-ACT-DATE-EDIT
                   ' ITEMS=' WS-ACT-ITEMS-DISPLAY
                   DELIMITED BY SIZE INTO WS-EX-DETAIL
           END-IF.
           MOVE WS-ACT-DATE-EDIT TO WS-AD-DATE.
           PERFORM 6585-WRITE-ACTIVITY-LINE.
           WRITE EXCPT-LINE FROM WS-EXCPT-LINE-AREA
               AFTER ADVANCING 1.

       6560-REPORT-SILENT-BRANCH.
           ADD 1 TO WS-ACT-SILENT-COUNT.
           PERFORM 6580-FORMAT-ACTIVITY-LINE.
           MOVE 'SILENT CHANNEL' TO WS-AD-CONDITION.
           MOVE WS-ACT-CHN-STATE(1) TO WS-AD-TLR-STATE.
           MOVE WS-ACT-CHN-DAYS(1) TO WS-AD-TLR-DAYS.
           MOVE WS-ACT-CHN-STATE(2) TO WS-AD-ATM-STATE.
           MOVE WS-ACT-CHN-DAYS(2) TO WS-AD-ATM-DAYS.
           MOVE WS-ACT-CHN-STATE(3) TO WS-AD-ONL-STATE.
           MOVE WS-ACT-CHN-DAYS(3) TO WS-AD-ONL-DAYS.
           MOVE AP-BRANCH-SILENT-DAYS TO WS-AD-BRANCH-DAYS.
           PERFORM 6585-WRITE-ACTIVITY-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE 'SILENT BRANCH' TO WS-EX-TYPE.
           MOVE WS-MST-CODE(WS-MST-COUNTER) TO WS-EX-BRANCH.
           MOVE AP-BRANCH-SILENT-DAYS TO WS-ACT-DAYS-DISPLAY.
           MOVE SPACES TO WS-EX-DETAIL.
           STRING 'NO ITEMS ON CHANNEL(S) ' WS-ACT-SILENT-LIST
               ' - SILENT ' WS-ACT-DAYS-DISPLAY ' BUSINESS DAY(S)'
               DELIMITED BY SIZE INTO WS-EX-DETAIL.
           WRITE EXCPT-LINE FROM WS-EXCPT-LINE-AREA
               AFTER ADVANCING 1.

       6580-FORMAT-ACTIVITY-LINE.
           MOVE WS-MST-CODE(WS-MST-COUNTER) TO WS-AD-BRANCH.
           MOVE WS-MST-NAME(WS-MST-COUNTER) TO WS-AD-NAME.
           MOVE WS-MST-REGION(WS-MST-COUNTER) TO WS-AD-REGION.
           MOVE SPACES TO WS-AD-TLR-STATE.
           MOVE 0 TO WS-AD-TLR-DAYS.
           MOVE SPACES TO WS-AD-ATM-STATE.
           MOVE 0 TO WS-AD-ATM-DAYS.
           MOVE SPACES TO WS-AD-ONL-STATE.
           MOVE 0 TO WS-AD-ONL-DAYS.
           MOVE 0 TO WS-AD-BRANCH-DAYS.
           MOVE 0 TO WS-AD-ITEMS.
           MOVE SPACES TO WS-AD-DATE.

       6585-WRITE-ACTIVITY-LINE.
           IF WS-ACT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM 6590-PRINT-ACTIVITY-HEADERS
           END-IF.
           WRITE ACT-LINE FROM WS-ACT-DETAIL
               AFTER ADVANCING 1.
           ADD 1 TO WS-ACT-LINE-COUNT.

       6590-PRINT-ACTIVITY-HEADERS.
           ADD 1 TO WS-ACT-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO WS-ACT-HDR-RUN-DATE.
           MOVE WS-ACT-PAGE-NUMBER TO WS-ACT-HDR-PAGE-NO.
           WRITE ACT-LINE FROM WS-ACTRPT-HDR-1
               AFTER ADVANCING PAGE.
           MOVE WS-SILENT-ACTIVE-DAYS TO WS-ACT-HDR-MIN-DAYS.
           WRITE ACT-LINE FROM WS-ACTRPT-HDR-3
               AFTER ADVANCING 1.
           MOVE SPACES TO ACT-LINE.
           WRITE ACT-LINE AFTER ADVANCING 1.
           WRITE ACT-LINE FROM WS-ACTRPT-HDR-2
               AFTER ADVANCING 1.
           MOVE 0 TO WS-ACT-LINE-COUNT.

      *****************************************************
      *  FORMATTED BRANCH TOTALS REPORT - PAGE HEADERS, ONE
      *  LINE PER BRANCH, PAGE BREAKS, GRAND TOTAL TYING
           PERFORM 7250-ACCUMULATE-CATEGORY-TOTALS.
           PERFORM 7260-CHECK-CATEGORY-RECONCILIATION.
           PERFORM 7200-PRINT-GRAND-TOTAL-LINES.
           PERFORM 7700-PRINT-FEE-SECTION.
           CLOSE REPORT-FILE.

       7050-PRINT-REPORT-HEADERS.
               AFTER ADVANCING 1.
           WRITE RGN-LINE FROM WS-RPT-GRAND-TOTAL-3
               AFTER ADVANCING 1.
           PERFORM 7360-PRINT-REGION-FEE-SECTION.
           CLOSE REGION-REPORT-FILE.

       7310-BUILD-REGION-TABLE.
               TO WS-RGN-MTD(WS-RGN-FOUND-INDEX).
           ADD WS-PRIOR-TOTAL(WS-COUNTER)
               TO WS-RGN-PRIOR(WS-RGN-FOUND-INDEX).
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 3
               COMPUTE WS-RGN-FEE-NET(WS-RGN-FOUND-INDEX WS-CHN-SUB)
                   = WS-RGN-FEE-NET(WS-RGN-FOUND-INDEX WS-CHN-SUB)
                   + WS-FEE-INC(WS-COUNTER WS-CHN-SUB)
                   - WS-FEE-EXP(WS-COUNTER WS-CHN-SUB)
               ADD WS-FEE-INC(WS-COUNTER WS-CHN-SUB)
                   TO WS-RGN-FEE-INC(WS-RGN-FOUND-INDEX)
               ADD WS-FEE-EXP(WS-COUNTER WS-CHN-SUB)
                   TO WS-RGN-FEE-EXP(WS-RGN-FOUND-INDEX)
           END-PERFORM.

      *****************************************************
      *  THE LAST TABLE SLOT IS HELD BACK AS A '**'
               AFTER ADVANCING 1.
           MOVE 0 TO WS-RGN-LINE-COUNT.

      *****************************************************
      *  THE REGION FEE SECTION - ONE LINE PER REGION IN
      *  REGION ORDER, CLOSED BY THE SAME TOTAL LINE THE
      *  BRANCH REPORT'S FEE SECTION PRINTED, SO THE TWO TIE.
      *****************************************************
       7360-PRINT-REGION-FEE-SECTION.
           IF WS-RGN-LINE-COUNT + 5 > WS-REPORT-LINES-PER-PAGE
               PERFORM 7350-PRINT-REGION-HEADERS
           END-IF.
           MOVE SPACES TO RGN-LINE.
           WRITE RGN-LINE AFTER ADVANCING 1.
           MOVE WS-FEE-PRICED-PAIRS TO WS-RFT-PAIRS.
           WRITE RGN-LINE FROM WS-RPT-FEE-TITLE
               AFTER ADVANCING 1.
           MOVE 'REGION' TO WS-RFH-LABEL.
           WRITE RGN-LINE FROM WS-RPT-FEE-HDR
               AFTER ADVANCING 1.
           ADD 3 TO WS-RGN-LINE-COUNT.
           PERFORM VARYING WS-RGN-COUNTER FROM 1 BY 1
               UNTIL WS-RGN-COUNTER > WS-REGION-COUNT
               PERFORM 7365-PRINT-ONE-REGION-FEE-LINE
           END-PERFORM.
           WRITE RGN-LINE FROM WS-RPT-FEE-TOTAL
               AFTER ADVANCING 1.
           ADD 1 TO WS-RGN-LINE-COUNT.

       7365-PRINT-ONE-REGION-FEE-LINE.
           IF WS-RGN-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM 7350-PRINT-REGION-HEADERS
               WRITE RGN-LINE FROM WS-RPT-FEE-HDR
                   AFTER ADVANCING 1
               ADD 1 TO WS-RGN-LINE-COUNT
           END-IF.
           MOVE SPACES TO WS-RF-BRANCH.
           MOVE SPACES TO WS-RF-NAME.
           STRING 'REGION ' WS-RGN-CODE(WS-RGN-COUNTER)
               DELIMITED BY SIZE INTO WS-RF-NAME.
           MOVE WS-RGN-FEE-NET(WS-RGN-COUNTER 1) TO WS-RF-TLR.
           MOVE WS-RGN-FEE-NET(WS-RGN-COUNTER 2) TO WS-RF-ATM.
           MOVE WS-RGN-FEE-NET(WS-RGN-COUNTER 3) TO WS-RF-ONL.
           MOVE WS-RGN-FEE-INC(WS-RGN-COUNTER) TO WS-RF-INCOME.
           MOVE WS-RGN-FEE-EXP(WS-RGN-COUNTER) TO WS-RF-EXPENSE.
           COMPUTE WS-RF-NET = WS-RGN-FEE-INC(WS-RGN-COUNTER)
               - WS-RGN-FEE-EXP(WS-RGN-COUNTER).
           WRITE RGN-LINE FROM WS-RPT-FEE-DETAIL
               AFTER ADVANCING 1.
           ADD 1 TO WS-RGN-LINE-COUNT.

      *****************************************************
      *  FEE SECTION OF THE BRANCH REPORT - EVERY BRANCH
      *  THAT EARNED OR PAID A FEE TODAY, WITH ITS NET FEES
      *  BY CHANNEL AND ITS INCOME AND EXPENSE, THEN THE
      *  COMPANY TOTAL.  THE TOTALS ARE WHAT 8000 BOOKS TO
      *  THE GL AS TYPE 42 (43 ON AN ADJUSTMENT) RECORDS.
      *****************************************************
       7700-PRINT-FEE-SECTION.
           MOVE 0 TO WS-FEE-GRAND-INC.
           MOVE 0 TO WS-FEE-GRAND-EXP.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 3
               MOVE 0 TO WS-FEE-GRAND-NET(WS-CHN-SUB)
           END-PERFORM.
           IF WS-REPORT-LINE-COUNT + 5 > WS-REPORT-LINES-PER-PAGE
               PERFORM 7750-PRINT-FEE-HEADERS
           ELSE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1
               PERFORM 7760-PRINT-FEE-COLUMN-HEADERS
           END-IF.
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-BRANCH-COUNT
               PERFORM 7710-PRINT-ONE-BRANCH-FEE-LINE
           END-PERFORM.
           MOVE 'TOTAL FEES' TO WS-RFT-LABEL.
           MOVE WS-FEE-GRAND-NET(1) TO WS-RFT-TLR.
           MOVE WS-FEE-GRAND-NET(2) TO WS-RFT-ATM.
           MOVE WS-FEE-GRAND-NET(3) TO WS-RFT-ONL.
           MOVE WS-FEE-GRAND-INC TO WS-RFT-INCOME.
           MOVE WS-FEE-GRAND-EXP TO WS-RFT-EXPENSE.
           COMPUTE WS-RFT-NET = WS-FEE-GRAND-INC - WS-FEE-GRAND-EXP.
           WRITE RPT-LINE FROM WS-RPT-FEE-TOTAL
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       7710-PRINT-ONE-BRANCH-FEE-LINE.
           IF WS-FEE-INC(WS-COUNTER 1) NOT = 0
               OR WS-FEE-INC(WS-COUNTER 2) NOT = 0
               OR WS-FEE-INC(WS-COUNTER 3) NOT = 0
               OR WS-FEE-EXP(WS-COUNTER 1) NOT = 0
               OR WS-FEE-EXP(WS-COUNTER 2) NOT = 0
               OR WS-FEE-EXP(WS-COUNTER 3) NOT = 0
               IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
                   PERFORM 7750-PRINT-FEE-HEADERS
               END-IF
               PERFORM 7720-FORMAT-ONE-BRANCH-FEE-LINE
               WRITE RPT-LINE FROM WS-RPT-FEE-DETAIL
                   AFTER ADVANCING 1
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF.

       7720-FORMAT-ONE-BRANCH-FEE-LINE.
           MOVE WS-BRANCH-CODE(WS-COUNTER) TO WS-RF-BRANCH.
           MOVE WS-BRANCH-CODE(WS-COUNTER) TO WS-LOOKUP-CODE.
           PERFORM 1250-FIND-MASTER-ENTRY.
           IF WS-MST-FOUND
               MOVE WS-MST-NAME(WS-MST-FOUND-INDEX) TO WS-RF-NAME
           ELSE
               MOVE SPACES TO WS-RF-NAME
           END-IF.
           MOVE 0 TO WS-FEE-BRANCH-INC.
           MOVE 0 TO WS-FEE-BRANCH-EXP.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 3
               ADD WS-FEE-INC(WS-COUNTER WS-CHN-SUB)
                   TO WS-FEE-BRANCH-INC
               ADD WS-FEE-EXP(WS-COUNTER WS-CHN-SUB)
                   TO WS-FEE-BRANCH-EXP
               COMPUTE WS-FEE-BRANCH-NET =
                   WS-FEE-INC(WS-COUNTER WS-CHN-SUB)
                   - WS-FEE-EXP(WS-COUNTER WS-CHN-SUB)
               ADD WS-FEE-BRANCH-NET
                   TO WS-FEE-GRAND-NET(WS-CHN-SUB)
               EVALUATE WS-CHN-SUB
                   WHEN 1
                       MOVE WS-FEE-BRANCH-NET TO WS-RF-TLR
                   WHEN 2
                       MOVE WS-FEE-BRANCH-NET TO WS-RF-ATM
                   WHEN OTHER
                       MOVE WS-FEE-BRANCH-NET TO WS-RF-ONL
               END-EVALUATE
           END-PERFORM.
           MOVE WS-FEE-BRANCH-INC TO WS-RF-INCOME.
           MOVE WS-FEE-BRANCH-EXP TO WS-RF-EXPENSE.
           COMPUTE WS-RF-NET = WS-FEE-BRANCH-INC - WS-FEE-BRANCH-EXP.
           ADD WS-FEE-BRANCH-INC TO WS-FEE-GRAND-INC.
           ADD WS-FEE-BRANCH-EXP TO WS-FEE-GRAND-EXP.

       7750-PRINT-FEE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           WRITE RPT-LINE FROM WS-RPT-HDR-1
               AFTER ADVANCING PAGE.
           PERFORM 7060-FORMAT-PARAMETER-ECHO.
           WRITE RPT-LINE FROM WS-RPT-HDR-3
               AFTER ADVANCING 1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1.
           MOVE 0 TO WS-REPORT-LINE-COUNT.
           PERFORM 7760-PRINT-FEE-COLUMN-HEADERS.

       7760-PRINT-FEE-COLUMN-HEADERS.
           MOVE WS-FEE-PRICED-PAIRS TO WS-RFT-PAIRS.
           WRITE RPT-LINE FROM WS-RPT-FEE-TITLE
               AFTER ADVANCING 1.
           MOVE 'BRANCH  BRANCH NAME' TO WS-RFH-LABEL.
           WRITE RPT-LINE FROM WS-RPT-FEE-HDR
               AFTER ADVANCING 1.
           ADD 2 TO WS-REPORT-LINE-COUNT.

      *****************************************************
      *  TELLER PRODUCTIVITY REPORT - EACH BRANCH WITH
      *  ACTIVITY PRINTS ITS TELLERS (IN THE ORDER THEY
                       PERFORM 8100-WRITE-ONE-GL-RECORD
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > 3
                   IF WS-FEE-INC(WS-COUNTER WS-CHN-SUB) NOT = 0
                       OR WS-FEE-EXP(WS-COUNTER WS-CHN-SUB) NOT = 0
                       PERFORM 8150-WRITE-ONE-FEE-GL-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE GL-FILE.

           MOVE WS-CHN-CNT(WS-COUNTER WS-CHN-SUB) TO GL-TRAN-COUNT.
           WRITE GL-INTERFACE-RECORD.

      *  TYPE 42 BOOKS A BRANCH CHANNEL'S NET FEE INCOME FOR
      *  THE DAY - NEGATIVE WHEN THE FEES IT PAID OUTRAN THE
      *  FEES IT EARNED; TYPE 43 IS THE ADJUSTMENT RUN'S
      *  CORRECTING ENTRY.  BRGLRECN MATCHES BOTH AGAINST
      *  GLACK EXACTLY AS IT DOES TYPES 40 AND 41.
       8150-WRITE-ONE-FEE-GL-RECORD.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           IF WS-ADJUST-MODE
               MOVE '43' TO GL-RECORD-TYPE
           ELSE
               MOVE '42' TO GL-RECORD-TYPE
           END-IF.
           MOVE WS-BRANCH-CODE(WS-COUNTER) TO GL-BRANCH-CODE.
           MOVE WS-PERIOD TO GL-PERIOD.
           MOVE WS-CHANNEL-CODE(WS-CHN-SUB) TO GL-CHANNEL-CODE.
           COMPUTE GL-AMOUNT = WS-FEE-INC(WS-COUNTER WS-CHN-SUB)
               - WS-FEE-EXP(WS-COUNTER WS-CHN-SUB).
           MOVE WS-CHN-CNT(WS-COUNTER WS-CHN-SUB) TO GL-TRAN-COUNT.
           WRITE GL-INTERFACE-RECORD.

      *****************************************************
      *  DATA-WAREHOUSE EXTRACTS (LAYOUTS IN BRWHEXT).  THE
      *  WAREHOUSE USED TO SCRAPE BRRPT, BRRGNRPT AND TLRRPT
      *  AND BROKE ON EVERY HEADING CHANGE; IT NOW LOADS
      *  THESE.  THE FIGURES ARE THE ONES THE GL INTERFACE
      *  WAS JUST WRITTEN FROM, EVERY BRANCH SLOT INCLUDED,
      *  AND THE MANIFEST WRITTEN LAST LETS THE RECEIVING
      *  SIDE PROVE EACH LOAD COMPLETE.
      *  AN ADJUSTMENT RUN'S OWN FIGURES ARE ONLY THE CHANGE,
      *  AND THE WAREHOUSE REPLACES A DAY WITH WHAT IT IS
      *  SENT, SO AN ADJUSTMENT EXTRACTS THE WHOLE RESTATED
      *  DAY INSTEAD - READ BACK FROM THE DAY LEDGER, WHICH
      *  8800 HAS JUST ADJUSTED (SEE 8260).
      *****************************************************
       8200-WRITE-WAREHOUSE-EXTRACTS.
           OPEN OUTPUT WH-BRANCH-FILE.
           OPEN OUTPUT WH-CHNCAT-FILE.
           OPEN OUTPUT WH-TELLER-FILE.
           OPEN OUTPUT WH-MANIFEST-FILE.
           IF WS-WHBR-STATUS NOT = '00'
               OR WS-WHCC-STATUS NOT = '00'
               OR WS-WHTL-STATUS NOT = '00'
               OR WS-WHMF-STATUS NOT = '00'
               DISPLAY 'BRSUM01 - CANNOT OPEN WAREHOUSE EXTRACTS, '
                   'STATUS=' WS-WHBR-STATUS ' ' WS-WHCC-STATUS
                   ' ' WS-WHTL-STATUS ' ' WS-WHMF-STATUS
               PERFORM 9950-ABORT-RUN
           END-IF.
           MOVE SPACES TO WH-LINE-PREFIX.
           STRING WS-RUN-DATE ',' WS-RUN-MODE
               DELIMITED BY SPACE INTO WH-LINE-PREFIX.
           IF WS-ADJUST-MODE
               PERFORM 8260-EXTRACT-RESTATED-DAYS
           ELSE
               PERFORM VARYING WS-COUNTER FROM 1 BY 1
                   UNTIL WS-COUNTER > WS-BRANCH-COUNT
                   PERFORM 8210-EXTRACT-ONE-BRANCH
                   PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                       UNTIL WS-CHN-SUB > 3
                       PERFORM 8220-EXTRACT-ONE-CHANNEL
                   END-PERFORM
                   PERFORM VARYING WH-CAT-SUB FROM 1 BY 1
                       UNTIL WH-CAT-SUB > 3
                       PERFORM 8225-EXTRACT-ONE-CATEGORY
                   END-PERFORM
               END-PERFORM
           END-IF.
      *  AN ADJUSTMENT RUN KEEPS NO TELLER FIGURES (SEE
      *  7400), SO ITS TELLER EXTRACT GOES OUT EMPTY AND IS
      *  LEFT OFF ITS MANIFEST - THE DAY'S TELLER LINES ARE
      *  NOT RESTATED.
           IF NOT WS-ADJUST-MODE
               PERFORM VARYING WS-TLR-COUNTER FROM 1 BY 1
                   UNTIL WS-TLR-COUNTER > WS-TELLER-COUNT
                   PERFORM 8240-EXTRACT-ONE-TELLER
               END-PERFORM
           END-IF.
           PERFORM 8250-WRITE-MANIFEST.
           CLOSE WH-BRANCH-FILE.
           CLOSE WH-CHNCAT-FILE.
           CLOSE WH-TELLER-FILE.
           CLOSE WH-MANIFEST-FILE.

       8210-EXTRACT-ONE-BRANCH.
           MOVE WS-BRANCH-CODE(WS-COUNTER) TO WH-BRANCH-CODE.
           MOVE WS-BRANCH-CODE(WS-COUNTER) TO WS-LOOKUP-CODE.
           PERFORM 1250-FIND-MASTER-ENTRY.
           IF WS-MST-FOUND
               MOVE WS-MST-NAME(WS-MST-FOUND-INDEX)
                   TO WH-BRANCH-NAME
               MOVE WS-MST-REGION(WS-MST-FOUND-INDEX) TO WH-REGION
               MOVE WS-MST-DISTRICT(WS-MST-FOUND-INDEX)
                   TO WH-DISTRICT
           ELSE
               MOVE SPACES TO WH-BRANCH-NAME
               MOVE SPACES TO WH-REGION
               MOVE SPACES TO WH-DISTRICT
           END-IF.
           MOVE 0 TO WH-FEE-INCOME.
           MOVE 0 TO WH-FEE-EXPENSE.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 3
               ADD WS-FEE-INC(WS-COUNTER WS-CHN-SUB)
                   TO WH-FEE-INCOME
               ADD WS-FEE-EXP(WS-COUNTER WS-CHN-SUB)
                   TO WH-FEE-EXPENSE
           END-PERFORM.
           COMPUTE WH-NET-AMOUNT =
               WS-AMT(WS-COUNTER) - WS-REV-AMT(WS-COUNTER).
           MOVE WS-SUM(WS-COUNTER) TO WH-CNT-1.
           MOVE WS-REV-SUM(WS-COUNTER) TO WH-CNT-2.
           COMPUTE WH-CNT-3 =
               WS-SUM(WS-COUNTER) - WS-REV-SUM(WS-COUNTER).
           MOVE WH-NET-AMOUNT TO WH-AMT-1.
           MOVE WH-FEE-INCOME TO WH-AMT-2.
           MOVE WH-FEE-EXPENSE TO WH-AMT-3.
           PERFORM 8215-WRITE-BRANCH-LINE.

       8215-WRITE-BRANCH-LINE.
           MOVE SPACES TO WH-LINE.
      *  THE NAME IS QUOTED AND CUT AT ITS FIRST DOUBLE SPACE
      *  SO THE PADDING DOES NOT TRAVEL INTO THE WAREHOUSE.
           STRING WH-LINE-PREFIX DELIMITED BY SPACE
               ',' WH-BRANCH-CODE ',"'
                   DELIMITED BY SIZE
               WH-BRANCH-NAME DELIMITED BY '  '
               '",' WH-REGION ',' WH-DISTRICT
               ',' WH-CNT-1 ',' WH-CNT-2 ',' WH-CNT-3
               ',' WH-AMT-1 ',' WH-AMT-2 ',' WH-AMT-3
                   DELIMITED BY SIZE
               INTO WH-LINE.
           WRITE WH-BRANCH-LINE FROM WH-LINE.
           ADD 1 TO WH-BRANCH-RECORDS.
           ADD WH-NET-AMOUNT TO WH-BRANCH-AMOUNT.

       8220-EXTRACT-ONE-CHANNEL.
           MOVE 'CHANNEL' TO WH-BREAKOUT.
           MOVE WS-CHANNEL-CODE(WS-CHN-SUB) TO WH-CODE.
           MOVE WS-CHN-CNT(WS-COUNTER WS-CHN-SUB) TO WH-NET-COUNT.
           MOVE WS-CHN-AMT(WS-COUNTER WS-CHN-SUB) TO WH-NET-AMOUNT.
           PERFORM 8230-WRITE-CHNCAT-LINE.

       8225-EXTRACT-ONE-CATEGORY.
           MOVE 'CATEGORY' TO WH-BREAKOUT.
           EVALUATE WH-CAT-SUB
               WHEN 1
                   MOVE 'CA' TO WH-CODE
                   COMPUTE WH-NET-COUNT = WS-SUM-CASH(WS-COUNTER)
                       - WS-REV-CASH(WS-COUNTER)
                   COMPUTE WH-NET-AMOUNT = WS-AMT-CASH(WS-COUNTER)
                       - WS-REV-AMT-CASH(WS-COUNTER)
               WHEN 2
                   MOVE 'CK' TO WH-CODE
                   COMPUTE WH-NET-COUNT = WS-SUM-CHECK(WS-COUNTER)
                       - WS-REV-CHECK(WS-COUNTER)
                   COMPUTE WH-NET-AMOUNT = WS-AMT-CHECK(WS-COUNTER)
                       - WS-REV-AMT-CHECK(WS-COUNTER)
               WHEN OTHER
                   MOVE 'CR' TO WH-CODE
                   COMPUTE WH-NET-COUNT = WS-SUM-CARD(WS-COUNTER)
                       - WS-REV-CARD(WS-COUNTER)
                   COMPUTE WH-NET-AMOUNT = WS-AMT-CARD(WS-COUNTER)
                       - WS-REV-AMT-CARD(WS-COUNTER)
           END-EVALUATE.
           PERFORM 8230-WRITE-CHNCAT-LINE.

       8230-WRITE-CHNCAT-LINE.
           MOVE WH-NET-COUNT TO WH-CNT-1.
           MOVE WH-NET-AMOUNT TO WH-AMT-1.
           MOVE SPACES TO WH-LINE.
           STRING WH-LINE-PREFIX DELIMITED BY SPACE
               ',' WH-BRANCH-CODE ','
                   DELIMITED BY SIZE
               WH-BREAKOUT DELIMITED BY SPACE
               ',' DELIMITED BY SIZE
               WH-CODE DELIMITED BY SPACE
               ',' WH-CNT-1 ',' WH-AMT-1
                   DELIMITED BY SIZE
               INTO WH-LINE.
           WRITE WH-CHNCAT-LINE FROM WH-LINE.
           ADD 1 TO WH-CHNCAT-RECORDS.
           ADD WH-NET-AMOUNT TO WH-CHNCAT-AMOUNT.

       8240-EXTRACT-ONE-TELLER.
           MOVE WS-TLR-SUM(WS-TLR-COUNTER) TO WH-CNT-1.
           MOVE WS-TLR-CASH(WS-TLR-COUNTER) TO WH-CNT-2.
           MOVE WS-TLR-CHECK(WS-TLR-COUNTER) TO WH-CNT-3.
           MOVE WS-TLR-CARD(WS-TLR-COUNTER) TO WH-CNT-4.
           MOVE WS-TLR-REV(WS-TLR-COUNTER) TO WH-CNT-5.
           MOVE WS-TLR-AMT(WS-TLR-COUNTER) TO WH-AMT-1.
           MOVE WS-TLR-AMT-CASH(WS-TLR-COUNTER) TO WH-AMT-2.
           MOVE SPACES TO WH-LINE.
           STRING WH-LINE-PREFIX DELIMITED BY SPACE
               ',' WS-TLR-BRANCH(WS-TLR-COUNTER)
               ',' WS-TLR-ID(WS-TLR-COUNTER)
               ',' WH-CNT-1 ',' WH-CNT-2 ',' WH-CNT-3
               ',' WH-CNT-4 ',' WH-CNT-5
               ',' WH-AMT-1 ',' WH-AMT-2
                   DELIMITED BY SIZE
               INTO WH-LINE.
           WRITE WH-TELLER-LINE FROM WH-LINE.
           ADD 1 TO WH-TELLER-RECORDS.
           ADD WS-TLR-AMT(WS-TLR-COUNTER) TO WH-TELLER-AMOUNT.

       8250-WRITE-MANIFEST.
           MOVE 'WHBRANCH' TO WH-FILE-NAME.
           MOVE WH-BRANCH-RECORDS TO WH-MANIFEST-WORK-CNT.
           MOVE WH-BRANCH-AMOUNT TO WH-MANIFEST-WORK-AMT.
           PERFORM 8255-WRITE-ONE-MANIFEST-LINE.
           MOVE 'WHCHNCAT' TO WH-FILE-NAME.
           MOVE WH-CHNCAT-RECORDS TO WH-MANIFEST-WORK-CNT.
           MOVE WH-CHNCAT-AMOUNT TO WH-MANIFEST-WORK-AMT.
           PERFORM 8255-WRITE-ONE-MANIFEST-LINE.
           IF NOT WS-ADJUST-MODE
               MOVE 'WHTELLER' TO WH-FILE-NAME
               MOVE WH-TELLER-RECORDS TO WH-MANIFEST-WORK-CNT
               MOVE WH-TELLER-AMOUNT TO WH-MANIFEST-WORK-AMT
               PERFORM 8255-WRITE-ONE-MANIFEST-LINE
           END-IF.

       8255-WRITE-ONE-MANIFEST-LINE.
           MOVE WH-MANIFEST-WORK-CNT TO WH-MANIFEST-COUNT.
           MOVE WH-MANIFEST-WORK-AMT TO WH-MANIFEST-AMOUNT.
           MOVE SPACES TO WH-LINE.
           STRING WH-LINE-PREFIX DELIMITED BY SPACE
               ',' WH-FILE-NAME ',' WH-MANIFEST-COUNT
               ',' WH-MANIFEST-AMOUNT ',' DELIMITED BY SIZE
               WS-JOB-ID DELIMITED BY SPACE
               INTO WH-LINE.
           WRITE WH-MANIFEST-LINE FROM WH-LINE.

      *****************************************************
      *  THE RESTATED DAY FOR AN ADJUSTMENT RUN.  EVERY
      *  BRANCH ON THE MASTER - OPEN OR NOT, AS ONE CLOSED
      *  SINCE STILL HAS THE DAY ON FILE - IS LOOKED UP ON
      *  THE DAY LEDGER, AND EACH ONE FOUND GOES OUT WITH ITS
      *  WHOLE CORRECTED FIGURES.  A BRANCH DAY THAT NEVER
      *  REACHED THE LEDGER (COUNTED BY 8800) GOES OUT AS
      *  NOTHING, LIKE THE LEDGER ITSELF.  THE REGION AND
      *  DISTRICT ARE THOSE THE DAY POSTED UNDER.
      *****************************************************
       8260-EXTRACT-RESTATED-DAYS.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'BRSUM01 - CANNOT OPEN DAY LEDGER, STATUS='
                   WS-LEDGER-STATUS
               PERFORM 9950-ABORT-RUN
           END-IF.
           PERFORM VARYING WH-MST-SUB FROM 1 BY 1
               UNTIL WH-MST-SUB > WS-MASTER-COUNT
               MOVE WS-MST-CODE(WH-MST-SUB) TO LG-BRANCH-CODE
               MOVE WS-RUN-DATE TO LG-BUSINESS-DATE
               MOVE 'Y' TO WS-LEDGER-FOUND-SW
               READ LEDGER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-LEDGER-FOUND-SW
               END-READ
               IF WS-LEDGER-FOUND
                   PERFORM 8270-EXTRACT-LEDGER-DAY
               END-IF
           END-PERFORM.
           CLOSE LEDGER-FILE.

       8270-EXTRACT-LEDGER-DAY.
           MOVE LG-BRANCH-CODE TO WH-BRANCH-CODE.
           MOVE WS-MST-NAME(WH-MST-SUB) TO WH-BRANCH-NAME.
           MOVE LG-REGION-CODE TO WH-REGION.
           MOVE LG-DISTRICT-CODE TO WH-DISTRICT.
           IF LG-FEE-INCOME IS NUMERIC
               MOVE LG-FEE-INCOME TO WH-FEE-INCOME
           ELSE
               MOVE 0 TO WH-FEE-INCOME
           END-IF.
           IF LG-FEE-EXPENSE IS NUMERIC
               MOVE LG-FEE-EXPENSE TO WH-FEE-EXPENSE
           ELSE
               MOVE 0 TO WH-FEE-EXPENSE
           END-IF.
           COMPUTE WH-NET-AMOUNT = LG-AMT - LG-REV-AMT.
           MOVE LG-SUM TO WH-CNT-1.
           MOVE LG-REV-SUM TO WH-CNT-2.
           COMPUTE WH-CNT-3 = LG-SUM - LG-REV-SUM.
           MOVE WH-NET-AMOUNT TO WH-AMT-1.
           MOVE WH-FEE-INCOME TO WH-AMT-2.
           MOVE WH-FEE-EXPENSE TO WH-AMT-3.
           PERFORM 8215-WRITE-BRANCH-LINE.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 3
               MOVE 'CHANNEL' TO WH-BREAKOUT
               MOVE WS-CHANNEL-CODE(WS-CHN-SUB) TO WH-CODE
               MOVE LG-CHN-CNT(WS-CHN-SUB) TO WH-NET-COUNT
               MOVE LG-CHN-AMT(WS-CHN-SUB) TO WH-NET-AMOUNT
               PERFORM 8230-WRITE-CHNCAT-LINE
           END-PERFORM.
           PERFORM VARYING WH-CAT-SUB FROM 1 BY 1
               UNTIL WH-CAT-SUB > 3
               PERFORM 8275-EXTRACT-LEDGER-CATEGORY
           END-PERFORM.

       8275-EXTRACT-LEDGER-CATEGORY.
           MOVE 'CATEGORY' TO WH-BREAKOUT.
           EVALUATE WH-CAT-SUB
               WHEN 1
                   MOVE 'CA' TO WH-CODE
                   COMPUTE WH-NET-COUNT = LG-SUM-CASH - LG-REV-CASH
                   COMPUTE WH-NET-AMOUNT =
                       LG-AMT-CASH - LG-REV-AMT-CASH
               WHEN 2
                   MOVE 'CK' TO WH-CODE
                   COMPUTE WH-NET-COUNT =
                       LG-SUM-CHECK - LG-REV-CHECK
                   COMPUTE WH-NET-AMOUNT =
                       LG-AMT-CHECK - LG-REV-AMT-CHECK
               WHEN OTHER
                   MOVE 'CR' TO WH-CODE
                   COMPUTE WH-NET-COUNT = LG-SUM-CARD - LG-REV-CARD
                   COMPUTE WH-NET-AMOUNT =
                       LG-AMT-CARD - LG-REV-AMT-CARD
           END-EVALUATE.
           PERFORM 8230-WRITE-CHNCAT-LINE.

      *****************************************************
      *  LARGE CASH REGULATORY EXTRACT.  THE DAY'S CASH
      *  ITEMS WERE PARKED ON THE WORK FILE AS THEY POSTED;
      *  IN MACHINE-READABLE FORM FOR THE BRCONSOL MERGE:
      *  ONE SUMMARY WITH THE RUN ACCUMULATORS AND THE
      *  FEED-SIDE RECONCILIATION FIGURES, A BRANCH RECORD
      *  PER SLOT WITH ACTIVITY, A TELLER RECORD PER
      *  TELLER TABLE ENTRY, AND A CLOSED-ACTIVITY RECORD
      *  PER CLOSED BRANCH THE STREAM TURNED ITEMS AWAY FOR.
      *****************************************************
       8600-WRITE-PARTIAL-TOTALS.
           OPEN OUTPUT PARTIAL-FILE.
               UNTIL WS-TLR-COUNTER > WS-TELLER-COUNT
               PERFORM 8630-WRITE-ONE-PARTIAL-TELLER
           END-PERFORM.
           PERFORM VARYING WS-MST-COUNTER FROM 1 BY 1
               UNTIL WS-MST-COUNTER > WS-MASTER-COUNT
               IF WS-MST-CLOSED-ITEMS(WS-MST-COUNTER) > 0
                   PERFORM 8640-WRITE-ONE-PARTIAL-CLOSED
               END-IF
           END-PERFORM.
           PERFORM 8610-WRITE-PARTIAL-SUMMARY.
           CLOSE PARTIAL-FILE.

           MOVE WS-EXCEPTION-COUNT TO PL-S-EXCEPTION-COUNT.
           MOVE WS-PARTL-BRANCH-COUNT TO PL-S-BRANCH-COUNT.
           MOVE WS-TELLER-COUNT TO PL-S-TELLER-COUNT.
           MOVE WS-FEE-PRICED-PAIRS TO PL-S-FEE-PAIRS.
      *  THE FEED-SIDE ACTUALS - WHAT THIS STREAM REALLY
      *  READ AND APPLIED, IN AS-KEYED AMOUNTS - SO THE
      *  CONSOLIDATION CAN BALANCE THE COMBINED STREAMS
                   TO PL-B-CHN-AMT(WS-CHN-SUB)
           END-PERFORM.
           WRITE PARTIAL-TOTALS-RECORD.
           IF WS-FEE-INC(WS-COUNTER 1) NOT = 0
               OR WS-FEE-INC(WS-COUNTER 2) NOT = 0
               OR WS-FEE-INC(WS-COUNTER 3) NOT = 0
               OR WS-FEE-EXP(WS-COUNTER 1) NOT = 0
               OR WS-FEE-EXP(WS-COUNTER 2) NOT = 0
               OR WS-FEE-EXP(WS-COUNTER 3) NOT = 0
               PERFORM 8625-WRITE-ONE-PARTIAL-FEE
           END-IF.

       8625-WRITE-ONE-PARTIAL-FEE.
           MOVE SPACES TO PARTIAL-TOTALS-RECORD.
           SET PL-IS-FEE TO TRUE.
           MOVE WS-REGION-CODE-PARM TO PL-REGION-CODE.
           MOVE WS-BRANCH-CODE(WS-COUNTER) TO PL-F-CODE.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 3
               MOVE WS-FEE-INC(WS-COUNTER WS-CHN-SUB)
                   TO PL-F-INCOME(WS-CHN-SUB)
               MOVE WS-FEE-EXP(WS-COUNTER WS-CHN-SUB)
                   TO PL-F-EXPENSE(WS-CHN-SUB)
           END-PERFORM.
           WRITE PARTIAL-TOTALS-RECORD.

       8630-WRITE-ONE-PARTIAL-TELLER.
           MOVE SPACES TO PARTIAL-TOTALS-RECORD.
           MOVE WS-TLR-AMT-CASH(WS-TLR-COUNTER) TO PL-T-AMT-CASH.
           WRITE PARTIAL-TOTALS-RECORD.

       8640-WRITE-ONE-PARTIAL-CLOSED.
           MOVE SPACES TO PARTIAL-TOTALS-RECORD.
           SET PL-IS-CLOSED-ACTIVITY TO TRUE.
           MOVE WS-REGION-CODE-PARM TO PL-REGION-CODE.
           MOVE WS-MST-CODE(WS-MST-COUNTER) TO PL-C-BRANCH.
           MOVE WS-MST-CLOSED-ITEMS(WS-MST-COUNTER) TO PL-C-ITEMS.
           WRITE PARTIAL-TOTALS-RECORD.

      *****************************************************
      *  THE DATE CONTROL RECORD ADVANCES ONLY WHEN A RUN
      *  GETS THIS FAR - AN ABORTED RUN LEAVES IT UNTOUCHED
           WRITE DATE-CONTROL-RECORD.
           CLOSE DATE-CONTROL-FILE.

      *****************************************************
      *  DAY-GRAIN LEDGER.  EVERY BRANCH SLOT POSTS ONE
      *  RECORD FOR THE BUSINESS DATE - A ZERO DAY INCLUDED,
      *  SO "NOTHING HAPPENED" IS ON FILE AS SUCH.  A RERUN
      *  OVERLAYS THE DAY'S RECORD.  AN ADJUSTMENT ADDS ITS
      *  NET CHANGE INTO THE RESTATED DAY'S RECORD; A DAY
      *  THAT NEVER REACHED THE LEDGER IS NOT INVENTED FROM
      *  THE CHANGE ALONE, ONLY COUNTED.
      *****************************************************
       8800-POST-DAY-LEDGER.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'BRSUM01 - CANNOT OPEN DAY LEDGER, STATUS='
                   WS-LEDGER-STATUS
               PERFORM 9950-ABORT-RUN
           END-IF.
           MOVE 0 TO WS-LEDGER-MISSED.
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-BRANCH-COUNT
               PERFORM 8810-POST-ONE-LEDGER-DAY
           END-PERFORM.
           CLOSE LEDGER-FILE.
           IF WS-LEDGER-MISSED > 0
               DISPLAY 'BRSUM01 - ' WS-LEDGER-MISSED
                   ' ADJUSTED BRANCH DAYS NOT ON THE DAY LEDGER, '
                   'LEDGER NOT ADJUSTED FOR THEM'
           END-IF.

       8810-POST-ONE-LEDGER-DAY.
           MOVE WS-BRANCH-CODE(WS-COUNTER) TO LG-BRANCH-CODE.
           MOVE WS-RUN-DATE TO LG-BUSINESS-DATE.
           MOVE 'Y' TO WS-LEDGER-FOUND-SW.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LEDGER-FOUND-SW
           END-READ.
           IF WS-ADJUST-MODE
               IF WS-LEDGER-FOUND
                   PERFORM 8820-ADD-SLOT-TO-LEDGER
                   ADD 1 TO LG-ADJUST-COUNT
                   REWRITE LEDGER-RECORD
                   PERFORM 8830-CHECK-LEDGER-WRITE
               ELSE
                   IF WS-SUM(WS-COUNTER) NOT = 0
                       OR WS-REV-SUM(WS-COUNTER) NOT = 0
                       ADD 1 TO WS-LEDGER-MISSED
                   END-IF
               END-IF
           ELSE
               INITIALIZE LEDGER-RECORD
               MOVE WS-BRANCH-CODE(WS-COUNTER) TO LG-BRANCH-CODE
               MOVE WS-RUN-DATE TO LG-BUSINESS-DATE
               MOVE WS-BRANCH-CODE(WS-COUNTER) TO WS-LOOKUP-CODE
               PERFORM 1250-FIND-MASTER-ENTRY
               IF WS-MST-FOUND
                   MOVE WS-MST-REGION(WS-MST-FOUND-INDEX)
                       TO LG-REGION-CODE
                   MOVE WS-MST-DISTRICT(WS-MST-FOUND-INDEX)
                       TO LG-DISTRICT-CODE
               END-IF
               MOVE WS-JOB-ID TO LG-POSTED-BY
               PERFORM 8820-ADD-SLOT-TO-LEDGER
               IF WS-LEDGER-FOUND
                   REWRITE LEDGER-RECORD
               ELSE
                   WRITE LEDGER-RECORD
               END-IF
               PERFORM 8830-CHECK-LEDGER-WRITE
           END-IF.

       8820-ADD-SLOT-TO-LEDGER.
           ADD WS-SUM(WS-COUNTER) TO LG-SUM.
           ADD WS-SUM-CASH(WS-COUNTER) TO LG-SUM-CASH.
           ADD WS-SUM-CHECK(WS-COUNTER) TO LG-SUM-CHECK.
           ADD WS-SUM-CARD(WS-COUNTER) TO LG-SUM-CARD.
           ADD WS-AMT(WS-COUNTER) TO LG-AMT.
           ADD WS-AMT-CASH(WS-COUNTER) TO LG-AMT-CASH.
           ADD WS-AMT-CHECK(WS-COUNTER) TO LG-AMT-CHECK.
           ADD WS-AMT-CARD(WS-COUNTER) TO LG-AMT-CARD.
           ADD WS-REV-SUM(WS-COUNTER) TO LG-REV-SUM.
           ADD WS-REV-CASH(WS-COUNTER) TO LG-REV-CASH.
           ADD WS-REV-CHECK(WS-COUNTER) TO LG-REV-CHECK.
           ADD WS-REV-CARD(WS-COUNTER) TO LG-REV-CARD.
           ADD WS-REV-AMT(WS-COUNTER) TO LG-REV-AMT.
           ADD WS-REV-AMT-CASH(WS-COUNTER) TO LG-REV-AMT-CASH.
           ADD WS-REV-AMT-CHECK(WS-COUNTER) TO LG-REV-AMT-CHECK.
           ADD WS-REV-AMT-CARD(WS-COUNTER) TO LG-REV-AMT-CARD.
           IF LG-FEE-INCOME IS NOT NUMERIC
               MOVE 0 TO LG-FEE-INCOME
           END-IF.
           IF LG-FEE-EXPENSE IS NOT NUMERIC
               MOVE 0 TO LG-FEE-EXPENSE
           END-IF.
           PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 3
               ADD WS-CHN-CNT(WS-COUNTER WS-CHN-SUB)
                   TO LG-CHN-CNT(WS-CHN-SUB)
               ADD WS-CHN-AMT(WS-COUNTER WS-CHN-SUB)
                   TO LG-CHN-AMT(WS-CHN-SUB)
               ADD WS-FEE-INC(WS-COUNTER WS-CHN-SUB)
                   TO LG-FEE-INCOME
               ADD WS-FEE-EXP(WS-COUNTER WS-CHN-SUB)
                   TO LG-FEE-EXPENSE
           END-PERFORM.

       8830-CHECK-LEDGER-WRITE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'BRSUM01 - DAY LEDGER WRITE FAILED FOR '
                   LG-BRANCH-CODE ', STATUS=' WS-LEDGER-STATUS
               PERFORM 9950-ABORT-RUN
           END-IF.

      *****************************************************
      *  AUDIT TRAIL - ONE RECORD APPENDED PER RUN SO
      *  AUDITORS CAN SEE WHAT RAN AND WHAT IT PRODUCED.
