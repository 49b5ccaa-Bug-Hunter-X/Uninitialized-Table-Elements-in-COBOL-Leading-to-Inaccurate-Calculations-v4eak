      *  SPLCTL, AND THEN PRODUCES EXACTLY WHAT A COMPANY-
      *  SCOPE NIGHT PRODUCES - DAY-OVER-DAY VARIANCE, THE
      *  WEEK/MONTH PERIOD HISTORY ROLL, THE BRANCH, REGION
      *  AND TELLER REPORTS WITH THEIR FEE SECTIONS, THE GL
      *  INTERFACE FILE WITH ITS FEE RECORDS, THE DATA
      *  WAREHOUSE EXTRACTS, THE PRIOR-DAY BASELINE, THE
      *  MERGED TELLER SNAPSHOT FOR DRAWER BALANCING, THE
      *  DATE CONTROL UPDATE AND THE AUDIT RECORD.  THE
      *  WORKERS KEEP THEIR OWN CHECKPOINTS, SUSPENSE,
      *  EXCEPTION REPORTS AND CTR EXTRACTS - NONE OF THAT
      *  IS REDONE HERE.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
           05  WS-EXCPT-STATUS             PIC X(2).
           05  WS-RGNRPT-STATUS            PIC X(2).
           05  WS-TLRRPT-STATUS            PIC X(2).
           05  WS-ACTPRF-STATUS            PIC X(2).
           05  WS-ACTRPT-STATUS            PIC X(2).
           05  WS-LEDGER-STATUS            PIC X(2).
           05  WS-WHBR-STATUS              PIC X(2).
           05  WS-WHCC-STATUS              PIC X(2).
           05  WS-WHTL-STATUS              PIC X(2).
           05  WS-WHMF-STATUS              PIC X(2).

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW              PIC X VALUE 'N'.
               88  WS-BRANCH-FOUND               VALUE 'Y'.
           05  WS-MST-FOUND-SW             PIC X VALUE 'N'.
               88  WS-MST-FOUND                  VALUE 'Y'.
           05  WS-LEDGER-FOUND-SW          PIC X VALUE 'N'.
               88  WS-LEDGER-FOUND               VALUE 'Y'.
           05  WS-TLR-FOUND-SW             PIC X VALUE 'N'.
               88  WS-TLR-FOUND                  VALUE 'Y'.
           05  WS-DATEC-FOUND-SW           PIC X VALUE 'N'.
           05  WS-REGION-MAX-ENTRIES       PIC 9(3) VALUE 100.
           05  WS-TLR-MAX-ENTRIES          PIC 9(5) VALUE 5000.
           05  WS-VARIANCE-THRESHOLD-PCT   PIC 9(3)V99 VALUE 25.00.
      *  HOW MANY OF THE LAST 20 BUSINESS DAYS A CHANNEL
      *  MUST HAVE CARRIED ITEMS BEFORE A DAY WITHOUT ANY IS
      *  AN EXPECTED-ACTIVITY EXCEPTION.
           05  WS-SILENT-ACTIVE-DAYS       PIC 9(2) VALUE 10.
           05  WS-JOB-ID                   PIC X(8) VALUE 'BRCONSOL'.
           05  WS-OPERATOR-ID              PIC X(8) VALUE 'BATCH'.

                                           PIC S9(5).
               10  WS-CHN-AMT OCCURS 3 TIMES
                                           PIC S9(9)V99.
      *  FEE INCOME AND FEE EXPENSE BY SOURCE CHANNEL, AS
      *  THE WORKERS PRICED THEM, MERGED FROM THE 'F'
      *  PARTIAL RECORDS.
               10  WS-FEE-INC OCCURS 3 TIMES
                                           PIC S9(9)V99.
               10  WS-FEE-EXP OCCURS 3 TIMES
                                           PIC S9(9)V99.

       01  WS-MASTER-TABLE.
           05  WS-MASTER-COUNT             PIC 9(5) VALUE 0.
               10  WS-MST-DISTRICT         PIC X(2).
               10  WS-MST-STATUS           PIC X(1).
                   88  WS-MST-IS-OPEN           VALUE 'O'.
               10  WS-MST-OPEN-DATE        PIC 9(8).
               10  WS-MST-CLOSE-DATE       PIC 9(8).
               10  WS-MST-CLOSED-ITEMS     PIC 9(5).

       01  WS-REGION-TABLE.
           05  WS-REGION-COUNT             PIC 9(3) VALUE 0.
               10  WS-RGN-MTD              PIC S9(9).
               10  WS-RGN-PRIOR            PIC S9(9).
               10  WS-RGN-VARIANCE-PCT     PIC S9(3)V99.
               10  WS-RGN-FEE-NET OCCURS 3 TIMES
                                           PIC S9(11)V99.
               10  WS-RGN-FEE-INC          PIC S9(11)V99.
               10  WS-RGN-FEE-EXP          PIC S9(11)V99.

       01  WS-RGN-SWAP-ENTRY.
           05  FILLER                      PIC X(2).
           05  FILLER                      PIC S9(9).
           05  FILLER                      PIC S9(9).
           05  FILLER                      PIC S9(3)V99.
           05  FILLER                      PIC S9(11)V99.
           05  FILLER                      PIC S9(11)V99.
           05  FILLER                      PIC S9(11)V99.
           05  FILLER                      PIC S9(11)V99.
           05  FILLER                      PIC S9(11)V99.

      *****************************************************
      *  COMPANY-WIDE TELLER TABLE, MERGED FROM THE 'T'
           05  WS-LAST-RUN-DATE            PIC 9(8) VALUE 0.
           05  WS-EXPECTED-RUN-DATE        PIC 9(8) VALUE 0.
           05  WS-TLR-COUNTER              PIC 9(5) VALUE 0.
           05  WS-FEE-PRICED-PAIRS         PIC 9(1) VALUE 0.
           05  WS-FEE-BRANCH-NET           PIC S9(9)V99 VALUE 0.
           05  WS-FEE-BRANCH-INC           PIC S9(9)V99 VALUE 0.
           05  WS-FEE-BRANCH-EXP           PIC S9(9)V99 VALUE 0.
           05  WS-FEE-GRAND-NET OCCURS 3 TIMES
                                           PIC S9(11)V99 VALUE 0.
           05  WS-FEE-GRAND-INC            PIC S9(11)V99 VALUE 0.
           05  WS-FEE-GRAND-EXP            PIC S9(11)V99 VALUE 0.
           05  WS-TLR-INDEX                PIC 9(5) VALUE 0.
           05  WS-TLR-PAGE-NUMBER          PIC 9(3) VALUE 0.
           05  WS-TLR-LINE-COUNT           PIC 9(3) VALUE 0.
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
      *  LINE PER REGION), LAID OUT AS ON THE SINGLE-STREAM
      *  NIGHT'S REPORTS.
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

       01  WS-EXCPT-HDR.
           05  FILLER                      PIC X(30)
                   VALUE 'BRCONSOL - EXCEPTION REPORT'.
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
           05  FILLER                      PIC X(10) VALUE 'BRCONSOL -'.
           05  FILLER                      PIC X(21)
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

       0000-MAIN-LOGIC.
           PERFORM 4000-RECONCILE-AGAINST-FEEDS
           PERFORM 5000-COMPUTE-VARIANCE-EXCEPTIONS
           PERFORM 6000-UPDATE-PERIOD-HISTORY
           PERFORM 6500-CHECK-EXPECTED-ACTIVITY
           PERFORM 7000-PRINT-BRANCH-REPORT
           PERFORM 7300-PRINT-REGION-REPORT
           PERFORM 7400-PRINT-TELLER-REPORT
           PERFORM 7500-FINALIZE-EXCEPTION-REPORT
           PERFORM 8000-WRITE-GL-INTERFACE
           PERFORM 8200-WRITE-WAREHOUSE-EXTRACTS
           PERFORM 8800-POST-DAY-LEDGER
           PERFORM 8500-WRITE-TODAYS-TOTALS-TO-PRIOR-FILE
           PERFORM 8550-WRITE-MERGED-TELLER-SNAPSHOT
           PERFORM 8700-UPDATE-DATE-CONTROL
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

       1250-FIND-MASTER-ENTRY.
           MOVE 'N' TO WS-MST-FOUND-SW.
                           RP-OPERATOR-VALUE ' NOT VALID FOR '
                           'CONSOLIDATION, USING NORMAL'
                   END-IF
               WHEN 'SILENT-ACTIVE-DAYS'
                   COMPUTE WS-PARM-WORK-NUM =
                       FUNCTION NUMVAL(RP-VALUE)
                   IF WS-PARM-WORK-NUM > 0
                       AND WS-PARM-WORK-NUM NOT > 20
                       MOVE WS-PARM-WORK-NUM TO WS-SILENT-ACTIVE-DAYS
                   ELSE
                       DISPLAY 'BRCONSOL - BAD SILENT-ACTIVE-DAYS '
                           'PARAMETER IGNORED: ' RP-VALUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               UNTIL WS-CHN-SUB > 3
               MOVE 0 TO WS-CHN-CNT(WS-BRANCH-COUNT WS-CHN-SUB)
               MOVE 0 TO WS-CHN-AMT(WS-BRANCH-COUNT WS-CHN-SUB)
               MOVE 0 TO WS-FEE-INC(WS-BRANCH-COUNT WS-CHN-SUB)
               MOVE 0 TO WS-FEE-EXP(WS-BRANCH-COUNT WS-CHN-SUB)
           END-PERFORM.

      *****************************************************
                               PERFORM 2310-MERGE-ONE-SUMMARY
                           WHEN PL-IS-BRANCH
                               PERFORM 2320-MERGE-ONE-BRANCH
                           WHEN PL-IS-FEE
                               PERFORM 2325-MERGE-ONE-FEE
                           WHEN PL-IS-TELLER
                               PERFORM 2330-MERGE-ONE-TELLER
                           WHEN PL-IS-CLOSED-ACTIVITY
                               PERFORM 2335-MERGE-CLOSED-ACTIVITY
                           WHEN OTHER
                               PERFORM 2340-LOG-BAD-PARTIAL
                       END-EVALUATE
           ADD PL-S-FEED-AMOUNT TO WS-ACTUAL-AMOUNT.
           ADD PL-S-EXCEPTION-COUNT TO WS-WORKER-EXCEPTIONS.
           ADD PL-S-SUSPOUT-COUNT TO WS-SUSPOUT-WRITE-COUNT.
      *  EVERY STREAM PRICES FROM THE SAME SCHEDULE FOR THE
      *  SAME DAY, SO ANY ONE SUMMARY'S PAIR COUNT WILL DO.
           IF PL-S-FEE-PAIRS IS NUMERIC
               MOVE PL-S-FEE-PAIRS TO WS-FEE-PRICED-PAIRS
           END-IF.

       2320-MERGE-ONE-BRANCH.
           MOVE PL-B-CODE TO WS-LOOKUP-CODE.
               END-PERFORM
           END-IF.

      *****************************************************
      *  A WORKER WRITES ITS 'F' RECORD JUST AFTER THE 'B'
      *  RECORD OF THE SAME BRANCH, SO A BRANCH THE MERGE
      *  DOES NOT KNOW HAS ALREADY BEEN REPORTED BY 2320 -
      *  ITS FEES ARE DROPPED WITH ITS TOTALS.
      *****************************************************
       2325-MERGE-ONE-FEE.
           MOVE PL-F-CODE TO WS-LOOKUP-CODE.
           PERFORM 3105-LOCATE-BRANCH-SLOT.
           IF WS-BRANCH-FOUND
               PERFORM VARYING WS-CHN-SUB FROM 1 BY 1
                   UNTIL WS-CHN-SUB > 3
                   ADD PL-F-INCOME(WS-CHN-SUB)
                       TO WS-FEE-INC(WS-FOUND-INDEX WS-CHN-SUB)
                   ADD PL-F-EXPENSE(WS-CHN-SUB)
                       TO WS-FEE-EXP(WS-FOUND-INDEX WS-CHN-SUB)
               END-PERFORM
           END-IF.

       2330-MERGE-ONE-TELLER.
           MOVE PL-T-BRANCH TO WS-LOOKUP-CODE.
           PERFORM 3105-LOCATE-BRANCH-SLOT.
                   AFTER ADVANCING 1
           END-IF.

      *****************************************************
      *  ITEMS A WORKER TURNED AWAY FOR A CLOSED BRANCH ARE
      *  ALREADY ON THAT WORKER'S EXCEPTION REPORT; THE
      *  COUNT IS CARRIED HERE ONLY FOR THE AFTER-CLOSE-DATE
      *  CHECK IN 6500.
      *****************************************************
       2335-MERGE-CLOSED-ACTIVITY.
           MOVE PL-C-BRANCH TO WS-LOOKUP-CODE.
           PERFORM 1250-FIND-MASTER-ENTRY.
           IF WS-MST-FOUND
               ADD PL-C-ITEMS
                   TO WS-MST-CLOSED-ITEMS(WS-MST-FOUND-INDEX)
           END-IF.

       2340-LOG-BAD-PARTIAL.
           SET WS-CONTROL-EXCEPTION TO TRUE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE HR-WTD-TOTAL TO WS-WTD-TOTAL(WS-COUNTER).
           MOVE HR-MTD-TOTAL TO WS-MTD-TOTAL(WS-COUNTER).

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
               DISPLAY 'BRCONSOL - CANNOT OPEN EXPECTED ACTIVITY '
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
               DISPLAY 'BRCONSOL - CANNOT OPEN ACTIVITY PROFILE '
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
               DISPLAY 'BRCONSOL - ACTIVITY PROFILE WRITE FAILED FOR '
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

       7000-PRINT-BRANCH-REPORT.
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-BRANCH-COUNT
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

       7315-FIND-OR-ADD-REGION.
           PERFORM 7317-SEARCH-REGION-TABLE.
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

       7400-PRINT-TELLER-REPORT.
           PERFORM 7450-PRINT-TELLER-HEADERS.
           PERFORM VARYING WS-MST-COUNTER FROM 1 BY 1
               AFTER ADVANCING 2.
           CLOSE EXCEPTION-FILE.

      *****************************************************
      *  FEE SECTION OF THE BRANCH REPORT - EVERY BRANCH
      *  THAT EARNED OR PAID A FEE TODAY, WITH ITS NET FEES
      *  BY CHANNEL AND ITS INCOME AND EXPENSE, THEN THE
      *  COMPANY TOTAL.  THE TOTALS ARE WHAT 8000 BOOKS TO
      *  THE GL AS TYPE 42 RECORDS.
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

       8000-WRITE-GL-INTERFACE.
           OPEN OUTPUT GL-FILE.
           IF WS-GL-STATUS NOT = '00'
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
      *  THE DAY, AS ON A SINGLE-STREAM NIGHT.
       8150-WRITE-ONE-FEE-GL-RECORD.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE '42' TO GL-RECORD-TYPE.
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
               DISPLAY 'BRCONSOL - CANNOT OPEN WAREHOUSE EXTRACTS, '
                   'STATUS=' WS-WHBR-STATUS ' ' WS-WHCC-STATUS
                   ' ' WS-WHTL-STATUS ' ' WS-WHMF-STATUS
               PERFORM 9950-ABORT-RUN
           END-IF.
           MOVE SPACES TO WH-LINE-PREFIX.
           STRING WS-RUN-DATE ',' WS-RUN-MODE
               DELIMITED BY SPACE INTO WH-LINE-PREFIX.
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
           END-PERFORM.
           PERFORM VARYING WS-TLR-COUNTER FROM 1 BY 1
               UNTIL WS-TLR-COUNTER > WS-TELLER-COUNT
               PERFORM 8240-EXTRACT-ONE-TELLER
           END-PERFORM.
           PERFORM 8250-WRITE-MANIFEST.
           CLOSE WH-BRANCH-FILE.
           CLOSE WH-CHNCAT-FILE.
           CLOSE WH-TELLER-FILE.
           CLOSE WH-MANIFEST-FILE.

       8210-EXTRACT-ONE-BRANCH.
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
           MOVE SPACES TO WH-LINE.
      *  THE NAME IS QUOTED AND CUT AT ITS FIRST DOUBLE SPACE
      *  SO THE PADDING DOES NOT TRAVEL INTO THE WAREHOUSE.
           STRING WH-LINE-PREFIX DELIMITED BY SPACE
               ',' WS-BRANCH-CODE(WS-COUNTER) ',"'
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
               ',' WS-BRANCH-CODE(WS-COUNTER) ','
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
           MOVE 'WHTELLER' TO WH-FILE-NAME.
           MOVE WH-TELLER-RECORDS TO WH-MANIFEST-WORK-CNT.
           MOVE WH-TELLER-AMOUNT TO WH-MANIFEST-WORK-AMT.
           PERFORM 8255-WRITE-ONE-MANIFEST-LINE.

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

       8500-WRITE-TODAYS-TOTALS-TO-PRIOR-FILE.
           OPEN OUTPUT PRIOR-FILE.
           IF WS-PRIOR-STATUS NOT = '00'
           WRITE DATE-CONTROL-RECORD.
           CLOSE DATE-CONTROL-FILE.

      *****************************************************
      *  DAY-GRAIN LEDGER.  EVERY BRANCH SLOT POSTS ONE
      *  RECORD FOR THE BUSINESS DATE - A ZERO DAY INCLUDED,
      *  SO "NOTHING HAPPENED" IS ON FILE AS SUCH.  A RERUN
      *  OVERLAYS THE DAY'S RECORD.
      *****************************************************
       8800-POST-DAY-LEDGER.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'BRCONSOL - CANNOT OPEN DAY LEDGER, STATUS='
                   WS-LEDGER-STATUS
               PERFORM 9950-ABORT-RUN
           END-IF.
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-BRANCH-COUNT
               PERFORM 8810-POST-ONE-LEDGER-DAY
           END-PERFORM.
           CLOSE LEDGER-FILE.

       8810-POST-ONE-LEDGER-DAY.
           MOVE WS-BRANCH-CODE(WS-COUNTER) TO LG-BRANCH-CODE.
           MOVE WS-RUN-DATE TO LG-BUSINESS-DATE.
           MOVE 'Y' TO WS-LEDGER-FOUND-SW.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-LEDGER-FOUND-SW
           END-READ.
           INITIALIZE LEDGER-RECORD.
           MOVE WS-BRANCH-CODE(WS-COUNTER) TO LG-BRANCH-CODE.
           MOVE WS-RUN-DATE TO LG-BUSINESS-DATE.
           MOVE WS-BRANCH-CODE(WS-COUNTER) TO WS-LOOKUP-CODE.
           PERFORM 1250-FIND-MASTER-ENTRY.
           IF WS-MST-FOUND
               MOVE WS-MST-REGION(WS-MST-FOUND-INDEX)
                   TO LG-REGION-CODE
               MOVE WS-MST-DISTRICT(WS-MST-FOUND-INDEX)
                   TO LG-DISTRICT-CODE
           END-IF.
           MOVE WS-JOB-ID TO LG-POSTED-BY.
           PERFORM 8820-ADD-SLOT-TO-LEDGER.
           IF WS-LEDGER-FOUND
               REWRITE LEDGER-RECORD
           ELSE
               WRITE LEDGER-RECORD
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'BRCONSOL - DAY LEDGER WRITE FAILED FOR '
                   LG-BRANCH-CODE ', STATUS=' WS-LEDGER-STATUS
               PERFORM 9950-ABORT-RUN
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

       9000-WRITE-AUDIT-LOG.
           PERFORM 9010-OPEN-AUDIT-FILE.
           MOVE WS-CD-DATE TO AL-RUN-DATE.
