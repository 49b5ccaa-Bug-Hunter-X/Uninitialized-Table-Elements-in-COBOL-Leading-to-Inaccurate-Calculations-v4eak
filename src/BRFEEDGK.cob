       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRFEEDGK.
      *****************************************************
      *  BRFEEDGK - INBOUND FEED GATEKEEPER
      *
      *  THE BRANCH, ATM AND ONLINE FEEDS USED TO BE
      *  CONCATENATED STRAIGHT INTO TRANXIN, AND A BAD FEED
      *  ONLY SHOWED ITSELF WHEN BRSPLIT OR THE WORKERS
      *  CHOKED ON IT OR THE TRAILER RECONCILIATION FAILED
      *  - WITH THE NIGHTLY ALREADY HALF RUN.  THIS STEP
      *  RUNS AHEAD OF BRSPLIT AND JUDGES EACH CHANNEL FEED
      *  ON THE RECEIVED FILE (FEEDIN) AS A WHOLE:
      *
      *    - HEADER / DETAIL / TRAILER SEQUENCE
      *    - DETAIL CHANNEL AGREES WITH THE HEADER CHANNEL
      *    - NUMERIC AND SIGN FIELDS OF THE BRTRNREC LAYOUT
      *    - TRAILER COUNTS AND AMOUNT AGAINST THE DETAILS
      *    - HEADER DATE AGREES WITH THE FIRST FEED'S DATE
      *    - NOT ALREADY ON THE FEED RECEIPT REGISTER
      *
      *  A CLEAN FEED IS COPIED WHOLE TO TRANXIN FOR
      *  BRSPLIT AND ENTERED ON THE RECEIPT REGISTER
      *  (FEEDREG); A FEED WITH ANY FAULT IS COPIED WHOLE,
      *  UNCHANGED, TO FEEDQUAR.  NOTHING IS EVER HALF
      *  ADMITTED.  BRFGKRPT LISTS EVERY FAULT BY RECORD
      *  NUMBER AND ENDS WITH ONE DISPOSITION LINE PER FEED
      *  THE OPERATORS CAN HAND BACK TO THE SENDING AREA.
      *
      *  RUN-MODE=RERUN EXPECTS THE SAME FEEDS A SECOND
      *  TIME, SO A FEED ALREADY ON THE REGISTER IS
      *  ADMITTED (AND NOTED) RATHER THAN REFUSED.  THE
      *  SAME FEED TWICE IN ONE RECEIVED FILE IS REFUSED
      *  IN EVERY MODE.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FEED-IN-FILE ASSIGN TO "FEEDIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDIN-STATUS.

           SELECT TRANX-OUT-FILE ASSIGN TO "TRANXIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANX-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "FEEDQUAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "FEEDREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FR-RECEIPT-KEY
               FILE STATUS IS WS-REG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRFGKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRPARM.

       FD  FEED-IN-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRTRNREC.

       FD  TRANX-OUT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  TRANX-OUT-RECORD               PIC X(80).

       FD  QUARANTINE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  QUARANTINE-RECORD              PIC X(80).

       FD  REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRFEEDRG.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS OMITTED.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS              PIC X(2).
           05  WS-FEEDIN-STATUS            PIC X(2).
           05  WS-TRANX-STATUS             PIC X(2).
           05  WS-QUAR-STATUS              PIC X(2).
           05  WS-REG-STATUS               PIC X(2).
           05  WS-RPT-STATUS               PIC X(2).

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW              PIC X VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-FEEDIN-EOF-SW            PIC X VALUE 'N'.
               88  WS-FEEDIN-EOF                 VALUE 'Y'.
           05  WS-FEED-OPEN-SW             PIC X VALUE 'N'.
               88  WS-FEED-OPEN                  VALUE 'Y'.
           05  WS-RUN-DATE-SET-SW          PIC X VALUE 'N'.
               88  WS-RUN-DATE-SET               VALUE 'Y'.
           05  WS-DUP-FOUND-SW             PIC X VALUE 'N'.
               88  WS-DUP-FOUND                  VALUE 'Y'.
           05  WS-RUN-MODE                 PIC X(8) VALUE 'NORMAL'.
               88  WS-NORMAL-MODE                VALUE 'NORMAL'.
               88  WS-RERUN-MODE                 VALUE 'RERUN'.

       01  WS-CONSTANTS.
           05  WS-FEED-MAX-ENTRIES         PIC 9(3) VALUE 20.
           05  WS-MAX-ERRORS-PER-FEED      PIC 9(3) VALUE 20.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.

      *****************************************************
      *  ONE ENTRY PER FEED FOUND ON THE RECEIVED FILE.
      *  THE FIRST AND LAST RECORD NUMBERS LET THE SECOND
      *  PASS ROUTE EVERY RECORD TO THE SAME FEED THE FIRST
      *  PASS JUDGED IT WITH.  A FEED WITH NO HEADER STILL
      *  GETS AN ENTRY (CHANNEL '?') SO ITS RECORDS GO TO
      *  QUARANTINE TOGETHER.
      *****************************************************
       01  WS-FEED-TABLE.
           05  WS-FEED-COUNT               PIC 9(3) VALUE 0.
           05  WS-FEED-ENTRY OCCURS 20 TIMES.
               10  WS-FD-CHANNEL           PIC X(1).
               10  WS-FD-RUN-DATE          PIC 9(8).
               10  WS-FD-FIRST-REC         PIC 9(7).
               10  WS-FD-LAST-REC          PIC 9(7).
               10  WS-FD-DETAIL-COUNT      PIC 9(7).
               10  WS-FD-DETAIL-AMOUNT     PIC S9(11)V99.
               10  WS-FD-EXP-COUNT         PIC 9(7).
               10  WS-FD-EXP-TOTAL         PIC 9(9).
               10  WS-FD-EXP-AMOUNT        PIC S9(11)V99.
               10  WS-FD-ERROR-COUNT       PIC 9(5).
               10  WS-FD-REASON            PIC X(40).
               10  WS-FD-VERDICT           PIC X(1).
                   88  WS-FD-ACCEPTED           VALUE 'A'.
                   88  WS-FD-QUARANTINED        VALUE 'Q'.
               10  WS-FD-PRIOR-RECEIPT-SW  PIC X(1).
                   88  WS-FD-PRIOR-RECEIPT      VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05  WS-CUR-FEED                 PIC 9(3) VALUE 0.
           05  WS-COUNTER                  PIC 9(3) VALUE 0.
           05  WS-COUNTER-2                PIC 9(3) VALUE 0.
           05  WS-RECORD-NUMBER            PIC 9(7) VALUE 0.
           05  WS-RECORDS-READ             PIC 9(7) VALUE 0.
           05  WS-RECORDS-PASSED           PIC 9(7) VALUE 0.
           05  WS-RECORDS-HELD             PIC 9(7) VALUE 0.
           05  WS-ACCEPTED-COUNT           PIC 9(3) VALUE 0.
           05  WS-QUARANTINED-COUNT        PIC 9(3) VALUE 0.
           05  WS-REGISTERED-COUNT         PIC 9(3) VALUE 0.
           05  WS-ERROR-TEXT               PIC X(60) VALUE SPACES.
           05  WS-ERROR-TYPE               PIC X(22) VALUE SPACES.
           05  WS-REPORT-LINE-COUNT        PIC 9(3) VALUE 99.
           05  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
           05  WS-AMT-DISPLAY              PIC ----,---,---,--9.99.
           05  WS-AMT-DISPLAY-2            PIC ----,---,---,--9.99.
           05  WS-CNT-DISPLAY              PIC Z(8)9.
           05  WS-CNT-DISPLAY-2            PIC Z(8)9.

       01  WS-CURRENT-DATE-TIME-RAW        PIC X(21).
       01  WS-CURRENT-DATE-TIME-FIELDS REDEFINES
                   WS-CURRENT-DATE-TIME-RAW.
           05  WS-CD-DATE                  PIC 9(8).
           05  WS-CD-TIME                  PIC 9(6).
           05  FILLER                      PIC X(7).

       01  WS-RPT-HDR-1.
           05  FILLER                      PIC X(10)
                   VALUE 'BRFEEDGK -'.
           05  FILLER                      PIC X(25)
                   VALUE ' FEED ACCEPTANCE REPORT'.
           05  FILLER                      PIC X(10) VALUE 'RECEIVED: '.
           05  WS-HDR-RECEIVED-DATE        PIC 9999/99/99.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NO              PIC ZZ9.

       01  WS-ERROR-LINE.
           05  FILLER                      PIC X(5) VALUE 'FEED '.
           05  WS-EL-FEED                  PIC Z9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(4) VALUE 'REC '.
           05  WS-EL-RECORD                PIC ZZZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EL-TYPE                  PIC X(22).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EL-DETAIL                PIC X(60).

       01  WS-DISP-HDR-1.
           05  FILLER                      PIC X(40)
                   VALUE 'FEED DISPOSITIONS'.

       01  WS-DISP-HDR-2.
           05  FILLER                      PIC X(6)  VALUE 'FEED'.
           05  FILLER                      PIC X(5)  VALUE 'CHN'.
           05  FILLER                      PIC X(11) VALUE 'RUN DATE'.
           05  FILLER                      PIC X(9)  VALUE ' RECORDS'.
           05  FILLER                      PIC X(20)
                   VALUE '        AMOUNT'.
           05  FILLER                      PIC X(7)  VALUE 'ERRORS'.
           05  FILLER                      PIC X(13)
                   VALUE 'DISPOSITION'.
           05  FILLER                      PIC X(40) VALUE 'REASON'.

       01  WS-DISP-LINE.
           05  WS-DL-FEED                  PIC Z9.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DL-CHANNEL               PIC X(1).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DL-RUN-DATE              PIC 9999/99/99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DL-RECORDS               PIC ZZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DL-AMOUNT                PIC ----,---,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DL-ERRORS                PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-DISPOSITION           PIC X(11).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-REASON                PIC X(40).

       01  WS-RPT-SUMMARY-1.
           05  FILLER                      PIC X(7)
                   VALUE 'FEEDS: '.
           05  WS-RS-FEEDS                 PIC ZZ9.
           05  FILLER                      PIC X(12)
                   VALUE '  ACCEPTED: '.
           05  WS-RS-ACCEPTED              PIC ZZ9.
           05  FILLER                      PIC X(15)
                   VALUE '  QUARANTINED: '.
           05  WS-RS-QUARANTINED           PIC ZZ9.
           05  FILLER                      PIC X(19)
                   VALUE '  RECORDS PASSED: '.
           05  WS-RS-PASSED                PIC ZZZZZZ9.
           05  FILLER                      PIC X(17)
                   VALUE '  RECORDS HELD: '.
           05  WS-RS-HELD                  PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXAMINE-ONE-RECORD
               UNTIL WS-FEEDIN-EOF
           PERFORM 2900-END-EXAMINATION
           PERFORM 3000-JUDGE-FEEDS
           PERFORM 4000-ROUTE-FEEDS
           PERFORM 5000-REGISTER-ACCEPTED-FEEDS
           PERFORM 6000-PRINT-DISPOSITIONS
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-RAW.
           PERFORM 1300-READ-RUN-PARAMETERS.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BRFEEDGK - CANNOT OPEN REPORT FILE, '
                   'STATUS=' WS-RPT-STATUS
               STOP RUN
           END-IF.

      *  THE REGISTER IS PERMANENT - IT IS ONLY EVER
      *  CREATED EMPTY THE FIRST TIME THE STEP RUNS.
           OPEN I-O REGISTER-FILE.
           IF WS-REG-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF.
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'BRFEEDGK - CANNOT OPEN RECEIPT REGISTER, '
                   'STATUS=' WS-REG-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT FEED-IN-FILE.
           IF WS-FEEDIN-STATUS NOT = '00'
               DISPLAY 'BRFEEDGK - CANNOT OPEN RECEIVED FEED FILE, '
                   'STATUS=' WS-FEEDIN-STATUS
               STOP RUN
           END-IF.

       1300-READ-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'BRFEEDGK - NO RUN PARAMETER FILE, USING '
                   'DEFAULTS'
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
               WHEN 'OPERATOR-ID'
                   MOVE RP-OPERATOR-VALUE TO WS-OPERATOR-ID
               WHEN 'RUN-MODE'
                   MOVE RP-OPERATOR-VALUE TO WS-RUN-MODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************
      *  FIRST PASS - EVERY RECORD IS CHARGED TO THE FEED
      *  OPEN WHEN IT ARRIVES.  A RECORD ARRIVING WITH NO
      *  FEED OPEN STARTS A HEADLESS FEED OF ITS OWN, SO
      *  STRAYS BETWEEN A TRAILER AND THE NEXT HEADER ARE
      *  QUARANTINED RATHER THAN SWEPT INTO A NEIGHBOUR.
      *****************************************************
       2000-EXAMINE-ONE-RECORD.
           READ FEED-IN-FILE
               AT END
                   SET WS-FEEDIN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORD-NUMBER
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 2100-CLASSIFY-ONE-RECORD
           END-READ.

       2100-CLASSIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN TRH-IS-HEADER
                   IF WS-FEED-OPEN
                       MOVE 'MISSING TRAILER' TO WS-ERROR-TYPE
                       MOVE 'NEXT HEADER ARRIVED BEFORE A TRAILER'
                           TO WS-ERROR-TEXT
                       PERFORM 7200-RECORD-FEED-ERROR
                   END-IF
                   PERFORM 2200-START-ONE-FEED
               WHEN TRT-IS-TRAILER
                   IF NOT WS-FEED-OPEN
                       PERFORM 2250-START-HEADLESS-FEED
                   END-IF
                   MOVE WS-RECORD-NUMBER
                       TO WS-FD-LAST-REC(WS-CUR-FEED)
                   PERFORM 2500-CHECK-TRAILER
                   MOVE 'N' TO WS-FEED-OPEN-SW
               WHEN TRD-IS-DETAIL
               WHEN TRD-IS-REVERSAL
                   IF NOT WS-FEED-OPEN
                       PERFORM 2250-START-HEADLESS-FEED
                   END-IF
                   MOVE WS-RECORD-NUMBER
                       TO WS-FD-LAST-REC(WS-CUR-FEED)
                   PERFORM 2300-CHECK-DETAIL
               WHEN OTHER
                   IF NOT WS-FEED-OPEN
                       PERFORM 2250-START-HEADLESS-FEED
                   END-IF
                   MOVE WS-RECORD-NUMBER
                       TO WS-FD-LAST-REC(WS-CUR-FEED)
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-ERROR-TYPE
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'RECORD TYPE ''' TRD-RECORD-TYPE
                       ''' IS NOT H, D, R OR T'
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 7200-RECORD-FEED-ERROR
           END-EVALUATE.

       2200-START-ONE-FEED.
           PERFORM 2210-ADD-FEED-ENTRY.
           SET WS-FEED-OPEN TO TRUE.
           EVALUATE TRUE
               WHEN TRH-CHANNEL-ATM
                   MOVE 'A' TO WS-FD-CHANNEL(WS-CUR-FEED)
               WHEN TRH-CHANNEL-ONLINE
                   MOVE 'O' TO WS-FD-CHANNEL(WS-CUR-FEED)
               WHEN TRH-CHANNEL-BRANCH
                   MOVE 'B' TO WS-FD-CHANNEL(WS-CUR-FEED)
               WHEN OTHER
                   MOVE TRH-CHANNEL-CODE TO WS-FD-CHANNEL(WS-CUR-FEED)
                   MOVE 'BAD HEADER CHANNEL' TO WS-ERROR-TYPE
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'HEADER CHANNEL ''' TRH-CHANNEL-CODE
                       ''' IS NOT B, A, O OR SPACE'
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 7200-RECORD-FEED-ERROR
           END-EVALUATE.

           IF TRH-BRANCH-COUNT NOT NUMERIC
               MOVE 'BAD HEADER FIELD' TO WS-ERROR-TYPE
               MOVE 'HEADER BRANCH COUNT IS NOT NUMERIC'
                   TO WS-ERROR-TEXT
               PERFORM 7200-RECORD-FEED-ERROR
           END-IF.

           IF TRH-RUN-DATE NOT NUMERIC
               MOVE 'BAD HEADER FIELD' TO WS-ERROR-TYPE
               MOVE 'HEADER RUN DATE IS NOT NUMERIC'
                   TO WS-ERROR-TEXT
               PERFORM 7200-RECORD-FEED-ERROR
           ELSE
               MOVE TRH-RUN-DATE TO WS-FD-RUN-DATE(WS-CUR-FEED)
               PERFORM 2220-CHECK-FEED-DATE
           END-IF.

       2210-ADD-FEED-ENTRY.
           IF WS-FEED-COUNT >= WS-FEED-MAX-ENTRIES
               DISPLAY 'BRFEEDGK - MORE THAN ' WS-FEED-MAX-ENTRIES
                   ' FEEDS ON THE RECEIVED FILE, NOTHING ADMITTED'
               STOP RUN
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           MOVE WS-FEED-COUNT TO WS-CUR-FEED.
           MOVE SPACE TO WS-FD-CHANNEL(WS-CUR-FEED).
           MOVE 0 TO WS-FD-RUN-DATE(WS-CUR-FEED).
           MOVE WS-RECORD-NUMBER TO WS-FD-FIRST-REC(WS-CUR-FEED).
           MOVE WS-RECORD-NUMBER TO WS-FD-LAST-REC(WS-CUR-FEED).
           MOVE 0 TO WS-FD-DETAIL-COUNT(WS-CUR-FEED).
           MOVE 0 TO WS-FD-DETAIL-AMOUNT(WS-CUR-FEED).
           MOVE 0 TO WS-FD-EXP-COUNT(WS-CUR-FEED).
           MOVE 0 TO WS-FD-EXP-TOTAL(WS-CUR-FEED).
           MOVE 0 TO WS-FD-EXP-AMOUNT(WS-CUR-FEED).
           MOVE 0 TO WS-FD-ERROR-COUNT(WS-CUR-FEED).
           MOVE SPACES TO WS-FD-REASON(WS-CUR-FEED).
           MOVE 'A' TO WS-FD-VERDICT(WS-CUR-FEED).
           MOVE 'N' TO WS-FD-PRIOR-RECEIPT-SW(WS-CUR-FEED).

      *****************************************************
      *  BRSPLIT STOPS THE WHOLE NIGHT ON A FEED DATED
      *  DIFFERENTLY FROM THE FIRST ONE.  THE FIRST FEED
      *  WITH A READABLE DATE SETS THE RUN DATE HERE, AND A
      *  STRAY DAY IS HELD BACK INSTEAD.
      *****************************************************
       2220-CHECK-FEED-DATE.
           IF NOT WS-RUN-DATE-SET
               MOVE TRH-RUN-DATE TO WS-RUN-DATE
               SET WS-RUN-DATE-SET TO TRUE
           ELSE
               IF TRH-RUN-DATE NOT = WS-RUN-DATE
                   MOVE 'WRONG BUSINESS DATE' TO WS-ERROR-TYPE
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'FEED DATED ' TRH-RUN-DATE
                       ', RUN DATE IS ' WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 7200-RECORD-FEED-ERROR
               END-IF
           END-IF.

       2250-START-HEADLESS-FEED.
           PERFORM 2210-ADD-FEED-ENTRY.
           SET WS-FEED-OPEN TO TRUE.
           MOVE '?' TO WS-FD-CHANNEL(WS-CUR-FEED).
           MOVE 'MISSING HEADER' TO WS-ERROR-TYPE.
           MOVE 'RECORDS ARRIVED WITH NO FEED HEADER AHEAD OF THEM'
               TO WS-ERROR-TEXT.
           PERFORM 7200-RECORD-FEED-ERROR.

      *****************************************************
      *  A DETAIL MAY LEAVE ITS CHANNEL BLANK (IT INHERITS
      *  THE FEED'S) BUT MAY NOT NAME A DIFFERENT ONE.  THE
      *  AMOUNT MUST BE A VALID SIGNED NUMBER AND NOT
      *  NEGATIVE - THE D/R RECORD TYPE CARRIES THE
      *  DIRECTION, AND A MINUS SIGN ON TOP OF AN 'R' WOULD
      *  POST THE ITEM THE WRONG WAY ROUND.
      *****************************************************
       2300-CHECK-DETAIL.
           ADD 1 TO WS-FD-DETAIL-COUNT(WS-CUR-FEED).
           IF TRD-CHANNEL-CODE NOT = SPACE
               AND TRD-CHANNEL-CODE NOT = WS-FD-CHANNEL(WS-CUR-FEED)
               MOVE 'CHANNEL MISMATCH' TO WS-ERROR-TYPE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'DETAIL CHANNEL ''' TRD-CHANNEL-CODE
                   ''' ON A ''' WS-FD-CHANNEL(WS-CUR-FEED)
                   ''' FEED, BRANCH ' TRD-BRANCH-CODE
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 7200-RECORD-FEED-ERROR
           END-IF.
           IF TRD-BRANCH-CODE = SPACES
               MOVE 'MISSING BRANCH CODE' TO WS-ERROR-TYPE
               MOVE 'DETAIL CARRIES NO BRANCH CODE' TO WS-ERROR-TEXT
               PERFORM 7200-RECORD-FEED-ERROR
           END-IF.
           IF TRD-AMOUNT NOT NUMERIC
               MOVE 'BAD AMOUNT' TO WS-ERROR-TYPE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'AMOUNT FIELD ''' TRANX-DETAIL-RECORD(16:9)
                   ''' IS NOT A SIGNED NUMBER, BRANCH '
                   TRD-BRANCH-CODE
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 7200-RECORD-FEED-ERROR
           ELSE
               IF TRD-AMOUNT < 0
                   MOVE 'NEGATIVE AMOUNT' TO WS-ERROR-TYPE
                   MOVE TRD-AMOUNT TO WS-AMT-DISPLAY
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'AMOUNT ' WS-AMT-DISPLAY ' BRANCH '
                       TRD-BRANCH-CODE ' - USE TYPE R'
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 7200-RECORD-FEED-ERROR
               END-IF
               ADD TRD-AMOUNT TO WS-FD-DETAIL-AMOUNT(WS-CUR-FEED)
           END-IF.

      *****************************************************
      *  THE TRAILER MUST DESCRIBE THE FEED IT CLOSES:
      *  RECORD COUNT AND ITEM TOTAL BOTH EQUAL THE D/R
      *  RECORDS RECEIVED, AND THE AMOUNT EQUALS THEIR
      *  AS-KEYED SUM.
      *****************************************************
       2500-CHECK-TRAILER.
           IF TRT-EXPECTED-COUNT NOT NUMERIC
               OR TRT-EXPECTED-TOTAL NOT NUMERIC
               OR TRT-EXPECTED-AMOUNT NOT NUMERIC
               MOVE 'BAD TRAILER FIELD' TO WS-ERROR-TYPE
               MOVE 'TRAILER COUNT, TOTAL OR AMOUNT IS NOT NUMERIC'
                   TO WS-ERROR-TEXT
               PERFORM 7200-RECORD-FEED-ERROR
           ELSE
               MOVE TRT-EXPECTED-COUNT TO WS-FD-EXP-COUNT(WS-CUR-FEED)
               MOVE TRT-EXPECTED-TOTAL TO WS-FD-EXP-TOTAL(WS-CUR-FEED)
               MOVE TRT-EXPECTED-AMOUNT
                   TO WS-FD-EXP-AMOUNT(WS-CUR-FEED)
               PERFORM 2510-BALANCE-TRAILER
           END-IF.

       2510-BALANCE-TRAILER.
           IF TRT-EXPECTED-COUNT
               NOT = WS-FD-DETAIL-COUNT(WS-CUR-FEED)
               MOVE 'TRAILER COUNT OFF' TO WS-ERROR-TYPE
               MOVE TRT-EXPECTED-COUNT TO WS-CNT-DISPLAY
               MOVE WS-FD-DETAIL-COUNT(WS-CUR-FEED)
                   TO WS-CNT-DISPLAY-2
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'TRAILER SAYS ' WS-CNT-DISPLAY
                   ' RECORDS, RECEIVED ' WS-CNT-DISPLAY-2
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 7200-RECORD-FEED-ERROR
           END-IF.
           IF TRT-EXPECTED-TOTAL
               NOT = WS-FD-DETAIL-COUNT(WS-CUR-FEED)
               MOVE 'TRAILER TOTAL OFF' TO WS-ERROR-TYPE
               MOVE TRT-EXPECTED-TOTAL TO WS-CNT-DISPLAY
               MOVE WS-FD-DETAIL-COUNT(WS-CUR-FEED)
                   TO WS-CNT-DISPLAY-2
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'TRAILER SAYS ' WS-CNT-DISPLAY
                   ' ITEMS, RECEIVED ' WS-CNT-DISPLAY-2
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 7200-RECORD-FEED-ERROR
           END-IF.
           IF TRT-EXPECTED-AMOUNT
               NOT = WS-FD-DETAIL-AMOUNT(WS-CUR-FEED)
               MOVE 'TRAILER AMOUNT OFF' TO WS-ERROR-TYPE
               MOVE TRT-EXPECTED-AMOUNT TO WS-AMT-DISPLAY
               MOVE WS-FD-DETAIL-AMOUNT(WS-CUR-FEED)
                   TO WS-AMT-DISPLAY-2
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'TRAILER ' WS-AMT-DISPLAY
                   ' RECEIVED ' WS-AMT-DISPLAY-2
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 7200-RECORD-FEED-ERROR
           END-IF.

       2900-END-EXAMINATION.
           IF WS-FEED-OPEN
               MOVE 'MISSING TRAILER' TO WS-ERROR-TYPE
               MOVE 'RECEIVED FILE ENDED BEFORE THIS FEED''S TRAILER'
                   TO WS-ERROR-TEXT
               PERFORM 7200-RECORD-FEED-ERROR
               MOVE 'N' TO WS-FEED-OPEN-SW
           END-IF.
           CLOSE FEED-IN-FILE.
           IF WS-FEED-COUNT = 0
               DISPLAY 'BRFEEDGK - RECEIVED FEED FILE IS EMPTY'
           END-IF.

      *****************************************************
      *  A FEED THAT PASSED EVERY RECORD CHECK IS STILL
      *  REFUSED IF ITS RECEIPT KEY IS ALREADY ON THE
      *  REGISTER, OR BELONGS TO A FEED ADMITTED EARLIER IN
      *  THIS SAME FILE.
      *****************************************************
       3000-JUDGE-FEEDS.
           PERFORM VARYING WS-CUR-FEED FROM 1 BY 1
               UNTIL WS-CUR-FEED > WS-FEED-COUNT
               IF WS-FD-ERROR-COUNT(WS-CUR-FEED) > 0
                   MOVE 'Q' TO WS-FD-VERDICT(WS-CUR-FEED)
               ELSE
                   PERFORM 3100-CHECK-PRIOR-RECEIPT
               END-IF
               IF WS-FD-ACCEPTED(WS-CUR-FEED)
                   ADD 1 TO WS-ACCEPTED-COUNT
               ELSE
                   ADD 1 TO WS-QUARANTINED-COUNT
               END-IF
           END-PERFORM.

       3100-CHECK-PRIOR-RECEIPT.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER >= WS-CUR-FEED
                   OR WS-DUP-FOUND
               IF WS-FD-ACCEPTED(WS-COUNTER)
                   AND WS-FD-CHANNEL(WS-COUNTER)
                       = WS-FD-CHANNEL(WS-CUR-FEED)
                   AND WS-FD-RUN-DATE(WS-COUNTER)
                       = WS-FD-RUN-DATE(WS-CUR-FEED)
                   AND WS-FD-EXP-COUNT(WS-COUNTER)
                       = WS-FD-EXP-COUNT(WS-CUR-FEED)
                   AND WS-FD-EXP-TOTAL(WS-COUNTER)
                       = WS-FD-EXP-TOTAL(WS-CUR-FEED)
                   AND WS-FD-EXP-AMOUNT(WS-COUNTER)
                       = WS-FD-EXP-AMOUNT(WS-CUR-FEED)
                   MOVE WS-COUNTER TO WS-COUNTER-2
                   SET WS-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-DUP-FOUND
               MOVE 'DUPLICATE FEED' TO WS-ERROR-TYPE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'SAME CHANNEL, DATE AND TOTALS AS FEED '
                   WS-COUNTER-2 ' IN THIS FILE'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               MOVE WS-FD-FIRST-REC(WS-CUR-FEED) TO WS-RECORD-NUMBER
               PERFORM 7200-RECORD-FEED-ERROR
               MOVE 'Q' TO WS-FD-VERDICT(WS-CUR-FEED)
           ELSE
               PERFORM 3200-READ-REGISTER
           END-IF.

       3200-READ-REGISTER.
           MOVE WS-FD-CHANNEL(WS-CUR-FEED) TO FR-CHANNEL-CODE.
           MOVE WS-FD-RUN-DATE(WS-CUR-FEED) TO FR-RUN-DATE.
           MOVE WS-FD-EXP-COUNT(WS-CUR-FEED) TO FR-EXPECTED-COUNT.
           MOVE WS-FD-EXP-TOTAL(WS-CUR-FEED) TO FR-EXPECTED-TOTAL.
           MOVE WS-FD-EXP-AMOUNT(WS-CUR-FEED) TO FR-EXPECTED-AMOUNT.
           READ REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FD-PRIOR-RECEIPT(WS-CUR-FEED) TO TRUE
           END-READ.
           IF WS-FD-PRIOR-RECEIPT(WS-CUR-FEED)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'ALREADY RECEIVED ' FR-RECEIVED-DATE
                   ' AT ' FR-RECEIVED-TIME ' BY ' FR-OPERATOR-ID
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               MOVE WS-FD-FIRST-REC(WS-CUR-FEED) TO WS-RECORD-NUMBER
               IF WS-RERUN-MODE
                   MOVE 'RERUN - RECEIVED' TO WS-ERROR-TYPE
                   PERFORM 7100-PRINT-ERROR-LINE
                   MOVE 'RERUN OF A FEED ALREADY ON THE REGISTER'
                       TO WS-FD-REASON(WS-CUR-FEED)
               ELSE
                   MOVE 'DUPLICATE FEED' TO WS-ERROR-TYPE
                   PERFORM 7200-RECORD-FEED-ERROR
                   MOVE 'Q' TO WS-FD-VERDICT(WS-CUR-FEED)
               END-IF
           END-IF.

      *****************************************************
      *  SECOND PASS - EACH FEED GOES WHOLE TO TRANXIN OR
      *  WHOLE TO FEEDQUAR, RECORDS UNCHANGED, IN THE ORDER
      *  THEY WERE RECEIVED.
      *****************************************************
       4000-ROUTE-FEEDS.
           OPEN OUTPUT TRANX-OUT-FILE.
           IF WS-TRANX-STATUS NOT = '00'
               DISPLAY 'BRFEEDGK - CANNOT OPEN ADMITTED FEED FILE, '
                   'STATUS=' WS-TRANX-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT QUARANTINE-FILE.
           IF WS-QUAR-STATUS NOT = '00'
               DISPLAY 'BRFEEDGK - CANNOT OPEN QUARANTINE FILE, '
                   'STATUS=' WS-QUAR-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT FEED-IN-FILE.
           IF WS-FEEDIN-STATUS NOT = '00'
               DISPLAY 'BRFEEDGK - CANNOT REOPEN RECEIVED FEED '
                   'FILE, STATUS=' WS-FEEDIN-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-FEEDIN-EOF-SW.
           MOVE 0 TO WS-RECORD-NUMBER.
           MOVE 1 TO WS-CUR-FEED.
           PERFORM UNTIL WS-FEEDIN-EOF
               READ FEED-IN-FILE
                   AT END
                       SET WS-FEEDIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       PERFORM 4100-ROUTE-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE FEED-IN-FILE.
           CLOSE TRANX-OUT-FILE.
           CLOSE QUARANTINE-FILE.

       4100-ROUTE-ONE-RECORD.
           IF WS-RECORD-NUMBER > WS-FD-LAST-REC(WS-CUR-FEED)
               AND WS-CUR-FEED < WS-FEED-COUNT
               ADD 1 TO WS-CUR-FEED
           END-IF.
           IF WS-FD-ACCEPTED(WS-CUR-FEED)
               MOVE TRANX-HEADER-RECORD TO TRANX-OUT-RECORD
               WRITE TRANX-OUT-RECORD
               ADD 1 TO WS-RECORDS-PASSED
           ELSE
               MOVE TRANX-HEADER-RECORD TO QUARANTINE-RECORD
               WRITE QUARANTINE-RECORD
               ADD 1 TO WS-RECORDS-HELD
           END-IF.

      *****************************************************
      *  ADMITTED FEEDS ARE REGISTERED ONLY ONCE THEY ARE
      *  SAFELY ON TRANXIN.  A RERUN FEED IS ALREADY THERE.
      *****************************************************
       5000-REGISTER-ACCEPTED-FEEDS.
           PERFORM VARYING WS-CUR-FEED FROM 1 BY 1
               UNTIL WS-CUR-FEED > WS-FEED-COUNT
               IF WS-FD-ACCEPTED(WS-CUR-FEED)
                   AND NOT WS-FD-PRIOR-RECEIPT(WS-CUR-FEED)
                   PERFORM 5100-WRITE-ONE-RECEIPT
               END-IF
           END-PERFORM.
           CLOSE REGISTER-FILE.

       5100-WRITE-ONE-RECEIPT.
           MOVE SPACES TO FEED-RECEIPT-RECORD.
           MOVE WS-FD-CHANNEL(WS-CUR-FEED) TO FR-CHANNEL-CODE.
           MOVE WS-FD-RUN-DATE(WS-CUR-FEED) TO FR-RUN-DATE.
           MOVE WS-FD-EXP-COUNT(WS-CUR-FEED) TO FR-EXPECTED-COUNT.
           MOVE WS-FD-EXP-TOTAL(WS-CUR-FEED) TO FR-EXPECTED-TOTAL.
           MOVE WS-FD-EXP-AMOUNT(WS-CUR-FEED) TO FR-EXPECTED-AMOUNT.
           MOVE WS-CD-DATE TO FR-RECEIVED-DATE.
           MOVE WS-CD-TIME TO FR-RECEIVED-TIME.
           MOVE WS-OPERATOR-ID TO FR-OPERATOR-ID.
           WRITE FEED-RECEIPT-RECORD
               INVALID KEY
                   DISPLAY 'BRFEEDGK - RECEIPT ALREADY REGISTERED '
                       'FOR FEED ' WS-CUR-FEED ', STATUS='
                       WS-REG-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-REGISTERED-COUNT
           END-WRITE.

       6000-PRINT-DISPOSITIONS.
           IF WS-REPORT-LINE-COUNT + WS-FEED-COUNT + 5
               > WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           WRITE RPT-LINE FROM WS-DISP-HDR-1
               AFTER ADVANCING 2.
           WRITE RPT-LINE FROM WS-DISP-HDR-2
               AFTER ADVANCING 1.
           ADD 3 TO WS-REPORT-LINE-COUNT.
           PERFORM VARYING WS-CUR-FEED FROM 1 BY 1
               UNTIL WS-CUR-FEED > WS-FEED-COUNT
               PERFORM 6100-PRINT-ONE-DISPOSITION
           END-PERFORM.
           MOVE WS-FEED-COUNT TO WS-RS-FEEDS.
           MOVE WS-ACCEPTED-COUNT TO WS-RS-ACCEPTED.
           MOVE WS-QUARANTINED-COUNT TO WS-RS-QUARANTINED.
           MOVE WS-RECORDS-PASSED TO WS-RS-PASSED.
           MOVE WS-RECORDS-HELD TO WS-RS-HELD.
           WRITE RPT-LINE FROM WS-RPT-SUMMARY-1
               AFTER ADVANCING 2.

       6100-PRINT-ONE-DISPOSITION.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE WS-CUR-FEED TO WS-DL-FEED.
           MOVE WS-FD-CHANNEL(WS-CUR-FEED) TO WS-DL-CHANNEL.
           MOVE WS-FD-RUN-DATE(WS-CUR-FEED) TO WS-DL-RUN-DATE.
           MOVE WS-FD-DETAIL-COUNT(WS-CUR-FEED) TO WS-DL-RECORDS.
           MOVE WS-FD-DETAIL-AMOUNT(WS-CUR-FEED) TO WS-DL-AMOUNT.
           MOVE WS-FD-ERROR-COUNT(WS-CUR-FEED) TO WS-DL-ERRORS.
           IF WS-FD-ACCEPTED(WS-CUR-FEED)
               MOVE 'ACCEPTED' TO WS-DL-DISPOSITION
           ELSE
               MOVE 'QUARANTINED' TO WS-DL-DISPOSITION
           END-IF.
           MOVE WS-FD-REASON(WS-CUR-FEED) TO WS-DL-REASON.
           WRITE RPT-LINE FROM WS-DISP-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       7050-PRINT-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           MOVE WS-CD-DATE TO WS-HDR-RECEIVED-DATE.
           WRITE RPT-LINE FROM WS-RPT-HDR-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1.
           MOVE 0 TO WS-REPORT-LINE-COUNT.

       7100-PRINT-ERROR-LINE.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE WS-CUR-FEED TO WS-EL-FEED.
           MOVE WS-RECORD-NUMBER TO WS-EL-RECORD.
           MOVE WS-ERROR-TYPE TO WS-EL-TYPE.
           MOVE WS-ERROR-TEXT TO WS-EL-DETAIL.
           WRITE RPT-LINE FROM WS-ERROR-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

      *****************************************************
      *  EVERY FAULT COUNTS AGAINST ITS FEED AND THE FIRST
      *  ONE BECOMES THE REASON ON THE DISPOSITION LINE.  A
      *  BADLY BROKEN FEED CAN FAULT ON EVERY RECORD, SO
      *  ONLY THE FIRST FEW PRINT - THE COUNT SAYS THE REST.
      *****************************************************
       7200-RECORD-FEED-ERROR.
           ADD 1 TO WS-FD-ERROR-COUNT(WS-CUR-FEED).
           IF WS-FD-REASON(WS-CUR-FEED) = SPACES
               MOVE WS-ERROR-TYPE TO WS-FD-REASON(WS-CUR-FEED)
           END-IF.
           IF WS-FD-ERROR-COUNT(WS-CUR-FEED)
               <= WS-MAX-ERRORS-PER-FEED
               PERFORM 7100-PRINT-ERROR-LINE
           END-IF.
           IF WS-FD-ERROR-COUNT(WS-CUR-FEED)
               = WS-MAX-ERRORS-PER-FEED + 1
               MOVE 'FURTHER ERRORS' TO WS-ERROR-TYPE
               MOVE 'REMAINING FAULTS ON THIS FEED ARE COUNTED ONLY'
                   TO WS-ERROR-TEXT
               PERFORM 7100-PRINT-ERROR-LINE
           END-IF.

       9900-TERMINATE.
           CLOSE REPORT-FILE.
           DISPLAY 'BRFEEDGK - ' WS-FEED-COUNT ' FEEDS RECEIVED, '
               WS-ACCEPTED-COUNT ' ACCEPTED, '
               WS-QUARANTINED-COUNT ' QUARANTINED'.
           IF WS-QUARANTINED-COUNT > 0
               DISPLAY 'BRFEEDGK - COMPLETED WITH EXCEPTIONS, '
                   'SEE BRFGKRPT'
           ELSE
               DISPLAY 'BRFEEDGK - COMPLETED NORMALLY, '
                   WS-RECORDS-PASSED ' RECORDS ADMITTED'
           END-IF.
