       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRJOBCTL.
      *****************************************************
      *  BRJOBCTL - NIGHTLY JOB-STREAM CONTROLLER
      *
      *  THE NIGHTLY IS A CHAIN OF SEPARATE STEPS - THE
      *  BRCHGCTL RUNPARM CHANGE CONTROL, THE BRFEEDGK
      *  GATEKEEPER, BRSPLIT, ONE BRSUM01 PER BRSPLIT
      *  STREAM (RUN-SCOPE=REGION), BRCONSOL, BRDRAWER,
      *  BRVAULT AND BRGLRECN - AND NOTHING BUT THE RUN
      *  BOOK USED TO TIE THEM TOGETHER.  AFTER A
      *  FAILURE IT WAS EASY TO RUN BRCONSOL OVER A MISSING
      *  REGIONAL PARTIAL, OR TO START AGAIN FROM THE TOP
      *  AND DOUBLE-POST.
      *
      *  THE RUN BOOK NOW BRACKETS EVERY STEP WITH A START
      *  AND AN END INVOCATION OF THIS PROGRAM (SEE
      *  BRJOBCD).  START RELEASES THE STEP ONLY WHEN EVERY
      *  STEP AHEAD OF IT IN THE CHAIN HAS COMPLETED FOR THE
      *  BUSINESS DATE, AND BYPASSES A STEP THAT ALREADY
      *  COMPLETED - SO AFTER A FAILURE THE JOB IS SIMPLY
      *  RESUBMITTED AND PICKS UP AT THE FAILED STEP.  END
      *  DOES NOT TAKE THE STEP'S WORD FOR IT (OUR PROGRAMS
      *  STOP WITHOUT A FAILING RETURN CODE): IT READS WHAT
      *  THE STEP LEFT BEHIND - THE CHANGE-CONTROL DECISION,
      *  TRANXIN, THE SPLCTL STREAM RECORDS, THE REGIONAL
      *  PARTIAL SUMMARY, THE BRCONSOL AUDIT RECORD - AND
      *  RECORDS THE OUTCOME AND COUNTS ON THE STEP STATUS
      *  FILE (STEPSTAT).
      *
      *  THE RUNPARM THE NIGHT RUNS ON IS THE ONE BRCHGCTL
      *  APPROVED.  EVERY LATER STEP OF THE NIGHT IS REFUSED
      *  WHILE RUNPARM DIFFERS IN ANY CARD FROM THE APPROVED
      *  COPY (RUNPAPPR), AND BRCHGCTL ITSELF IS NOT BYPASSED
      *  THEN BUT RUNS AGAIN TO PUT THE CHANGE TO A CHECKER -
      *  SO A RUNPARM EDITED BEFORE A RESUBMISSION IS HELD
      *  JUST AS ON THE FIRST.
      *
      *  BRHOUSE, BRTLRSCN, BRCOMPRP AND BRATTAIN RUN ON
      *  THEIR OWN CYCLES.  THEY ARE RECORDED AGAINST THE
      *  LAST PROCESSED DATE BUT ARE REFUSED WHILE A NIGHTLY
      *  CYCLE IS OPEN, SINCE BRHOUSE REWRITES THE AUDIT AND
      *  CHANGE-CONTROL LOGS THE CHAIN APPENDS TO.  ONE OF
      *  THEM MAY RUN MORE THAN ONCE AGAINST THE SAME DATE
      *  (A SECOND MONTH'S REPORT, A RUN WITH OTHER
      *  PARAMETERS), SO IT IS NEVER BYPASSED AS COMPLETE -
      *  EACH START RUNS IT AGAIN AND COUNTS AN ATTEMPT.
      *
      *  REPORT PRINTS THE BATCH-WINDOW REPORT (BRJOBRPT):
      *  ELAPSED TIME PER STEP AGAINST THE BATCH-TARGET-END
      *  TIME, AND THE LAST SEVEN NIGHTS' WINDOWS, SO A
      *  CREEPING WINDOW SHOWS BEFORE IT BREACHES.
      *
      *  RETURN CODES: 0 RELEASED OR RECORDED, 4 BYPASSED
      *  (ALREADY COMPLETE), 8 STEP RECORDED AS FAILED,
      *  16 REFUSED.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CARD-FILE ASSIGN TO "JOBCARD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT APPROVED-PARM-FILE ASSIGN TO "RUNPAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATECTL-STATUS.

           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS WS-STEP-STATUS.

           SELECT TRANX-FILE ASSIGN TO "TRANXIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANX-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "FEEDQUAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.

           SELECT SPLIT-CONTROL-FILE ASSIGN TO "SPLCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPLCTL-STATUS.

           SELECT PARTIAL-FILE ASSIGN TO "BRPARTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARTL-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RESEND-FILE ASSIGN TO "GLRESEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESEND-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRJOBRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRPARM.

       FD  APPROVED-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  APPROVED-PARM-RECORD.
           05  AP-KEYWORD              PIC X(20).
           05  AP-VALUE                PIC X(60).

       FD  CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CARD-RECORD                    PIC X(80).

       FD  DATE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRDATEC.

       FD  STEP-STATUS-FILE
           RECORD CONTAINS 200 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRSTEPST.

       FD  TRANX-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRTRNREC.

       FD  QUARANTINE-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  QUARANTINE-RECORD              PIC X(80).

       FD  SPLIT-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRSPLCTL.

       FD  PARTIAL-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRPARTL.

       FD  AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRAUDIT.

       FD  RESEND-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  RESEND-RECORD                  PIC X(80).

       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRCHGLG.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS OMITTED.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS              PIC X(2).
           05  WS-APPR-STATUS              PIC X(2).
           05  WS-CARD-STATUS              PIC X(2).
           05  WS-DATECTL-STATUS           PIC X(2).
           05  WS-STEP-STATUS              PIC X(2).
           05  WS-TRANX-STATUS             PIC X(2).
           05  WS-QUAR-STATUS              PIC X(2).
           05  WS-SPLCTL-STATUS            PIC X(2).
           05  WS-PARTL-STATUS             PIC X(2).
           05  WS-AUDIT-STATUS             PIC X(2).
           05  WS-RESEND-STATUS            PIC X(2).
           05  WS-CHGLOG-STATUS            PIC X(2).
           05  WS-RPT-STATUS               PIC X(2).

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW              PIC X VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-INPUT-EOF-SW             PIC X VALUE 'N'.
               88  WS-INPUT-EOF                  VALUE 'Y'.
           05  WS-SCAN-EOF-SW              PIC X VALUE 'N'.
               88  WS-SCAN-EOF                   VALUE 'Y'.
           05  WS-STEP-FOUND-SW            PIC X VALUE 'N'.
               88  WS-STEP-FOUND                 VALUE 'Y'.
           05  WS-POINTER-FOUND-SW         PIC X VALUE 'N'.
               88  WS-POINTER-FOUND              VALUE 'Y'.
           05  WS-POINTER-OPEN-SW          PIC X VALUE 'N'.
               88  WS-POINTER-OPEN               VALUE 'Y'.
           05  WS-CYCLE-FOUND-SW           PIC X VALUE 'N'.
               88  WS-CYCLE-FOUND                VALUE 'Y'.
           05  WS-RECORD-FOUND-SW          PIC X VALUE 'N'.
               88  WS-RECORD-FOUND               VALUE 'Y'.
           05  WS-EVIDENCE-FOUND-SW        PIC X VALUE 'N'.
               88  WS-EVIDENCE-FOUND             VALUE 'Y'.
           05  WS-APPR-EOF-SW              PIC X VALUE 'N'.
               88  WS-APPR-EOF                   VALUE 'Y'.
           05  WS-PARM-OPEN-SW             PIC X VALUE 'N'.
               88  WS-PARM-OPEN                  VALUE 'Y'.
           05  WS-APPR-OPEN-SW             PIC X VALUE 'N'.
               88  WS-APPR-OPEN                  VALUE 'Y'.
           05  WS-PARM-AGREES-SW           PIC X VALUE 'Y'.
               88  WS-PARM-AGREES                VALUE 'Y'.
           05  WS-CYCLE-READ-SW            PIC X VALUE 'N'.
               88  WS-CYCLE-READ                 VALUE 'Y'.
           05  WS-RUN-MODE                 PIC X(8) VALUE 'NORMAL'.
               88  WS-NORMAL-MODE                VALUE 'NORMAL'.
               88  WS-RERUN-MODE                 VALUE 'RERUN'.

       01  WS-CONSTANTS.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05  WS-TREND-NIGHTS             PIC 9(2) VALUE 7.
           05  WS-STREAM-MAX               PIC 9(1) VALUE 4.
           05  WS-POINTER-NAME             PIC X(8) VALUE '*CURRENT'.
           05  WS-CYCLE-NAME               PIC X(8) VALUE '*CYCLE*'.

      *****************************************************
      *  THE STEPS THE CONTROLLER KNOWS, IN CHAIN ORDER.
      *  KIND 'C' IS A CHAIN STEP THAT RUNS ONCE A NIGHT,
      *  'W' THE REGIONAL BRSUM01 WORKERS (ONE PER BRSPLIT
      *  STREAM THAT CARRIED RECORDS), AND 'O' A STEP ON ITS
      *  OWN CYCLE.  THE FIRST 'C' STEP OPENS THE NIGHT'S
      *  CYCLE AND THE LAST ONE CLOSES IT.
      *****************************************************
       01  WS-STEP-DEFINITIONS.
           05  FILLER                      PIC X(11)
                   VALUE '05BRCHGCTLC'.
           05  FILLER                      PIC X(11)
                   VALUE '10BRFEEDGKC'.
           05  FILLER                      PIC X(11)
                   VALUE '20BRSPLIT C'.
           05  FILLER                      PIC X(11)
                   VALUE '30BRSUM01 W'.
           05  FILLER                      PIC X(11)
                   VALUE '40BRCONSOLC'.
           05  FILLER                      PIC X(11)
                   VALUE '50BRDRAWERC'.
           05  FILLER                      PIC X(11)
                   VALUE '55BRVAULT C'.
           05  FILLER                      PIC X(11)
                   VALUE '60BRGLRECNC'.
           05  FILLER                      PIC X(11)
                   VALUE '90BRHOUSE O'.
           05  FILLER                      PIC X(11)
                   VALUE '91BRTLRSCNO'.
           05  FILLER                      PIC X(11)
                   VALUE '92BRCOMPRPO'.
           05  FILLER                      PIC X(11)
                   VALUE '93BRATTAINO'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05  WS-STEP-ENTRY OCCURS 12 TIMES.
               10  WS-STP-SEQ              PIC 9(2).
               10  WS-STP-NAME             PIC X(8).
               10  WS-STP-KIND             PIC X(1).
                   88  WS-STP-CHAIN             VALUE 'C'.
                   88  WS-STP-WORKER            VALUE 'W'.
                   88  WS-STP-OWN-CYCLE         VALUE 'O'.
       01  WS-STEP-COUNT                   PIC 9(2) VALUE 12.

           COPY BRJOBCD.

       01  WS-WORK-FIELDS.
           05  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
           05  WS-TARGET-END-HHMM          PIC 9(4) VALUE 0600.
           05  WS-WARN-MINUTES             PIC 9(4) VALUE 30.
           05  WS-LAST-RUN-DATE            PIC 9(8) VALUE 0.
           05  WS-DAYNUM                   PIC 9(8) VALUE 0.
           05  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
           05  WS-GENERATION               PIC 9(2) VALUE 0.
           05  WS-PTR-DATE                 PIC 9(8) VALUE 0.
           05  WS-PTR-GEN                  PIC 9(2) VALUE 0.
           05  WS-SCAN-DATE                PIC 9(8) VALUE 0.
           05  WS-FOUND-GEN                PIC 9(2) VALUE 0.
           05  WS-FOUND-STATUS             PIC X(8) VALUE SPACES.
           05  WS-FOUND-OPEN-DATE          PIC 9(8) VALUE 0.
           05  WS-FOUND-OPEN-TIME          PIC 9(6) VALUE 0.
           05  WS-FOUND-CLOSE-DATE         PIC 9(8) VALUE 0.
           05  WS-FOUND-CLOSE-TIME         PIC 9(6) VALUE 0.
           05  WS-FOUND-MODE               PIC X(8) VALUE SPACES.
           05  WS-STEP-INDEX               PIC 9(2) VALUE 0.
           05  WS-FIRST-CHAIN-SEQ          PIC 9(2) VALUE 0.
           05  WS-LAST-CHAIN-SEQ           PIC 9(2) VALUE 0.
           05  WS-SPLIT-INDEX              PIC 9(2) VALUE 0.
           05  WS-COUNTER                  PIC 9(2) VALUE 0.
           05  WS-STREAM-SUB               PIC 9(1) VALUE 0.
           05  WS-SPLIT-STREAMS.
               10  WS-SPLIT-STREAM-COUNT   PIC 9(7)
                                           OCCURS 4 TIMES.
           05  WS-LOOKUP-SEQ               PIC 9(2) VALUE 0.
           05  WS-LOOKUP-NAME              PIC X(8) VALUE SPACES.
           05  WS-LOOKUP-QUALIFIER         PIC X(2) VALUE SPACES.
           05  WS-REFUSE-REASON            PIC X(60) VALUE SPACES.
           05  WS-PARM-DIFF-KEYWORD        PIC X(20) VALUE SPACES.
           05  WS-OUTCOME                  PIC X(8) VALUE SPACES.
           05  WS-NOTE                     PIC X(40) VALUE SPACES.
           05  WS-HARVEST-COUNT-1          PIC 9(9) VALUE 0.
           05  WS-HARVEST-COUNT-2          PIC 9(9) VALUE 0.
           05  WS-TRANX-RUN-DATE           PIC 9(8) VALUE 0.
           05  WS-HARVEST-AMOUNT           PIC S9(11)V99 VALUE 0.
           05  WS-HARVEST-EXCEPTIONS       PIC 9(5) VALUE 0.
           05  WS-HARVEST-STATUS           PIC X(8) VALUE SPACES.
           05  WS-REPORT-LINE-COUNT        PIC 9(3) VALUE 99.
           05  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.

      *****************************************************
      *  CLOCK ARITHMETIC.  A DATE AND TIME ARE TURNED INTO
      *  SECONDS FROM A FIXED ORIGIN SO STEPS THAT CROSS
      *  MIDNIGHT STILL SUBTRACT CORRECTLY.
      *****************************************************
       01  WS-CLOCK-FIELDS.
           05  WS-TS-DATE                  PIC 9(8) VALUE 0.
           05  WS-TS-TIME                  PIC 9(6) VALUE 0.
           05  WS-TS-TIME-PARTS REDEFINES WS-TS-TIME.
               10  WS-TS-HH                PIC 9(2).
               10  WS-TS-MM                PIC 9(2).
               10  WS-TS-SS                PIC 9(2).
           05  WS-TS-SECONDS               PIC S9(11) VALUE 0.
           05  WS-START-SECONDS            PIC S9(11) VALUE 0.
           05  WS-END-SECONDS              PIC S9(11) VALUE 0.
           05  WS-TARGET-SECONDS           PIC S9(11) VALUE 0.
           05  WS-ELAPSED-SECONDS          PIC S9(11) VALUE 0.
           05  WS-MARGIN-MINUTES           PIC S9(7) VALUE 0.
           05  WS-NOW-SECONDS              PIC S9(11) VALUE 0.
           05  WS-TARGET-HHMM-PARTS.
               10  WS-TGT-HH               PIC 9(2).
               10  WS-TGT-MM               PIC 9(2).
           05  WS-TARGET-DATE              PIC 9(8) VALUE 0.
           05  WS-HOURS                    PIC 9(5) VALUE 0.
           05  WS-MINUTES                  PIC 9(2) VALUE 0.
           05  WS-SECONDS                  PIC 9(2) VALUE 0.
           05  WS-REMAINDER                PIC 9(5) VALUE 0.
           05  WS-WINDOW-RESULT            PIC X(11) VALUE SPACES.

       01  WS-CLOCK-DISPLAY.
           05  WS-CLK-HH                   PIC 9(2).
           05  FILLER                      PIC X(1) VALUE ':'.
           05  WS-CLK-MM                   PIC 9(2).
           05  FILLER                      PIC X(1) VALUE ':'.
           05  WS-CLK-SS                   PIC 9(2).

       01  WS-CURRENT-DATE-TIME-RAW        PIC X(21).
       01  WS-CURRENT-DATE-TIME-FIELDS REDEFINES
                   WS-CURRENT-DATE-TIME-RAW.
           05  WS-CD-DATE                  PIC 9(8).
           05  WS-CD-TIME                  PIC 9(6).
           05  FILLER                      PIC X(7).

       01  WS-RPT-HDR-1.
           05  FILLER                      PIC X(10)
                   VALUE 'BRJOBCTL -'.
           05  FILLER                      PIC X(23)
                   VALUE ' NIGHTLY BATCH WINDOW'.
           05  FILLER                      PIC X(15)
                   VALUE 'BUSINESS DATE: '.
           05  WS-HDR-BUSINESS-DATE        PIC 9999/99/99.
           05  FILLER                      PIC X(6) VALUE '  GEN '.
           05  WS-HDR-GENERATION           PIC Z9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NO              PIC ZZ9.

       01  WS-RPT-HDR-2.
           05  FILLER                      PIC X(8)  VALUE 'MODE: '.
           05  WS-HDR2-MODE                PIC X(8).
           05  FILLER                      PIC X(10) VALUE '  OPENED: '.
           05  WS-HDR2-OPEN-DATE           PIC 9999/99/99.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-HDR2-OPEN-TIME           PIC X(8).
           05  FILLER                      PIC X(14)
                   VALUE '  TARGET END: '.
           05  WS-HDR2-TARGET-DATE         PIC 9999/99/99.
           05  FILLER                      PIC X(1)  VALUE SPACE.
           05  WS-HDR2-TARGET-TIME         PIC X(8).
           05  FILLER                      PIC X(10) VALUE '  CYCLE: '.
           05  WS-HDR2-CYCLE-STATUS        PIC X(8).

       01  WS-RPT-HDR-3.
           05  FILLER                      PIC X(9)  VALUE 'STEP'.
           05  FILLER                      PIC X(3)  VALUE 'QL'.
           05  FILLER                      PIC X(9)  VALUE 'STATUS'.
           05  FILLER                      PIC X(4)  VALUE 'TRY'.
           05  FILLER                      PIC X(9)  VALUE 'START'.
           05  FILLER                      PIC X(9)  VALUE 'END'.
           05  FILLER                      PIC X(9)  VALUE 'ELAPSED'.
           05  FILLER                      PIC X(7)  VALUE ' MARGIN'.
           05  FILLER                      PIC X(8)  VALUE ' FLAG'.
           05  FILLER                      PIC X(10) VALUE '  COUNT-1'.
           05  FILLER                      PIC X(10) VALUE '  COUNT-2'.
           05  FILLER                      PIC X(6)  VALUE ' EXCP'.
           05  FILLER                      PIC X(31) VALUE 'NOTE'.

       01  WS-STEP-LINE.
           05  WS-SL-STEP                  PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-QUALIFIER             PIC X(2).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-STATUS                PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-ATTEMPTS              PIC ZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-START                 PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-END                   PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-ELAPSED               PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-MARGIN                PIC -----9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-FLAG                  PIC X(7).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-COUNT-1               PIC Z(8)9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-COUNT-2               PIC Z(8)9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-EXCEPTIONS            PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-SL-NOTE                  PIC X(31).

       01  WS-WINDOW-LINE.
           05  FILLER                      PIC X(16)
                   VALUE 'WINDOW ELAPSED: '.
           05  WS-WL-ELAPSED               PIC X(8).
           05  FILLER                      PIC X(22)
                   VALUE '  MINUTES TO TARGET: '.
           05  WS-WL-MARGIN                PIC -----9.
           05  FILLER                      PIC X(10) VALUE '  RESULT: '.
           05  WS-WL-RESULT                PIC X(11).

       01  WS-TREND-HDR-1.
           05  FILLER                      PIC X(40)
                   VALUE 'PRIOR NIGHTS'.

       01  WS-TREND-HDR-2.
           05  FILLER                      PIC X(14)
                   VALUE 'BUSINESS DATE'.
           05  FILLER                      PIC X(4)  VALUE 'GEN'.
           05  FILLER                      PIC X(20) VALUE 'OPENED'.
           05  FILLER                      PIC X(20) VALUE 'CLOSED'.
           05  FILLER                      PIC X(9)  VALUE 'ELAPSED'.
           05  FILLER                      PIC X(7)  VALUE ' MARGIN'.
           05  FILLER                      PIC X(12) VALUE '  RESULT'.

       01  WS-TREND-LINE.
           05  WS-TL-DATE                  PIC 9999/99/99.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-TL-GENERATION            PIC Z9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TL-OPEN-DATE             PIC 9999/99/99.
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-TL-OPEN-TIME             PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-TL-CLOSE-DATE            PIC X(10).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-TL-CLOSE-TIME            PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-TL-ELAPSED               PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACE.
           05  WS-TL-MARGIN                PIC -----9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TL-RESULT                PIC X(11).

       01  WS-DATE-EDIT                    PIC 9999/99/99.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN JC-IS-START
                   PERFORM 2000-START-STEP
               WHEN JC-IS-END
                   PERFORM 3000-END-STEP
               WHEN JC-IS-REPORT
                   PERFORM 6000-PRINT-WINDOW-REPORT
               WHEN JC-IS-CLOSE
                   PERFORM 3900-CLOSE-CYCLE-BY-OPERATOR
           END-EVALUATE
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-RAW.
           MOVE 0 TO RETURN-CODE.
           PERFORM 1300-READ-RUN-PARAMETERS.
           PERFORM 1400-READ-CONTROL-CARD.
           PERFORM 1500-FIND-STEP-DEFINITION.
           PERFORM 1600-READ-DATE-CONTROL.

           OPEN I-O STEP-STATUS-FILE.
           IF WS-STEP-STATUS = '35'
               OPEN OUTPUT STEP-STATUS-FILE
               CLOSE STEP-STATUS-FILE
               OPEN I-O STEP-STATUS-FILE
           END-IF.
           IF WS-STEP-STATUS NOT = '00'
               DISPLAY 'BRJOBCTL - CANNOT OPEN STEP STATUS FILE, '
                   'STATUS=' WS-STEP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1700-ESTABLISH-CYCLE.

       1300-READ-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'BRJOBCTL - NO RUN PARAMETER FILE, USING '
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
               WHEN 'BATCH-TARGET-END'
                   IF RP-VALUE(1:4) IS NUMERIC
                       AND RP-VALUE(1:2) < '24'
                       AND RP-VALUE(3:2) < '60'
                       MOVE RP-VALUE(1:4) TO WS-TARGET-END-HHMM
                   ELSE
                       DISPLAY 'BRJOBCTL - BATCH-TARGET-END '
                           RP-VALUE(1:8) ' NOT HHMM, USING '
                           WS-TARGET-END-HHMM
                   END-IF
               WHEN 'BATCH-WARN-MINUTES'
                   COMPUTE WS-WARN-MINUTES =
                       FUNCTION NUMVAL(RP-VALUE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1400-READ-CONTROL-CARD.
           OPEN INPUT CARD-FILE.
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'BRJOBCTL - CANNOT OPEN CONTROL CARD, '
                   'STATUS=' WS-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CARD-FILE INTO JOB-CONTROL-CARD
               AT END
                   DISPLAY 'BRJOBCTL - CONTROL CARD FILE IS EMPTY'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CARD-FILE.
           IF NOT JC-IS-START AND NOT JC-IS-END
               AND NOT JC-IS-REPORT AND NOT JC-IS-CLOSE
               DISPLAY 'BRJOBCTL - ACTION ' JC-ACTION
                   ' IS NOT START, END, REPORT OR CLOSE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF JC-BUSINESS-DATE NOT = SPACES
               AND JC-BUSINESS-DATE NOT NUMERIC
               DISPLAY 'BRJOBCTL - BUSINESS DATE ' JC-BUSINESS-DATE
                   ' ON CONTROL CARD IS NOT YYYYMMDD'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************
      *  START AND END CARDS MUST NAME A STEP IN THE TABLE;
      *  A WORKER CARD MUST ALSO NAME ITS STREAM.
      *****************************************************
       1500-FIND-STEP-DEFINITION.
           MOVE 0 TO WS-FIRST-CHAIN-SEQ.
           MOVE 0 TO WS-LAST-CHAIN-SEQ.
           MOVE 0 TO WS-STEP-INDEX.
           MOVE 0 TO WS-SPLIT-INDEX.
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-STEP-COUNT
               IF WS-STP-CHAIN(WS-COUNTER)
                   IF WS-FIRST-CHAIN-SEQ = 0
                       MOVE WS-STP-SEQ(WS-COUNTER)
                           TO WS-FIRST-CHAIN-SEQ
                   END-IF
                   MOVE WS-STP-SEQ(WS-COUNTER) TO WS-LAST-CHAIN-SEQ
               END-IF
               IF WS-STP-NAME(WS-COUNTER) = JC-STEP-NAME
                   MOVE WS-COUNTER TO WS-STEP-INDEX
               END-IF
               IF WS-STP-NAME(WS-COUNTER) = 'BRSPLIT'
                   MOVE WS-COUNTER TO WS-SPLIT-INDEX
               END-IF
           END-PERFORM.
           IF JC-IS-START OR JC-IS-END
               IF WS-STEP-INDEX = 0
                   DISPLAY 'BRJOBCTL - STEP ' JC-STEP-NAME
                       ' IS NOT A CONTROLLED STEP'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-STP-WORKER(WS-STEP-INDEX)
                   IF JC-QUALIFIER(1:1) < '1'
                       OR JC-QUALIFIER(1:1) > '4'
                       OR JC-QUALIFIER(2:1) NOT = SPACE
                       DISPLAY 'BRJOBCTL - ' JC-STEP-NAME
                           ' CARD MUST NAME ITS STREAM, 1 TO 4'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   MOVE SPACES TO JC-QUALIFIER
               END-IF
           END-IF.

       1600-READ-DATE-CONTROL.
           OPEN INPUT DATE-CONTROL-FILE.
           IF WS-DATECTL-STATUS = '00'
               READ DATE-CONTROL-FILE
                   AT END
                       MOVE 0 TO WS-LAST-RUN-DATE
                   NOT AT END
                       MOVE DC-LAST-RUN-DATE TO WS-LAST-RUN-DATE
               END-READ
               CLOSE DATE-CONTROL-FILE
           ELSE
               MOVE 0 TO WS-LAST-RUN-DATE
           END-IF.

      *****************************************************
      *  WORK OUT WHICH NIGHT THIS CARD BELONGS TO.  AN OPEN
      *  CYCLE IS ALWAYS THE ONE IN PLAY - THAT IS WHAT LETS
      *  A RESUBMITTED JOB PICK UP WHERE IT FAILED.  WITH NO
      *  CYCLE OPEN, THE NEXT NIGHT IS THE DAY AFTER THE
      *  LAST PROCESSED DATE (THE SAME DATE ON A RERUN), OR
      *  THE DATE KEYED ON THE CARD.
      *****************************************************
       1700-ESTABLISH-CYCLE.
           PERFORM 1710-READ-POINTER.
           IF JC-BUSINESS-DATE NUMERIC
               AND JC-BUSINESS-DATE-N > 0
               MOVE JC-BUSINESS-DATE-N TO WS-BUSINESS-DATE
           ELSE
               IF WS-POINTER-OPEN
                   MOVE WS-PTR-DATE TO WS-BUSINESS-DATE
               ELSE
                   PERFORM 1720-DERIVE-NEXT-DATE
               END-IF
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-SCAN-DATE.
           PERFORM 1750-FIND-LATEST-CYCLE.
           MOVE WS-FOUND-GEN TO WS-GENERATION.
           IF JC-IS-START OR JC-IS-END
               IF WS-STP-OWN-CYCLE(WS-STEP-INDEX)
                   MOVE WS-LAST-RUN-DATE TO WS-BUSINESS-DATE
                   MOVE 0 TO WS-GENERATION
               END-IF
           END-IF.

       1710-READ-POINTER.
           MOVE SPACES TO STEP-STATUS-RECORD.
           MOVE 0 TO SS-BUSINESS-DATE.
           MOVE 0 TO SS-GENERATION.
           MOVE 0 TO SS-STEP-SEQ.
           MOVE WS-POINTER-NAME TO SS-STEP-NAME.
           READ STEP-STATUS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-POINTER-FOUND-SW
               NOT INVALID KEY
                   SET WS-POINTER-FOUND TO TRUE
                   MOVE SS-PTR-BUSINESS-DATE TO WS-PTR-DATE
                   MOVE SS-PTR-GENERATION TO WS-PTR-GEN
           END-READ.
           MOVE 'N' TO WS-POINTER-OPEN-SW.
           IF WS-POINTER-FOUND
               MOVE WS-PTR-DATE TO WS-SCAN-DATE
               PERFORM 1750-FIND-LATEST-CYCLE
               IF WS-CYCLE-FOUND
                   AND WS-FOUND-GEN = WS-PTR-GEN
                   AND WS-FOUND-STATUS = 'OPEN'
                   SET WS-POINTER-OPEN TO TRUE
               END-IF
           END-IF.

       1720-DERIVE-NEXT-DATE.
           IF WS-LAST-RUN-DATE = 0
               MOVE WS-CD-DATE TO WS-BUSINESS-DATE
           ELSE
               IF WS-RERUN-MODE
                   MOVE WS-LAST-RUN-DATE TO WS-BUSINESS-DATE
               ELSE
                   COMPUTE WS-DAYNUM =
                       FUNCTION INTEGER-OF-DATE(WS-LAST-RUN-DATE) + 1
                   COMPUTE WS-BUSINESS-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
               END-IF
           END-IF.

      *****************************************************
      *  THE CYCLE RECORDS FOR A DATE SORT BY GENERATION,
      *  SO THE LAST ONE READ IS THE LATEST.
      *****************************************************
       1750-FIND-LATEST-CYCLE.
           MOVE 'N' TO WS-CYCLE-FOUND-SW.
           MOVE 0 TO WS-FOUND-GEN.
           MOVE SPACES TO WS-FOUND-STATUS.
           MOVE SPACES TO STEP-STATUS-RECORD.
           MOVE WS-SCAN-DATE TO SS-BUSINESS-DATE.
           MOVE 0 TO SS-GENERATION.
           MOVE 0 TO SS-STEP-SEQ.
           MOVE LOW-VALUES TO SS-STEP-NAME.
           MOVE LOW-VALUES TO SS-STEP-QUALIFIER.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START STEP-STATUS-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
               READ STEP-STATUS-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF SS-BUSINESS-DATE NOT = WS-SCAN-DATE
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           IF SS-IS-CYCLE
                               SET WS-CYCLE-FOUND TO TRUE
                               MOVE SS-GENERATION TO WS-FOUND-GEN
                               MOVE SS-STATUS TO WS-FOUND-STATUS
                               MOVE SS-START-DATE
                                   TO WS-FOUND-OPEN-DATE
                               MOVE SS-START-TIME
                                   TO WS-FOUND-OPEN-TIME
                               MOVE SS-END-DATE
                                   TO WS-FOUND-CLOSE-DATE
                               MOVE SS-END-TIME
                                   TO WS-FOUND-CLOSE-TIME
                               MOVE SS-RUN-MODE TO WS-FOUND-MODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************
      *  START - A STEP THAT ALREADY COMPLETED IN THIS
      *  CYCLE IS BYPASSED; ANY OTHER STEP RUNS ONLY WHEN
      *  EVERYTHING AHEAD OF IT HAS COMPLETED.  A STEP LEFT
      *  RUNNING OR FAILED BY AN EARLIER ATTEMPT MAY RUN
      *  AGAIN - THAT IS THE RESTART.  AN OWN-CYCLE STEP IS
      *  NOT BYPASSED: ITS RECORD UNDER THE LAST PROCESSED
      *  DATE IS REUSED FOR EVERY RUN UNTIL THE NEXT NIGHT
      *  MOVES THAT DATE ON.  NOR IS A COMPLETED BRCHGCTL
      *  WHILE RUNPARM DIFFERS FROM THE APPROVED COPY; ANY
      *  OTHER NIGHTLY STEP IS REFUSED THEN.
      *****************************************************
       2000-START-STEP.
           IF WS-STP-OWN-CYCLE(WS-STEP-INDEX)
               IF WS-POINTER-OPEN
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING 'NIGHTLY CYCLE FOR ' WS-PTR-DATE
                       ' IS STILL OPEN'
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   PERFORM 9800-REFUSE-STEP
               END-IF
           ELSE
               PERFORM 2050-CHECK-CYCLE-FOR-START
           END-IF.

           MOVE 'Y' TO WS-PARM-AGREES-SW.
           IF NOT WS-STP-OWN-CYCLE(WS-STEP-INDEX)
               PERFORM 2400-COMPARE-APPROVED-RUNPARM
           END-IF.

           MOVE WS-STP-SEQ(WS-STEP-INDEX) TO WS-LOOKUP-SEQ.
           MOVE JC-STEP-NAME TO WS-LOOKUP-NAME.
           MOVE JC-QUALIFIER TO WS-LOOKUP-QUALIFIER.
           PERFORM 8000-READ-STEP-RECORD.
           IF WS-RECORD-FOUND AND SS-COMPLETE
               AND NOT WS-STP-OWN-CYCLE(WS-STEP-INDEX)
               AND (WS-PARM-AGREES OR JC-STEP-NAME NOT = 'BRCHGCTL')
               DISPLAY 'BRJOBCTL - ' JC-STEP-NAME ' ' JC-QUALIFIER
                   ' ALREADY COMPLETE FOR ' WS-BUSINESS-DATE
                   ', BYPASSED'
               MOVE 4 TO RETURN-CODE
           ELSE
               IF NOT WS-STP-OWN-CYCLE(WS-STEP-INDEX)
                   PERFORM 2200-CHECK-PREREQUISITES
               END-IF
               IF NOT WS-PARM-AGREES
                   AND JC-STEP-NAME NOT = 'BRCHGCTL'
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING 'RUNPARM NOT AS APPROVED, DIFFERS AT '
                       WS-PARM-DIFF-KEYWORD
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   PERFORM 9800-REFUSE-STEP
               END-IF
               PERFORM 2300-RECORD-STEP-START
               DISPLAY 'BRJOBCTL - ' JC-STEP-NAME ' ' JC-QUALIFIER
                   ' RELEASED FOR ' WS-BUSINESS-DATE
                   ' ATTEMPT ' SS-ATTEMPTS
           END-IF.

      *****************************************************
      *  ONLY THE FIRST STEP OF THE CHAIN MAY OPEN A NEW
      *  NIGHT, AND NOT WHILE A DIFFERENT NIGHT IS OPEN.
      *****************************************************
       2050-CHECK-CYCLE-FOR-START.
           IF WS-POINTER-OPEN
               AND WS-PTR-DATE NOT = WS-BUSINESS-DATE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING 'NIGHTLY CYCLE FOR ' WS-PTR-DATE
                   ' IS STILL OPEN'
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 9800-REFUSE-STEP
           END-IF.
           IF WS-CYCLE-FOUND AND WS-FOUND-STATUS = 'OPEN'
               CONTINUE
           ELSE
               IF WS-STP-SEQ(WS-STEP-INDEX) = WS-FIRST-CHAIN-SEQ
                   PERFORM 2100-OPEN-NEW-CYCLE
               ELSE
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING 'NO OPEN NIGHTLY CYCLE FOR '
                       WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   PERFORM 9800-REFUSE-STEP
               END-IF
           END-IF.

       2100-OPEN-NEW-CYCLE.
           ADD 1 TO WS-GENERATION.
           MOVE SPACES TO STEP-STATUS-RECORD.
           MOVE WS-BUSINESS-DATE TO SS-BUSINESS-DATE.
           MOVE WS-GENERATION TO SS-GENERATION.
           MOVE 0 TO SS-STEP-SEQ.
           MOVE WS-CYCLE-NAME TO SS-STEP-NAME.
           SET SS-IS-CYCLE TO TRUE.
           PERFORM 8050-CLEAR-STEP-DATA.
           SET SS-CYCLE-OPEN TO TRUE.
           MOVE WS-CD-DATE TO SS-START-DATE.
           MOVE WS-CD-TIME TO SS-START-TIME.
           MOVE 1 TO SS-ATTEMPTS.
           WRITE STEP-STATUS-RECORD
               INVALID KEY
                   DISPLAY 'BRJOBCTL - CANNOT WRITE CYCLE RECORD, '
                       'STATUS=' WS-STEP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.

           MOVE WS-BUSINESS-DATE TO WS-PTR-DATE.
           MOVE WS-GENERATION TO WS-PTR-GEN.
           PERFORM 8100-WRITE-POINTER.
           SET WS-CYCLE-FOUND TO TRUE.
           MOVE 'OPEN' TO WS-FOUND-STATUS.
           DISPLAY 'BRJOBCTL - NIGHTLY CYCLE OPENED FOR '
               WS-BUSINESS-DATE ' GENERATION ' WS-GENERATION.

      *****************************************************
      *  EVERY CHAIN STEP AHEAD OF THIS ONE MUST BE
      *  COMPLETE.  THE WORKERS AHEAD OF IT ARE THE ONES FOR
      *  EACH STREAM BRSPLIT ACTUALLY PUT RECORDS ON - A
      *  MISSING OR FAILED REGIONAL PARTIAL HOLDS BRCONSOL.
      *****************************************************
       2200-CHECK-PREREQUISITES.
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-STEP-COUNT
               IF WS-STP-SEQ(WS-COUNTER)
                   < WS-STP-SEQ(WS-STEP-INDEX)
                   EVALUATE TRUE
                       WHEN WS-STP-CHAIN(WS-COUNTER)
                           MOVE WS-STP-SEQ(WS-COUNTER)
                               TO WS-LOOKUP-SEQ
                           MOVE WS-STP-NAME(WS-COUNTER)
                               TO WS-LOOKUP-NAME
                           MOVE SPACES TO WS-LOOKUP-QUALIFIER
                           PERFORM 2210-REQUIRE-COMPLETE
                       WHEN WS-STP-WORKER(WS-COUNTER)
                           PERFORM 2250-REQUIRE-WORKERS
                   END-EVALUATE
               END-IF
           END-PERFORM.

       2210-REQUIRE-COMPLETE.
           PERFORM 8000-READ-STEP-RECORD.
           IF NOT WS-RECORD-FOUND
               MOVE SPACES TO WS-REFUSE-REASON
               STRING WS-LOOKUP-NAME ' ' WS-LOOKUP-QUALIFIER
                   ' HAS NOT RUN FOR ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 9800-REFUSE-STEP
           END-IF.
           IF NOT SS-COMPLETE
               MOVE SPACES TO WS-REFUSE-REASON
               STRING WS-LOOKUP-NAME ' ' WS-LOOKUP-QUALIFIER
                   ' IS ' SS-STATUS ' FOR ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               PERFORM 9800-REFUSE-STEP
           END-IF.

       2250-REQUIRE-WORKERS.
           MOVE WS-STP-SEQ(WS-SPLIT-INDEX) TO WS-LOOKUP-SEQ.
           MOVE WS-STP-NAME(WS-SPLIT-INDEX) TO WS-LOOKUP-NAME.
           MOVE SPACES TO WS-LOOKUP-QUALIFIER.
           PERFORM 2210-REQUIRE-COMPLETE.
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-MAX
               MOVE SS-STREAM-COUNT(WS-STREAM-SUB)
                   TO WS-SPLIT-STREAM-COUNT(WS-STREAM-SUB)
           END-PERFORM.
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-MAX
               IF WS-SPLIT-STREAM-COUNT(WS-STREAM-SUB) > 0
                   MOVE WS-STP-SEQ(WS-COUNTER) TO WS-LOOKUP-SEQ
                   MOVE WS-STP-NAME(WS-COUNTER) TO WS-LOOKUP-NAME
                   MOVE SPACES TO WS-LOOKUP-QUALIFIER
                   MOVE WS-STREAM-SUB TO WS-LOOKUP-QUALIFIER(1:1)
                   PERFORM 2210-REQUIRE-COMPLETE
               END-IF
           END-PERFORM.

       2300-RECORD-STEP-START.
           MOVE WS-STP-SEQ(WS-STEP-INDEX) TO WS-LOOKUP-SEQ.
           MOVE JC-STEP-NAME TO WS-LOOKUP-NAME.
           MOVE JC-QUALIFIER TO WS-LOOKUP-QUALIFIER.
           PERFORM 8000-READ-STEP-RECORD.
           IF WS-RECORD-FOUND
               ADD 1 TO SS-ATTEMPTS
               PERFORM 2310-SET-RUNNING
               REWRITE STEP-STATUS-RECORD
                   INVALID KEY
                       DISPLAY 'BRJOBCTL - CANNOT REWRITE STEP '
                           'RECORD, STATUS=' WS-STEP-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           ELSE
               MOVE SPACES TO STEP-STATUS-RECORD
               MOVE WS-BUSINESS-DATE TO SS-BUSINESS-DATE
               MOVE WS-GENERATION TO SS-GENERATION
               MOVE WS-LOOKUP-SEQ TO SS-STEP-SEQ
               MOVE WS-LOOKUP-NAME TO SS-STEP-NAME
               MOVE WS-LOOKUP-QUALIFIER TO SS-STEP-QUALIFIER
               SET SS-IS-STEP TO TRUE
               PERFORM 8050-CLEAR-STEP-DATA
               MOVE 1 TO SS-ATTEMPTS
               PERFORM 2310-SET-RUNNING
               WRITE STEP-STATUS-RECORD
                   INVALID KEY
                       DISPLAY 'BRJOBCTL - CANNOT WRITE STEP '
                           'RECORD, STATUS=' WS-STEP-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF.

       2310-SET-RUNNING.
           SET SS-RUNNING TO TRUE.
           MOVE WS-CD-DATE TO SS-START-DATE.
           MOVE WS-CD-TIME TO SS-START-TIME.
           MOVE 0 TO SS-END-DATE.
           MOVE 0 TO SS-END-TIME.
           MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID.
           MOVE WS-RUN-MODE TO SS-RUN-MODE.
           MOVE 0 TO SS-COUNT-1.
           MOVE 0 TO SS-COUNT-2.
           MOVE 0 TO SS-AMOUNT.
           MOVE 0 TO SS-EXCEPTION-COUNT.
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-MAX
               MOVE 0 TO SS-STREAM-COUNT(WS-STREAM-SUB)
           END-PERFORM.
           MOVE SPACES TO SS-REPORTED-STATUS.
           MOVE SPACES TO SS-NOTE.

      *****************************************************
      *  RUNPARM AGAINST THE APPROVED COPY, CARD FOR CARD,
      *  COMMENTS INCLUDED - BRCHGCTL LEAVES RUNPAPPR AN
      *  EXACT COPY OF THE RUNPARM IT RELEASED.  A MISSING
      *  FILE READS AS AN EMPTY ONE.
      *****************************************************
       2400-COMPARE-APPROVED-RUNPARM.
           MOVE SPACES TO WS-PARM-DIFF-KEYWORD.
           MOVE 'N' TO WS-PARM-EOF-SW.
           MOVE 'N' TO WS-APPR-EOF-SW.
           MOVE 'N' TO WS-PARM-OPEN-SW.
           MOVE 'N' TO WS-APPR-OPEN-SW.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               SET WS-PARM-OPEN TO TRUE
           ELSE
               SET WS-PARM-EOF TO TRUE
           END-IF.
           OPEN INPUT APPROVED-PARM-FILE.
           IF WS-APPR-STATUS = '00'
               SET WS-APPR-OPEN TO TRUE
           ELSE
               SET WS-APPR-EOF TO TRUE
           END-IF.
           PERFORM 2410-COMPARE-ONE-PARM-CARD
               UNTIL NOT WS-PARM-AGREES
                   OR (WS-PARM-EOF AND WS-APPR-EOF).
           IF WS-PARM-OPEN
               CLOSE PARM-FILE
           END-IF.
           IF WS-APPR-OPEN
               CLOSE APPROVED-PARM-FILE
           END-IF.

       2410-COMPARE-ONE-PARM-CARD.
           IF NOT WS-PARM-EOF
               READ PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT WS-APPR-EOF
               READ APPROVED-PARM-FILE
                   AT END
                       SET WS-APPR-EOF TO TRUE
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WS-PARM-EOF AND WS-APPR-EOF
                   CONTINUE
               WHEN WS-APPR-EOF
                   MOVE 'N' TO WS-PARM-AGREES-SW
                   MOVE RP-KEYWORD TO WS-PARM-DIFF-KEYWORD
               WHEN WS-PARM-EOF
                   MOVE 'N' TO WS-PARM-AGREES-SW
                   MOVE AP-KEYWORD TO WS-PARM-DIFF-KEYWORD
               WHEN RUN-PARM-RECORD NOT = APPROVED-PARM-RECORD
                   MOVE 'N' TO WS-PARM-AGREES-SW
                   MOVE RP-KEYWORD TO WS-PARM-DIFF-KEYWORD
           END-EVALUATE.

      *****************************************************
      *  END - JUDGE THE STEP BY WHAT IT LEFT BEHIND, NOT BY
      *  THE FACT THAT IT STOPPED.  A STEP WITH NOTHING TO
      *  HARVEST (BRDRAWER, BRVAULT, THE OWN-CYCLE STEPS) IS
      *  TAKEN AT THE JOB'S WORD.
      *****************************************************
       3000-END-STEP.
           IF NOT WS-STP-OWN-CYCLE(WS-STEP-INDEX)
               IF NOT WS-CYCLE-FOUND
                   OR WS-FOUND-STATUS NOT = 'OPEN'
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING 'NO OPEN NIGHTLY CYCLE FOR '
                       WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   PERFORM 9800-REFUSE-STEP
               END-IF
           END-IF.

           MOVE WS-STP-SEQ(WS-STEP-INDEX) TO WS-LOOKUP-SEQ.
           MOVE JC-STEP-NAME TO WS-LOOKUP-NAME.
           MOVE JC-QUALIFIER TO WS-LOOKUP-QUALIFIER.
           PERFORM 8000-READ-STEP-RECORD.
           IF NOT WS-RECORD-FOUND OR NOT SS-RUNNING
               MOVE 'END CARD WITH NO RUNNING START'
                   TO WS-REFUSE-REASON
               PERFORM 9800-REFUSE-STEP
           END-IF.

           MOVE 'COMPLETE' TO WS-OUTCOME.
           MOVE SPACES TO WS-NOTE.
           MOVE 0 TO WS-HARVEST-COUNT-1.
           MOVE 0 TO WS-HARVEST-COUNT-2.
           MOVE 0 TO WS-HARVEST-AMOUNT.
           MOVE 0 TO WS-HARVEST-EXCEPTIONS.
           MOVE SPACES TO WS-HARVEST-STATUS.
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-MAX
               MOVE 0 TO WS-SPLIT-STREAM-COUNT(WS-STREAM-SUB)
           END-PERFORM.

           EVALUATE JC-STEP-NAME
               WHEN 'BRCHGCTL'
                   PERFORM 3600-HARVEST-CHANGE-CONTROL
               WHEN 'BRFEEDGK'
                   PERFORM 3100-HARVEST-GATEKEEPER
               WHEN 'BRSPLIT'
                   PERFORM 3200-HARVEST-SPLIT
               WHEN 'BRSUM01'
                   PERFORM 3300-HARVEST-WORKER
               WHEN 'BRCONSOL'
                   PERFORM 3400-HARVEST-CONSOLIDATION
               WHEN 'BRGLRECN'
                   PERFORM 3500-HARVEST-GL-RECON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF JC-STEP-FAILED
               MOVE 'FAILED' TO WS-OUTCOME
               IF WS-NOTE = SPACES
                   MOVE 'JOB REPORTED THE STEP FAILED' TO WS-NOTE
               END-IF
           END-IF.

      *  THE HARVEST READS OTHER FILES - FETCH THE STEP
      *  RECORD AGAIN BEFORE UPDATING IT.
           PERFORM 8000-READ-STEP-RECORD.
           MOVE WS-OUTCOME TO SS-STATUS.
           MOVE WS-CD-DATE TO SS-END-DATE.
           MOVE WS-CD-TIME TO SS-END-TIME.
           MOVE WS-HARVEST-COUNT-1 TO SS-COUNT-1.
           MOVE WS-HARVEST-COUNT-2 TO SS-COUNT-2.
           MOVE WS-HARVEST-AMOUNT TO SS-AMOUNT.
           MOVE WS-HARVEST-EXCEPTIONS TO SS-EXCEPTION-COUNT.
           MOVE WS-HARVEST-STATUS TO SS-REPORTED-STATUS.
           MOVE WS-NOTE TO SS-NOTE.
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-MAX
               MOVE WS-SPLIT-STREAM-COUNT(WS-STREAM-SUB)
                   TO SS-STREAM-COUNT(WS-STREAM-SUB)
           END-PERFORM.
           REWRITE STEP-STATUS-RECORD
               INVALID KEY
                   DISPLAY 'BRJOBCTL - CANNOT REWRITE STEP RECORD, '
                       'STATUS=' WS-STEP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

           IF SS-COMPLETE
               DISPLAY 'BRJOBCTL - ' JC-STEP-NAME ' ' JC-QUALIFIER
                   ' COMPLETE FOR ' WS-BUSINESS-DATE
               IF WS-STP-SEQ(WS-STEP-INDEX) = WS-LAST-CHAIN-SEQ
                   PERFORM 3800-CLOSE-CYCLE
               END-IF
           ELSE
               DISPLAY 'BRJOBCTL - ' JC-STEP-NAME ' ' JC-QUALIFIER
                   ' FAILED FOR ' WS-BUSINESS-DATE ': ' WS-NOTE
               DISPLAY 'BRJOBCTL - CORRECT AND RESUBMIT, THE '
                   'CHAIN RESUMES AT THIS STEP'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************
      *  THE GATEKEEPER SUCCEEDED IF IT ADMITTED ANYTHING
      *  FOR THE BUSINESS DATE.  TRANXIN IS ONLY REWRITTEN
      *  ONCE BRFEEDGK GETS PAST ITS OWN START-UP CHECKS, SO
      *  ITS FIRST HEADER MUST CARRY TONIGHT'S DATE OR THE
      *  FILE IS LAST NIGHT'S.  QUARANTINED RECORDS ARE ITS
      *  EXCEPTIONS.
      *****************************************************
       3100-HARVEST-GATEKEEPER.
           OPEN INPUT TRANX-FILE.
           IF WS-TRANX-STATUS NOT = '00'
               MOVE 'FAILED' TO WS-OUTCOME
               MOVE 'TRANXIN NOT AVAILABLE' TO WS-NOTE
           ELSE
               MOVE 'N' TO WS-INPUT-EOF-SW
               MOVE 0 TO WS-TRANX-RUN-DATE
               PERFORM UNTIL WS-INPUT-EOF
                   READ TRANX-FILE
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HARVEST-COUNT-1
                           IF WS-HARVEST-COUNT-1 = 1
                               AND TRH-IS-HEADER
                               AND TRH-RUN-DATE NUMERIC
                               MOVE TRH-RUN-DATE TO WS-TRANX-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANX-FILE
               EVALUATE TRUE
                   WHEN WS-HARVEST-COUNT-1 = 0
                       MOVE 'FAILED' TO WS-OUTCOME
                       MOVE 'NO FEED ADMITTED TO TRANXIN' TO WS-NOTE
                   WHEN WS-TRANX-RUN-DATE NOT = WS-BUSINESS-DATE
                       MOVE 'FAILED' TO WS-OUTCOME
                       MOVE 'TRANXIN NOT WRITTEN FOR BUSINESS DATE'
                           TO WS-NOTE
               END-EVALUATE
           END-IF.
           OPEN INPUT QUARANTINE-FILE.
           IF WS-QUAR-STATUS = '00'
               MOVE 'N' TO WS-INPUT-EOF-SW
               PERFORM UNTIL WS-INPUT-EOF
                   READ QUARANTINE-FILE
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HARVEST-COUNT-2
                   END-READ
               END-PERFORM
               CLOSE QUARANTINE-FILE
           END-IF.
           IF WS-HARVEST-COUNT-2 > 0
               MOVE 1 TO WS-HARVEST-EXCEPTIONS
               IF WS-NOTE = SPACES
                   MOVE 'FEEDS QUARANTINED, SEE BRFGKRPT' TO WS-NOTE
               END-IF
           END-IF.

      *****************************************************
      *  BRSPLIT WRITES ITS 'S' STREAM RECORDS LAST, SO THEIR
      *  PRESENCE FOR THE BUSINESS DATE PROVES IT FINISHED.
      *  THE STREAM COUNTS DECIDE WHICH WORKERS MUST RUN.
      *****************************************************
       3200-HARVEST-SPLIT.
           MOVE 'N' TO WS-EVIDENCE-FOUND-SW.
           OPEN INPUT SPLIT-CONTROL-FILE.
           IF WS-SPLCTL-STATUS = '00'
               MOVE 'N' TO WS-INPUT-EOF-SW
               PERFORM UNTIL WS-INPUT-EOF
                   READ SPLIT-CONTROL-FILE
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM 3210-TAKE-ONE-SPLIT-CONTROL
                   END-READ
               END-PERFORM
               CLOSE SPLIT-CONTROL-FILE
           END-IF.
           IF NOT WS-EVIDENCE-FOUND
               MOVE 'FAILED' TO WS-OUTCOME
               MOVE 'NO SPLCTL STREAM RECORDS FOR BUSINESS DATE'
                   TO WS-NOTE
           END-IF.

       3210-TAKE-ONE-SPLIT-CONTROL.
           IF CT-RUN-DATE = WS-BUSINESS-DATE
               IF CT-IS-STREAM
                   AND CT-STREAM-NUMBER >= 1
                   AND CT-STREAM-NUMBER <= WS-STREAM-MAX
                   SET WS-EVIDENCE-FOUND TO TRUE
                   MOVE CT-STREAM-COUNT
                       TO WS-SPLIT-STREAM-COUNT(CT-STREAM-NUMBER)
                   ADD CT-STREAM-COUNT TO WS-HARVEST-COUNT-1
               END-IF
               IF CT-IS-CHANNEL
                   ADD 1 TO WS-HARVEST-COUNT-2
               END-IF
           END-IF.

      *****************************************************
      *  A WORKER WRITES ONE 'S' SUMMARY, LAST, AFTER ITS
      *  BRANCH, FEE, TELLER AND CLOSED-ACTIVITY RECORDS, SO
      *  THE PARTIAL FILE IS READ THROUGH TO FIND IT.  NO
      *  SUMMARY FOR THE BUSINESS DATE MEANS THE PARTIAL IS
      *  MISSING, STALE OR WAS NEVER FINISHED.
      *****************************************************
       3300-HARVEST-WORKER.
           MOVE 'N' TO WS-EVIDENCE-FOUND-SW.
           OPEN INPUT PARTIAL-FILE.
           IF WS-PARTL-STATUS = '00'
               MOVE 'N' TO WS-INPUT-EOF-SW
               PERFORM UNTIL WS-INPUT-EOF OR WS-EVIDENCE-FOUND
                   READ PARTIAL-FILE
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           IF PL-IS-SUMMARY
                               AND PL-S-RUN-DATE = WS-BUSINESS-DATE
                               SET WS-EVIDENCE-FOUND TO TRUE
                               MOVE PL-S-RECORD-COUNT
                                   TO WS-HARVEST-COUNT-1
                               MOVE PL-S-BRANCH-COUNT
                                   TO WS-HARVEST-COUNT-2
                               MOVE PL-S-RUNNING-AMOUNT
                                   TO WS-HARVEST-AMOUNT
                               MOVE PL-S-EXCEPTION-COUNT
                                   TO WS-HARVEST-EXCEPTIONS
                               MOVE SPACES TO WS-NOTE
                               STRING 'REGION ' PL-REGION-CODE
                                   DELIMITED BY SIZE INTO WS-NOTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTIAL-FILE
           END-IF.
           IF NOT WS-EVIDENCE-FOUND
               MOVE 'FAILED' TO WS-OUTCOME
               MOVE 'NO REGIONAL PARTIAL FOR BUSINESS DATE'
                   TO WS-NOTE
           END-IF.

      *****************************************************
      *  BRCONSOL'S LAST ACT IS ITS AUDIT RECORD - COMPLETE
      *  OR FAILED.  ONLY A RECORD WRITTEN SINCE THIS STEP
      *  STARTED COUNTS.
      *****************************************************
       3400-HARVEST-CONSOLIDATION.
           MOVE 'N' TO WS-EVIDENCE-FOUND-SW.
           MOVE SS-START-DATE TO WS-TS-DATE.
           MOVE SS-START-TIME TO WS-TS-TIME.
           PERFORM 8200-COMPUTE-SECONDS.
           MOVE WS-TS-SECONDS TO WS-START-SECONDS.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = '00'
               MOVE 'N' TO WS-INPUT-EOF-SW
               PERFORM UNTIL WS-INPUT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM 3410-TAKE-ONE-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           IF NOT WS-EVIDENCE-FOUND
               MOVE 'FAILED' TO WS-OUTCOME
               MOVE 'NO AUDIT RECORD WRITTEN BY THE STEP'
                   TO WS-NOTE
           ELSE
               IF WS-HARVEST-STATUS NOT = 'COMPLETE'
                   MOVE 'FAILED' TO WS-OUTCOME
                   MOVE SPACES TO WS-NOTE
                   STRING 'AUDIT STATUS ' WS-HARVEST-STATUS
                       DELIMITED BY SIZE INTO WS-NOTE
               END-IF
           END-IF.

       3410-TAKE-ONE-AUDIT-RECORD.
           IF AL-JOB-ID = JC-STEP-NAME
               AND AL-RUN-DATE IS NUMERIC
               AND AL-RUN-TIME IS NUMERIC
               MOVE AL-RUN-DATE TO WS-TS-DATE
               MOVE AL-RUN-TIME TO WS-TS-TIME
               PERFORM 8200-COMPUTE-SECONDS
               IF WS-TS-SECONDS >= WS-START-SECONDS
                   SET WS-EVIDENCE-FOUND TO TRUE
                   MOVE AL-ELEMENTS-PROCESSED TO WS-HARVEST-COUNT-1
                   MOVE AL-FINAL-TOTAL TO WS-HARVEST-AMOUNT
                   MOVE AL-RUN-STATUS TO WS-HARVEST-STATUS
                   IF AL-EXCEPTION-COUNT IS NUMERIC
                       MOVE AL-EXCEPTION-COUNT
                           TO WS-HARVEST-EXCEPTIONS
                   END-IF
               END-IF
           END-IF.

       3500-HARVEST-GL-RECON.
           OPEN INPUT RESEND-FILE.
           IF WS-RESEND-STATUS = '00'
               MOVE 'N' TO WS-INPUT-EOF-SW
               PERFORM UNTIL WS-INPUT-EOF
                   READ RESEND-FILE
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-HARVEST-COUNT-1
                   END-READ
               END-PERFORM
               CLOSE RESEND-FILE
           END-IF.
           IF WS-HARVEST-COUNT-1 > 0
               MOVE WS-HARVEST-COUNT-1 TO WS-HARVEST-EXCEPTIONS
               MOVE 'GL ENTRIES BOUNCED, SEE BRGLRRPT' TO WS-NOTE
           END-IF.

      *****************************************************
      *  BRCHGCTL'S LAST ACT IS ITS RUNPARM DECISION ON THE
      *  CHANGE-CONTROL LOG.  ONLY A DECISION LOGGED SINCE
      *  THIS STEP STARTED COUNTS, AND THE NIGHTLY GOES NO
      *  FURTHER UNLESS IT RELEASED THE RUNPARM - UNCHANGED,
      *  OR APPROVED BY A SECOND USER.
      *****************************************************
       3600-HARVEST-CHANGE-CONTROL.
           MOVE 'N' TO WS-EVIDENCE-FOUND-SW.
           MOVE SS-START-DATE TO WS-TS-DATE.
           MOVE SS-START-TIME TO WS-TS-TIME.
           PERFORM 8200-COMPUTE-SECONDS.
           MOVE WS-TS-SECONDS TO WS-START-SECONDS.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CHGLOG-STATUS = '00'
               MOVE 'N' TO WS-INPUT-EOF-SW
               PERFORM UNTIL WS-INPUT-EOF
                   READ CHANGE-LOG-FILE
                       AT END
                           SET WS-INPUT-EOF TO TRUE
                       NOT AT END
                           PERFORM 3610-TAKE-ONE-CHANGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF.
           IF NOT WS-EVIDENCE-FOUND
               MOVE 'FAILED' TO WS-OUTCOME
               MOVE 'NO CHANGE-CONTROL DECISION LOGGED'
                   TO WS-NOTE
           ELSE
               IF WS-HARVEST-STATUS = 'REJECTED'
                   MOVE 'FAILED' TO WS-OUTCOME
                   MOVE 'RUNPARM NOT APPROVED, SEE BRCHGRPT'
                       TO WS-NOTE
               END-IF
           END-IF.

      *  COUNT-1 IS THE DIFFERENCES JUDGED, COUNT-2 THE
      *  DECISIONS - MORE THAN ONE MEANS THE STEP WAS RUN
      *  AGAIN INSIDE THE SAME ATTEMPT AND THE LAST WORD
      *  STANDS.
       3610-TAKE-ONE-CHANGE-ENTRY.
           IF CL-FROM-RUNPARM
               AND CL-LOG-DATE IS NUMERIC
               AND CL-LOG-TIME IS NUMERIC
               MOVE CL-LOG-DATE TO WS-TS-DATE
               MOVE CL-LOG-TIME TO WS-TS-TIME
               PERFORM 8200-COMPUTE-SECONDS
               IF WS-TS-SECONDS >= WS-START-SECONDS
                   EVALUATE TRUE
                       WHEN CL-IS-DIFFERENCE
                           ADD 1 TO WS-HARVEST-COUNT-1
                       WHEN CL-IS-APPROVED
                           SET WS-EVIDENCE-FOUND TO TRUE
                           ADD 1 TO WS-HARVEST-COUNT-2
                           MOVE 'APPROVED' TO WS-HARVEST-STATUS
                       WHEN CL-IS-NO-CHANGE
                           SET WS-EVIDENCE-FOUND TO TRUE
                           ADD 1 TO WS-HARVEST-COUNT-2
                           MOVE 'NOCHANGE' TO WS-HARVEST-STATUS
                       WHEN CL-IS-REJECTED
                           SET WS-EVIDENCE-FOUND TO TRUE
                           ADD 1 TO WS-HARVEST-COUNT-2
                           MOVE 'REJECTED' TO WS-HARVEST-STATUS
                   END-EVALUATE
               END-IF
           END-IF.

      *****************************************************
      *  THE NIGHT IS OVER WHEN ITS LAST CHAIN STEP
      *  COMPLETES.
      *****************************************************
       3800-CLOSE-CYCLE.
           MOVE SPACES TO STEP-STATUS-RECORD.
           MOVE WS-BUSINESS-DATE TO SS-BUSINESS-DATE.
           MOVE WS-GENERATION TO SS-GENERATION.
           MOVE 0 TO SS-STEP-SEQ.
           MOVE WS-CYCLE-NAME TO SS-STEP-NAME.
           MOVE 'N' TO WS-CYCLE-READ-SW.
           READ STEP-STATUS-FILE
               INVALID KEY
                   DISPLAY 'BRJOBCTL - CYCLE RECORD MISSING FOR '
                       WS-BUSINESS-DATE
               NOT INVALID KEY
                   SET WS-CYCLE-READ TO TRUE
                   SET SS-CYCLE-CLOSED TO TRUE
                   MOVE WS-CD-DATE TO SS-END-DATE
                   MOVE WS-CD-TIME TO SS-END-TIME
                   REWRITE STEP-STATUS-RECORD
                       INVALID KEY
                           DISPLAY 'BRJOBCTL - CANNOT REWRITE CYCLE '
                               'RECORD, STATUS=' WS-STEP-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   DISPLAY 'BRJOBCTL - NIGHTLY CYCLE CLOSED FOR '
                       WS-BUSINESS-DATE
           END-READ.

      *****************************************************
      *  AN ABANDONED NIGHT (E.G. A DATE THAT WILL BE RUN
      *  AGAIN FROM SCRATCH) IS CLOSED BY HAND SO THE NEXT
      *  ONE CAN OPEN.  ITS STEP RECORDS STAY AS THEY WERE.
      *****************************************************
       3900-CLOSE-CYCLE-BY-OPERATOR.
           IF NOT WS-CYCLE-FOUND
               OR WS-FOUND-STATUS NOT = 'OPEN'
               DISPLAY 'BRJOBCTL - NO OPEN CYCLE FOR '
                   WS-BUSINESS-DATE ' TO CLOSE'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 3800-CLOSE-CYCLE
               IF WS-CYCLE-READ
                   MOVE 'CLOSED BY OPERATOR' TO SS-NOTE
                   MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID
                   REWRITE STEP-STATUS-RECORD
                       INVALID KEY
                           DISPLAY 'BRJOBCTL - CANNOT REWRITE CYCLE '
                               'RECORD, STATUS=' WS-STEP-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
               ELSE
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************
      *  BATCH-WINDOW REPORT FOR THE CYCLE IN PLAY (OR THE
      *  DATE ON THE CARD), THEN THE PRIOR NIGHTS' WINDOWS.
      *****************************************************
       6000-PRINT-WINDOW-REPORT.
           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BRJOBCTL - CANNOT OPEN REPORT FILE, '
                   'STATUS=' WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CD-DATE TO WS-TS-DATE.
           MOVE WS-CD-TIME TO WS-TS-TIME.
           PERFORM 8200-COMPUTE-SECONDS.
           MOVE WS-TS-SECONDS TO WS-NOW-SECONDS.

           IF NOT WS-CYCLE-FOUND
               PERFORM 7050-PRINT-REPORT-HEADERS
               MOVE SPACES TO RPT-LINE
               STRING 'NO NIGHTLY CYCLE ON FILE FOR '
                   WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1
           ELSE
               PERFORM 8300-COMPUTE-TARGET
               PERFORM 7050-PRINT-REPORT-HEADERS
               PERFORM 6100-PRINT-CYCLE-STEPS
               PERFORM 6200-PRINT-WINDOW-TOTAL
           END-IF.
           PERFORM 6500-PRINT-TREND.
           CLOSE REPORT-FILE.

       6100-PRINT-CYCLE-STEPS.
           MOVE SPACES TO STEP-STATUS-RECORD.
           MOVE WS-BUSINESS-DATE TO SS-BUSINESS-DATE.
           MOVE WS-GENERATION TO SS-GENERATION.
           MOVE 1 TO SS-STEP-SEQ.
           MOVE LOW-VALUES TO SS-STEP-NAME.
           MOVE LOW-VALUES TO SS-STEP-QUALIFIER.
           MOVE 'N' TO WS-SCAN-EOF-SW.
           START STEP-STATUS-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   SET WS-SCAN-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-SCAN-EOF
               READ STEP-STATUS-FILE NEXT RECORD
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       IF SS-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                           OR SS-GENERATION NOT = WS-GENERATION
                           SET WS-SCAN-EOF TO TRUE
                       ELSE
                           PERFORM 6110-PRINT-ONE-STEP
                       END-IF
               END-READ
           END-PERFORM.

       6110-PRINT-ONE-STEP.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE SS-STEP-NAME TO WS-SL-STEP.
           MOVE SS-STEP-QUALIFIER TO WS-SL-QUALIFIER.
           MOVE SS-STATUS TO WS-SL-STATUS.
           MOVE SS-ATTEMPTS TO WS-SL-ATTEMPTS.
           MOVE SS-START-TIME TO WS-TS-TIME.
           PERFORM 8400-FORMAT-CLOCK.
           MOVE WS-CLOCK-DISPLAY TO WS-SL-START.
           MOVE SS-START-DATE TO WS-TS-DATE.
           MOVE SS-START-TIME TO WS-TS-TIME.
           PERFORM 8200-COMPUTE-SECONDS.
           MOVE WS-TS-SECONDS TO WS-START-SECONDS.
           IF SS-RUNNING
               MOVE SPACES TO WS-SL-END
               MOVE WS-NOW-SECONDS TO WS-END-SECONDS
           ELSE
               MOVE SS-END-TIME TO WS-TS-TIME
               PERFORM 8400-FORMAT-CLOCK
               MOVE WS-CLOCK-DISPLAY TO WS-SL-END
               MOVE SS-END-DATE TO WS-TS-DATE
               MOVE SS-END-TIME TO WS-TS-TIME
               PERFORM 8200-COMPUTE-SECONDS
               MOVE WS-TS-SECONDS TO WS-END-SECONDS
           END-IF.
           COMPUTE WS-ELAPSED-SECONDS =
               WS-END-SECONDS - WS-START-SECONDS.
           PERFORM 8500-FORMAT-ELAPSED.
           MOVE WS-CLOCK-DISPLAY TO WS-SL-ELAPSED.
           PERFORM 8600-COMPUTE-MARGIN.
           MOVE WS-MARGIN-MINUTES TO WS-SL-MARGIN.
           MOVE WS-WINDOW-RESULT TO WS-SL-FLAG.
           MOVE SS-COUNT-1 TO WS-SL-COUNT-1.
           MOVE SS-COUNT-2 TO WS-SL-COUNT-2.
           MOVE SS-EXCEPTION-COUNT TO WS-SL-EXCEPTIONS.
           MOVE SS-NOTE TO WS-SL-NOTE.
           WRITE RPT-LINE FROM WS-STEP-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       6200-PRINT-WINDOW-TOTAL.
           MOVE WS-FOUND-OPEN-DATE TO WS-TS-DATE.
           MOVE WS-FOUND-OPEN-TIME TO WS-TS-TIME.
           PERFORM 8200-COMPUTE-SECONDS.
           MOVE WS-TS-SECONDS TO WS-START-SECONDS.
           IF WS-FOUND-STATUS = 'OPEN'
               MOVE WS-NOW-SECONDS TO WS-END-SECONDS
           ELSE
               MOVE WS-FOUND-CLOSE-DATE TO WS-TS-DATE
               MOVE WS-FOUND-CLOSE-TIME TO WS-TS-TIME
               PERFORM 8200-COMPUTE-SECONDS
               MOVE WS-TS-SECONDS TO WS-END-SECONDS
           END-IF.
           COMPUTE WS-ELAPSED-SECONDS =
               WS-END-SECONDS - WS-START-SECONDS.
           PERFORM 8500-FORMAT-ELAPSED.
           MOVE WS-CLOCK-DISPLAY TO WS-WL-ELAPSED.
           PERFORM 8600-COMPUTE-MARGIN.
           MOVE WS-MARGIN-MINUTES TO WS-WL-MARGIN.
           IF WS-FOUND-STATUS = 'OPEN'
               IF WS-WINDOW-RESULT = 'LATE'
                   MOVE 'BREACHED' TO WS-WL-RESULT
               ELSE
                   MOVE 'IN PROGRESS' TO WS-WL-RESULT
               END-IF
           ELSE
               IF WS-WINDOW-RESULT = 'LATE'
                   MOVE 'BREACHED' TO WS-WL-RESULT
               ELSE
                   IF WS-WINDOW-RESULT = 'AT RISK'
                       MOVE 'AT RISK' TO WS-WL-RESULT
                   ELSE
                       MOVE 'ON TIME' TO WS-WL-RESULT
                   END-IF
               END-IF
           END-IF.
           WRITE RPT-LINE FROM WS-WINDOW-LINE
               AFTER ADVANCING 2.
           ADD 2 TO WS-REPORT-LINE-COUNT.

      *****************************************************
      *  THE SAME WINDOW FOR EACH OF THE PRIOR NIGHTS, LATEST
      *  GENERATION OF EACH, SO A WINDOW THAT IS SHRINKING A
      *  FEW MINUTES A NIGHT IS PLAIN TO SEE.
      *****************************************************
       6500-PRINT-TREND.
           IF WS-REPORT-LINE-COUNT + WS-TREND-NIGHTS + 4
               > WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           WRITE RPT-LINE FROM WS-TREND-HDR-1
               AFTER ADVANCING 2.
           WRITE RPT-LINE FROM WS-TREND-HDR-2
               AFTER ADVANCING 1.
           ADD 3 TO WS-REPORT-LINE-COUNT.
           COMPUTE WS-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-TREND-NIGHTS
               SUBTRACT 1 FROM WS-DAYNUM
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
               PERFORM 1750-FIND-LATEST-CYCLE
               IF WS-CYCLE-FOUND
                   PERFORM 6510-PRINT-ONE-NIGHT
               END-IF
           END-PERFORM.

       6510-PRINT-ONE-NIGHT.
           MOVE WS-SCAN-DATE TO WS-TL-DATE.
           MOVE WS-FOUND-GEN TO WS-TL-GENERATION.
           MOVE WS-FOUND-OPEN-DATE TO WS-TL-OPEN-DATE.
           MOVE WS-FOUND-OPEN-TIME TO WS-TS-TIME.
           PERFORM 8400-FORMAT-CLOCK.
           MOVE WS-CLOCK-DISPLAY TO WS-TL-OPEN-TIME.
           PERFORM 8300-COMPUTE-TARGET.
           MOVE WS-FOUND-OPEN-DATE TO WS-TS-DATE.
           MOVE WS-FOUND-OPEN-TIME TO WS-TS-TIME.
           PERFORM 8200-COMPUTE-SECONDS.
           MOVE WS-TS-SECONDS TO WS-START-SECONDS.
           IF WS-FOUND-STATUS = 'CLOSED'
               MOVE WS-FOUND-CLOSE-DATE TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO WS-TL-CLOSE-DATE
               MOVE WS-FOUND-CLOSE-TIME TO WS-TS-TIME
               PERFORM 8400-FORMAT-CLOCK
               MOVE WS-CLOCK-DISPLAY TO WS-TL-CLOSE-TIME
               MOVE WS-FOUND-CLOSE-DATE TO WS-TS-DATE
               MOVE WS-FOUND-CLOSE-TIME TO WS-TS-TIME
               PERFORM 8200-COMPUTE-SECONDS
               MOVE WS-TS-SECONDS TO WS-END-SECONDS
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
               PERFORM 8500-FORMAT-ELAPSED
               MOVE WS-CLOCK-DISPLAY TO WS-TL-ELAPSED
               PERFORM 8600-COMPUTE-MARGIN
               MOVE WS-MARGIN-MINUTES TO WS-TL-MARGIN
               IF WS-WINDOW-RESULT = 'LATE'
                   MOVE 'BREACHED' TO WS-TL-RESULT
               ELSE
                   IF WS-WINDOW-RESULT = 'AT RISK'
                       MOVE 'AT RISK' TO WS-TL-RESULT
                   ELSE
                       MOVE 'ON TIME' TO WS-TL-RESULT
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-TL-CLOSE-DATE
               MOVE SPACES TO WS-TL-CLOSE-TIME
               MOVE SPACES TO WS-TL-ELAPSED
               MOVE 0 TO WS-TL-MARGIN
               MOVE 'NOT CLOSED' TO WS-TL-RESULT
           END-IF.
           WRITE RPT-LINE FROM WS-TREND-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       7050-PRINT-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           MOVE WS-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE.
           MOVE WS-GENERATION TO WS-HDR-GENERATION.
           WRITE RPT-LINE FROM WS-RPT-HDR-1
               AFTER ADVANCING PAGE.
           MOVE 1 TO WS-REPORT-LINE-COUNT.
           IF WS-CYCLE-FOUND
               MOVE WS-FOUND-MODE TO WS-HDR2-MODE
               MOVE WS-FOUND-OPEN-DATE TO WS-HDR2-OPEN-DATE
               MOVE WS-FOUND-OPEN-TIME TO WS-TS-TIME
               PERFORM 8400-FORMAT-CLOCK
               MOVE WS-CLOCK-DISPLAY TO WS-HDR2-OPEN-TIME
               MOVE WS-TARGET-DATE TO WS-HDR2-TARGET-DATE
               MOVE WS-TARGET-END-HHMM TO WS-TARGET-HHMM-PARTS
               MOVE WS-TGT-HH TO WS-CLK-HH
               MOVE WS-TGT-MM TO WS-CLK-MM
               MOVE 0 TO WS-CLK-SS
               MOVE WS-CLOCK-DISPLAY TO WS-HDR2-TARGET-TIME
               MOVE WS-FOUND-STATUS TO WS-HDR2-CYCLE-STATUS
               WRITE RPT-LINE FROM WS-RPT-HDR-2
                   AFTER ADVANCING 1
               WRITE RPT-LINE FROM WS-RPT-HDR-3
                   AFTER ADVANCING 2
               ADD 3 TO WS-REPORT-LINE-COUNT
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       8000-READ-STEP-RECORD.
           MOVE SPACES TO STEP-STATUS-RECORD.
           MOVE WS-BUSINESS-DATE TO SS-BUSINESS-DATE.
           MOVE WS-GENERATION TO SS-GENERATION.
           MOVE WS-LOOKUP-SEQ TO SS-STEP-SEQ.
           MOVE WS-LOOKUP-NAME TO SS-STEP-NAME.
           MOVE WS-LOOKUP-QUALIFIER TO SS-STEP-QUALIFIER.
           READ STEP-STATUS-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RECORD-FOUND-SW
               NOT INVALID KEY
                   SET WS-RECORD-FOUND TO TRUE
           END-READ.

       8050-CLEAR-STEP-DATA.
           MOVE SPACES TO SS-STEP-DATA.
           MOVE 0 TO SS-START-DATE.
           MOVE 0 TO SS-START-TIME.
           MOVE 0 TO SS-END-DATE.
           MOVE 0 TO SS-END-TIME.
           MOVE 0 TO SS-ATTEMPTS.
           MOVE WS-OPERATOR-ID TO SS-OPERATOR-ID.
           MOVE WS-RUN-MODE TO SS-RUN-MODE.
           MOVE 0 TO SS-COUNT-1.
           MOVE 0 TO SS-COUNT-2.
           MOVE 0 TO SS-AMOUNT.
           MOVE 0 TO SS-EXCEPTION-COUNT.
           PERFORM VARYING WS-STREAM-SUB FROM 1 BY 1
               UNTIL WS-STREAM-SUB > WS-STREAM-MAX
               MOVE 0 TO SS-STREAM-COUNT(WS-STREAM-SUB)
           END-PERFORM.

       8100-WRITE-POINTER.
           MOVE SPACES TO STEP-STATUS-RECORD.
           MOVE 0 TO SS-BUSINESS-DATE.
           MOVE 0 TO SS-GENERATION.
           MOVE 0 TO SS-STEP-SEQ.
           MOVE WS-POINTER-NAME TO SS-STEP-NAME.
           SET SS-IS-POINTER TO TRUE.
           MOVE WS-PTR-DATE TO SS-PTR-BUSINESS-DATE.
           MOVE WS-PTR-GEN TO SS-PTR-GENERATION.
           IF WS-POINTER-FOUND
               REWRITE STEP-STATUS-RECORD
           ELSE
               WRITE STEP-STATUS-RECORD
               SET WS-POINTER-FOUND TO TRUE
           END-IF.
           IF WS-STEP-STATUS NOT = '00'
               DISPLAY 'BRJOBCTL - CANNOT WRITE CYCLE POINTER, '
                   'STATUS=' WS-STEP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       8200-COMPUTE-SECONDS.
           IF WS-TS-DATE = 0
               MOVE 0 TO WS-TS-SECONDS
           ELSE
               COMPUTE WS-TS-SECONDS =
                   FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
                   + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS
           END-IF.

      *****************************************************
      *  THE TARGET END IS THE FIRST BATCH-TARGET-END TIME
      *  AFTER THE CYCLE OPENED - NORMALLY THE NEXT MORNING.
      *****************************************************
       8300-COMPUTE-TARGET.
           MOVE WS-TARGET-END-HHMM TO WS-TARGET-HHMM-PARTS.
           MOVE WS-FOUND-OPEN-DATE TO WS-TS-DATE.
           MOVE WS-FOUND-OPEN-TIME TO WS-TS-TIME.
           PERFORM 8200-COMPUTE-SECONDS.
           MOVE WS-TS-SECONDS TO WS-START-SECONDS.
           MOVE WS-FOUND-OPEN-DATE TO WS-TARGET-DATE.
           MOVE WS-TGT-HH TO WS-TS-HH.
           MOVE WS-TGT-MM TO WS-TS-MM.
           MOVE 0 TO WS-TS-SS.
           PERFORM 8200-COMPUTE-SECONDS.
           IF WS-TS-SECONDS <= WS-START-SECONDS
               ADD 86400 TO WS-TS-SECONDS
               COMPUTE WS-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-FOUND-OPEN-DATE) + 1
               COMPUTE WS-TARGET-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
           END-IF.
           MOVE WS-TS-SECONDS TO WS-TARGET-SECONDS.

       8400-FORMAT-CLOCK.
           MOVE WS-TS-HH TO WS-CLK-HH.
           MOVE WS-TS-MM TO WS-CLK-MM.
           MOVE WS-TS-SS TO WS-CLK-SS.

       8500-FORMAT-ELAPSED.
           IF WS-ELAPSED-SECONDS < 0
               MOVE 0 TO WS-ELAPSED-SECONDS
           END-IF.
           DIVIDE WS-ELAPSED-SECONDS BY 3600
               GIVING WS-HOURS REMAINDER WS-REMAINDER.
           DIVIDE WS-REMAINDER BY 60
               GIVING WS-MINUTES REMAINDER WS-SECONDS.
           IF WS-HOURS > 99
               MOVE 99 TO WS-HOURS
           END-IF.
           MOVE WS-HOURS TO WS-CLK-HH.
           MOVE WS-MINUTES TO WS-CLK-MM.
           MOVE WS-SECONDS TO WS-CLK-SS.

      *****************************************************
      *  MINUTES LEFT BEFORE THE TARGET END WHEN THE STEP
      *  (OR WINDOW) FINISHED - NEGATIVE MEANS PAST IT.
      *****************************************************
       8600-COMPUTE-MARGIN.
           COMPUTE WS-MARGIN-MINUTES =
               (WS-TARGET-SECONDS - WS-END-SECONDS) / 60.
           EVALUATE TRUE
               WHEN WS-END-SECONDS > WS-TARGET-SECONDS
                   MOVE 'LATE' TO WS-WINDOW-RESULT
               WHEN WS-MARGIN-MINUTES < WS-WARN-MINUTES
                   MOVE 'AT RISK' TO WS-WINDOW-RESULT
               WHEN OTHER
                   MOVE SPACES TO WS-WINDOW-RESULT
           END-EVALUATE.

       9800-REFUSE-STEP.
           DISPLAY 'BRJOBCTL - ' JC-STEP-NAME ' ' JC-QUALIFIER
               ' REFUSED: ' WS-REFUSE-REASON.
           CLOSE STEP-STATUS-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       9900-TERMINATE.
           CLOSE STEP-STATUS-FILE.
