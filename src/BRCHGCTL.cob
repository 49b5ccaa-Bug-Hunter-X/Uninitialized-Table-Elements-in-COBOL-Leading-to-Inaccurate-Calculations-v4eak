       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHGCTL.
      *****************************************************
      *  BRCHGCTL - RUNPARM CHANGE CONTROL
      *
      *  ANYONE WHO COULD WRITE THE RUNPARM CARD COULD MOVE
      *  THE VARIANCE AND CTR THRESHOLDS, THE BRANCH
      *  OVERRIDES OR THE RUN MODE, AND THE ONLY TRACE WAS
      *  THE OPERATOR ID ON THE AUDIT RECORD.  THIS STEP
      *  OPENS THE NIGHTLY CHAIN: IT COMPARES THE SUBMITTED
      *  RUNPARM WITH THE LAST APPROVED COPY (RUNPAPPR) AND
      *  LISTS EVERY KEYWORD ADDED, CHANGED OR REMOVED, WITH
      *  BEFORE AND AFTER VALUES, ON BRCHGRPT.
      *
      *  AN UNCHANGED RUNPARM IS RELEASED AS IT STANDS.  A
      *  CHANGED ONE IS RELEASED ONLY ON AN APPROVAL CARD
      *  (CHGAPPR, SEE BRCHGAP) FROM A SECOND USER - NOT THE
      *  RUNPARM'S OWN OPERATOR-ID - FOR THE NUMBER OF
      *  DIFFERENCES REPORTED.  THE APPROVED RUNPARM THEN
      *  BECOMES THE NEW APPROVED COPY.  OTHERWISE THE
      *  CHANGE IS REJECTED AND THE NIGHTLY IS HELD HERE: THE
      *  CHECKER REVIEWS BRCHGRPT, KEYS THE CARD, AND THE
      *  JOB IS RESUBMITTED.
      *
      *  THE RUNPARM HELD FOR WANT OF A CARD IS SAVED AS IT
      *  STANDS (RUNPPEND), AND A CARD IS HONOURED ONLY FOR A
      *  RUNPARM THAT STILL MATCHES THAT COPY CARD FOR CARD -
      *  THE ONE WHOSE DIFFERENCES THE CHECKER REVIEWED.  A
      *  RUNPARM EDITED AFTER THE REPORT WAS PRINTED USES UP
      *  THE CARD, IS SAVED IN ITS PLACE, AND NEEDS A FRESH
      *  REVIEW AND A NEW CARD.
      *
      *  EVERY DIFFERENCE AND EVERY DECISION IS APPENDED TO
      *  THE CHANGE-CONTROL LOG (CHGLOG, SEE BRCHGLG), WHICH
      *  IS ALSO HOW BRJOBCTL JUDGES THE STEP.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT APPROVED-PARM-FILE ASSIGN TO "RUNPAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

           SELECT PENDING-PARM-FILE ASSIGN TO "RUNPPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT APPROVAL-CARD-FILE ASSIGN TO "CHGAPPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRCHGRPT"
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

      *  THE FIRST RECORD OF A SAVED COPY IS A MARKER CARD;
      *  AN EMPTY FILE (CLEARED ON APPROVAL) HOLDS NOTHING
      *  FOR A CARD TO APPROVE.
       FD  PENDING-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  PENDING-PARM-RECORD.
           05  PP-KEYWORD              PIC X(20).
           05  PP-VALUE                PIC X(60).

       FD  APPROVAL-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRCHGAP.

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
           05  WS-PEND-STATUS              PIC X(2).
           05  WS-CARD-STATUS              PIC X(2).
           05  WS-CHGLOG-STATUS            PIC X(2).
           05  WS-RPT-STATUS               PIC X(2).

       01  WS-SWITCHES.
           05  WS-PARM-EOF-SW              PIC X VALUE 'N'.
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-APPR-EOF-SW              PIC X VALUE 'N'.
               88  WS-APPR-EOF                   VALUE 'Y'.
           05  WS-CARD-FOUND-SW            PIC X VALUE 'N'.
               88  WS-CARD-FOUND                 VALUE 'Y'.
           05  WS-MATCH-FOUND-SW           PIC X VALUE 'N'.
               88  WS-MATCH-FOUND                VALUE 'Y'.
           05  WS-DECISION-SW              PIC X VALUE 'R'.
               88  WS-APPROVED                   VALUE 'A'.
               88  WS-REJECTED                   VALUE 'R'.
           05  WS-CONSUME-CARD-SW          PIC X VALUE 'N'.
               88  WS-CONSUME-CARD               VALUE 'Y'.
           05  WS-PEND-EOF-SW              PIC X VALUE 'N'.
               88  WS-PEND-EOF                   VALUE 'Y'.
           05  WS-PENDING-MATCH-SW         PIC X VALUE 'N'.
               88  WS-PENDING-MATCHES            VALUE 'Y'.
           05  WS-SAVE-PENDING-SW          PIC X VALUE 'N'.
               88  WS-SAVE-PENDING               VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-PARM-MAX-ENTRIES         PIC 9(3) VALUE 200.
           05  WS-DIFF-MAX-ENTRIES         PIC 9(3) VALUE 400.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.
           05  WS-PENDING-MARKER           PIC X(20)
                   VALUE '*PENDING-APPROVAL'.

      *****************************************************
      *  THE SUBMITTED AND THE APPROVED CARDS, COMMENTS AND
      *  BLANK LINES LEFT OUT.  A CARD IS KNOWN BY ITS
      *  KEYWORD AND QUALIFIER - THE BRANCH OF A
      *  BRANCH-THRESHOLD OR THE REGION OF A REGION-STREAM,
      *  THE KEYWORDS THAT MAY APPEAR MORE THAN ONCE.
      *****************************************************
       01  WS-SUBMITTED-TABLE.
           05  WS-SUB-COUNT                PIC 9(3) VALUE 0.
           05  WS-SUB-ENTRY OCCURS 200 TIMES.
               10  WS-SUB-KEYWORD          PIC X(20).
               10  WS-SUB-QUALIFIER        PIC X(4).
               10  WS-SUB-VALUE            PIC X(60).

       01  WS-APPROVED-TABLE.
           05  WS-APR-COUNT                PIC 9(3) VALUE 0.
           05  WS-APR-ENTRY OCCURS 200 TIMES.
               10  WS-APR-KEYWORD          PIC X(20).
               10  WS-APR-QUALIFIER        PIC X(4).
               10  WS-APR-VALUE            PIC X(60).
               10  WS-APR-MATCHED-SW       PIC X(1).
                   88  WS-APR-MATCHED           VALUE 'Y'.

       01  WS-DIFFERENCE-TABLE.
           05  WS-DIFF-COUNT               PIC 9(3) VALUE 0.
           05  WS-DIFF-ENTRY OCCURS 400 TIMES.
               10  WS-DIF-CHANGE           PIC X(1).
               10  WS-DIF-KEYWORD          PIC X(20).
               10  WS-DIF-QUALIFIER        PIC X(4).
               10  WS-DIF-BEFORE           PIC X(60).
               10  WS-DIF-AFTER            PIC X(60).

       01  WS-WORK-FIELDS.
           05  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
           05  WS-APPROVER-ID              PIC X(8) VALUE SPACES.
           05  WS-SUB-INDEX                PIC 9(3) VALUE 0.
           05  WS-APR-INDEX                PIC 9(3) VALUE 0.
           05  WS-DIFF-INDEX               PIC 9(3) VALUE 0.
           05  WS-ADDED-COUNT              PIC 9(3) VALUE 0.
           05  WS-CHANGED-COUNT            PIC 9(3) VALUE 0.
           05  WS-REMOVED-COUNT            PIC 9(3) VALUE 0.
           05  WS-CARD-CHANGE-COUNT        PIC 9(3) VALUE 0.
           05  WS-REASON                   PIC X(36) VALUE SPACES.
           05  WS-KEY-KEYWORD              PIC X(20) VALUE SPACES.
           05  WS-KEY-QUALIFIER            PIC X(4) VALUE SPACES.
           05  WS-KEY-VALUE                PIC X(60) VALUE SPACES.
           05  WS-REPORT-LINE-COUNT        PIC 9(3) VALUE 99.
           05  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.

       01  WS-CURRENT-DATE-TIME-RAW        PIC X(21).
       01  WS-CURRENT-DATE-TIME-FIELDS REDEFINES
                   WS-CURRENT-DATE-TIME-RAW.
           05  WS-CD-DATE                  PIC 9(8).
           05  WS-CD-TIME                  PIC 9(6).
           05  FILLER                      PIC X(7).

       01  WS-RPT-HDR-1.
           05  FILLER                      PIC X(10)
                   VALUE 'BRCHGCTL -'.
           05  FILLER                      PIC X(30)
                   VALUE ' RUNPARM CHANGE CONTROL'.
           05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE             PIC 9999/99/99.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NO              PIC ZZ9.

       01  WS-RPT-HDR-2.
           05  FILLER                      PIC X(22)
                   VALUE 'SUBMITTED OPERATOR-ID '.
           05  WS-HDR-OPERATOR             PIC X(8).
           05  FILLER                      PIC X(25)
                   VALUE '  AGAINST APPROVED COPY '.
           05  WS-HDR-APPROVED             PIC X(22).

       01  WS-RPT-HDR-3.
           05  FILLER                      PIC X(9)  VALUE 'CHANGE'.
           05  FILLER                      PIC X(21) VALUE 'KEYWORD'.
           05  FILLER                      PIC X(5)  VALUE 'QUAL'.
           05  FILLER                      PIC X(60)
                   VALUE 'BEFORE / AFTER'.

       01  WS-DIFF-LINE.
           05  WS-DL-CHANGE                PIC X(8).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DL-KEYWORD               PIC X(20).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DL-QUALIFIER             PIC X(4).
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DL-LABEL                 PIC X(8).
           05  WS-DL-VALUE                 PIC X(60).

       01  WS-RPT-SUMMARY-1.
           05  FILLER                      PIC X(8)  VALUE 'ADDED: '.
           05  WS-RS-ADDED                 PIC ZZ9.
           05  FILLER                      PIC X(12)
                   VALUE '   CHANGED: '.
           05  WS-RS-CHANGED               PIC ZZ9.
           05  FILLER                      PIC X(12)
                   VALUE '   REMOVED: '.
           05  WS-RS-REMOVED               PIC ZZ9.
           05  FILLER                      PIC X(10)
                   VALUE '   TOTAL: '.
           05  WS-RS-TOTAL                 PIC ZZ9.

       01  WS-RPT-RESULT.
           05  FILLER                      PIC X(8)  VALUE 'RESULT: '.
           05  WS-RR-TEXT                  PIC X(80).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SUBMITTED-PARMS
           PERFORM 2500-LOAD-APPROVED-PARMS
           PERFORM 3000-COMPARE-PARMS
           PERFORM 6000-PRINT-DIFFERENCES
           PERFORM 4000-DECIDE-RELEASE
           PERFORM 9900-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-RAW.

           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHGLOG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
               IF WS-CHGLOG-STATUS NOT = '00'
                   DISPLAY 'BRCHGCTL - CANNOT OPEN CHANGE LOG, '
                       'STATUS=' WS-CHGLOG-STATUS
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BRCHGCTL - CANNOT OPEN REPORT FILE, '
                   'STATUS=' WS-RPT-STATUS
               STOP RUN
           END-IF.

      *****************************************************
      *  A MISSING RUNPARM MEANS THE COMPILED-IN DEFAULTS -
      *  AGAINST AN APPROVED COPY THAT HAD CARDS, EVERY ONE
      *  OF THEM IS A REMOVAL AND NEEDS APPROVING TOO.
      *****************************************************
       2000-LOAD-SUBMITTED-PARMS.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY 'BRCHGCTL - NO RUN PARAMETER FILE, '
                   'COMPILED DEFAULTS SUBMITTED'
           ELSE
               PERFORM UNTIL WS-PARM-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           PERFORM 2010-STORE-ONE-SUBMITTED
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       2010-STORE-ONE-SUBMITTED.
           IF RP-IS-COMMENT OR RP-KEYWORD = SPACES
               CONTINUE
           ELSE
               IF RP-KEYWORD = 'OPERATOR-ID'
                   MOVE RP-OPERATOR-VALUE TO WS-OPERATOR-ID
               END-IF
               IF WS-SUB-COUNT >= WS-PARM-MAX-ENTRIES
                   DISPLAY 'BRCHGCTL - TOO MANY RUNPARM CARDS, '
                       'RUN STOPPED AT ' RP-KEYWORD
                   STOP RUN
               END-IF
               MOVE RP-KEYWORD TO WS-KEY-KEYWORD
               MOVE RP-VALUE TO WS-KEY-VALUE
               PERFORM 2100-SET-QUALIFIER
               ADD 1 TO WS-SUB-COUNT
               MOVE WS-KEY-KEYWORD TO WS-SUB-KEYWORD(WS-SUB-COUNT)
               MOVE WS-KEY-QUALIFIER
                   TO WS-SUB-QUALIFIER(WS-SUB-COUNT)
               MOVE WS-KEY-VALUE TO WS-SUB-VALUE(WS-SUB-COUNT)
           END-IF.

       2100-SET-QUALIFIER.
           EVALUATE WS-KEY-KEYWORD
               WHEN 'BRANCH-THRESHOLD'
                   MOVE WS-KEY-VALUE(1:4) TO WS-KEY-QUALIFIER
               WHEN 'REGION-STREAM'
                   MOVE WS-KEY-VALUE(1:2) TO WS-KEY-QUALIFIER
               WHEN OTHER
                   MOVE SPACES TO WS-KEY-QUALIFIER
           END-EVALUATE.

      *****************************************************
      *  NO APPROVED COPY YET (FIRST RUN UNDER CHANGE
      *  CONTROL) MEANS EVERY SUBMITTED CARD IS AN ADDITION
      *  AND THE WHOLE RUNPARM NEEDS APPROVING ONCE.
      *****************************************************
       2500-LOAD-APPROVED-PARMS.
           MOVE 'NONE - FIRST APPROVAL' TO WS-HDR-APPROVED.
           OPEN INPUT APPROVED-PARM-FILE.
           IF WS-APPR-STATUS NOT = '00'
               DISPLAY 'BRCHGCTL - NO APPROVED RUNPARM COPY, '
                   'EVERY CARD IS TREATED AS ADDED'
           ELSE
               MOVE 'RUNPAPPR' TO WS-HDR-APPROVED
               PERFORM UNTIL WS-APPR-EOF
                   READ APPROVED-PARM-FILE
                       AT END
                           SET WS-APPR-EOF TO TRUE
                       NOT AT END
                           PERFORM 2510-STORE-ONE-APPROVED
                   END-READ
               END-PERFORM
               CLOSE APPROVED-PARM-FILE
           END-IF.

       2510-STORE-ONE-APPROVED.
           IF AP-KEYWORD(1:1) = '*' OR AP-KEYWORD = SPACES
               CONTINUE
           ELSE
               IF WS-APR-COUNT >= WS-PARM-MAX-ENTRIES
                   DISPLAY 'BRCHGCTL - TOO MANY APPROVED CARDS, '
                       'RUN STOPPED AT ' AP-KEYWORD
                   STOP RUN
               END-IF
               MOVE AP-KEYWORD TO WS-KEY-KEYWORD
               MOVE AP-VALUE TO WS-KEY-VALUE
               PERFORM 2100-SET-QUALIFIER
               ADD 1 TO WS-APR-COUNT
               MOVE WS-KEY-KEYWORD TO WS-APR-KEYWORD(WS-APR-COUNT)
               MOVE WS-KEY-QUALIFIER
                   TO WS-APR-QUALIFIER(WS-APR-COUNT)
               MOVE WS-KEY-VALUE TO WS-APR-VALUE(WS-APR-COUNT)
               MOVE 'N' TO WS-APR-MATCHED-SW(WS-APR-COUNT)
           END-IF.

      *****************************************************
      *  EACH SUBMITTED CARD IS PAIRED WITH THE FIRST
      *  UNPAIRED APPROVED CARD OF THE SAME KEYWORD AND
      *  QUALIFIER - A DIFFERENT VALUE IS A CHANGE, NO
      *  PARTNER AN ADDITION.  AN APPROVED CARD LEFT
      *  UNPAIRED AT THE END HAS BEEN REMOVED.
      *****************************************************
       3000-COMPARE-PARMS.
           PERFORM VARYING WS-SUB-INDEX FROM 1 BY 1
               UNTIL WS-SUB-INDEX > WS-SUB-COUNT
               PERFORM 3100-COMPARE-ONE-SUBMITTED
           END-PERFORM.
           PERFORM VARYING WS-APR-INDEX FROM 1 BY 1
               UNTIL WS-APR-INDEX > WS-APR-COUNT
               IF NOT WS-APR-MATCHED(WS-APR-INDEX)
                   PERFORM 3200-ADD-DIFFERENCE
                   MOVE WS-APR-KEYWORD(WS-APR-INDEX)
                       TO WS-DIF-KEYWORD(WS-DIFF-COUNT)
                   MOVE WS-APR-QUALIFIER(WS-APR-INDEX)
                       TO WS-DIF-QUALIFIER(WS-DIFF-COUNT)
                   MOVE WS-APR-VALUE(WS-APR-INDEX)
                       TO WS-DIF-BEFORE(WS-DIFF-COUNT)
                   MOVE SPACES TO WS-DIF-AFTER(WS-DIFF-COUNT)
                   MOVE 'R' TO WS-DIF-CHANGE(WS-DIFF-COUNT)
                   ADD 1 TO WS-REMOVED-COUNT
               END-IF
           END-PERFORM.

       3100-COMPARE-ONE-SUBMITTED.
           MOVE 'N' TO WS-MATCH-FOUND-SW.
           PERFORM VARYING WS-APR-INDEX FROM 1 BY 1
               UNTIL WS-APR-INDEX > WS-APR-COUNT
                   OR WS-MATCH-FOUND
               IF NOT WS-APR-MATCHED(WS-APR-INDEX)
                   AND WS-APR-KEYWORD(WS-APR-INDEX)
                       = WS-SUB-KEYWORD(WS-SUB-INDEX)
                   AND WS-APR-QUALIFIER(WS-APR-INDEX)
                       = WS-SUB-QUALIFIER(WS-SUB-INDEX)
                   SET WS-MATCH-FOUND TO TRUE
                   SET WS-APR-MATCHED(WS-APR-INDEX) TO TRUE
               END-IF
           END-PERFORM.
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-APR-INDEX
               IF WS-APR-VALUE(WS-APR-INDEX)
                   NOT = WS-SUB-VALUE(WS-SUB-INDEX)
                   PERFORM 3200-ADD-DIFFERENCE
                   PERFORM 3150-SET-SUBMITTED-KEY
                   MOVE 'C' TO WS-DIF-CHANGE(WS-DIFF-COUNT)
                   MOVE WS-APR-VALUE(WS-APR-INDEX)
                       TO WS-DIF-BEFORE(WS-DIFF-COUNT)
                   MOVE WS-SUB-VALUE(WS-SUB-INDEX)
                       TO WS-DIF-AFTER(WS-DIFF-COUNT)
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
           ELSE
               PERFORM 3200-ADD-DIFFERENCE
               PERFORM 3150-SET-SUBMITTED-KEY
               MOVE 'A' TO WS-DIF-CHANGE(WS-DIFF-COUNT)
               MOVE SPACES TO WS-DIF-BEFORE(WS-DIFF-COUNT)
               MOVE WS-SUB-VALUE(WS-SUB-INDEX)
                   TO WS-DIF-AFTER(WS-DIFF-COUNT)
               ADD 1 TO WS-ADDED-COUNT
           END-IF.

       3150-SET-SUBMITTED-KEY.
           MOVE WS-SUB-KEYWORD(WS-SUB-INDEX)
               TO WS-DIF-KEYWORD(WS-DIFF-COUNT).
           MOVE WS-SUB-QUALIFIER(WS-SUB-INDEX)
               TO WS-DIF-QUALIFIER(WS-DIFF-COUNT).

       3200-ADD-DIFFERENCE.
           IF WS-DIFF-COUNT >= WS-DIFF-MAX-ENTRIES
               DISPLAY 'BRCHGCTL - DIFFERENCE TABLE FULL, '
                   'RUN STOPPED'
               STOP RUN
           END-IF.
           ADD 1 TO WS-DIFF-COUNT.

      *****************************************************
      *  THE MAKER IS THE RUNPARM'S OPERATOR-ID; THE CHECKER
      *  IS WHOEVER KEYED THE APPROVAL CARD.  THEY MUST BE
      *  TWO DIFFERENT, NAMED PEOPLE, AND THE CHECKER MUST
      *  HAVE SEEN THE DIFFERENCES NOW IN FRONT OF US.
      *****************************************************
       4000-DECIDE-RELEASE.
           IF WS-DIFF-COUNT = 0
               MOVE SPACES TO CHANGE-LOG-RECORD
               SET CL-IS-NO-CHANGE TO TRUE
               PERFORM 4500-WRITE-LOG-ENTRY
               PERFORM 4600-REPLACE-APPROVED-COPY
               MOVE 'UNCHANGED SINCE LAST APPROVAL - RELEASED'
                   TO WS-RR-TEXT
               PERFORM 6200-PRINT-RESULT
               DISPLAY 'BRCHGCTL - RUNPARM UNCHANGED, RELEASED'
           ELSE
               PERFORM 4100-READ-APPROVAL-CARD
               IF WS-CARD-FOUND
                   PERFORM 4150-CHECK-PENDING-COPY
               END-IF
               PERFORM 4200-JUDGE-APPROVAL
               PERFORM VARYING WS-DIFF-INDEX FROM 1 BY 1
                   UNTIL WS-DIFF-INDEX > WS-DIFF-COUNT
                   PERFORM 4300-LOG-ONE-DIFFERENCE
               END-PERFORM
               MOVE SPACES TO CHANGE-LOG-RECORD
               MOVE WS-APPROVER-ID TO CL-APPROVER
               IF WS-APPROVED
                   SET CL-IS-APPROVED TO TRUE
                   PERFORM 4500-WRITE-LOG-ENTRY
                   PERFORM 4600-REPLACE-APPROVED-COPY
                   PERFORM 4850-CLEAR-PENDING-COPY
                   MOVE SPACES TO WS-RR-TEXT
                   STRING 'APPROVED BY ' DELIMITED BY SIZE
                       WS-APPROVER-ID DELIMITED BY SPACE
                       ' - RELEASED, RUNPARM IS NOW THE '
                       'APPROVED COPY' DELIMITED BY SIZE
                       INTO WS-RR-TEXT
                   PERFORM 6200-PRINT-RESULT
                   DISPLAY 'BRCHGCTL - RUNPARM CHANGES APPROVED BY '
                       WS-APPROVER-ID ', RELEASED'
               ELSE
                   SET CL-IS-REJECTED TO TRUE
                   MOVE WS-REASON TO CL-REASON
                   PERFORM 4500-WRITE-LOG-ENTRY
                   MOVE SPACES TO WS-RR-TEXT
                   STRING 'NOT RELEASED - ' WS-REASON
                       DELIMITED BY SIZE INTO WS-RR-TEXT
                   PERFORM 6200-PRINT-RESULT
                   DISPLAY 'BRCHGCTL - RUNPARM CHANGES NOT '
                       'RELEASED: ' WS-REASON
                   DISPLAY 'BRCHGCTL - A SECOND USER MUST REVIEW '
                       'BRCHGRPT AND KEY CHGAPPR'
                   IF WS-SAVE-PENDING
                       PERFORM 4800-SAVE-PENDING-COPY
                   END-IF
               END-IF
               IF WS-CONSUME-CARD
                   PERFORM 4700-CONSUME-APPROVAL-CARD
               END-IF
           END-IF.

       4100-READ-APPROVAL-CARD.
           OPEN INPUT APPROVAL-CARD-FILE.
           IF WS-CARD-STATUS = '00'
               READ APPROVAL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-CARD-FOUND TO TRUE
                       MOVE CA-APPROVER-ID TO WS-APPROVER-ID
                       IF CA-CHANGE-COUNT IS NUMERIC
                           MOVE CA-CHANGE-COUNT
                               TO WS-CARD-CHANGE-COUNT
                       END-IF
               END-READ
               CLOSE APPROVAL-CARD-FILE
           END-IF.

      *****************************************************
      *  THE SUBMITTED RUNPARM AGAINST THE COPY SAVED WHEN IT
      *  WAS HELD FOR REVIEW - EVERY CARD, COMMENTS INCLUDED,
      *  IN ORDER, AND NEITHER ONE LONGER THAN THE OTHER.
      *  NO COPY, OR ONE WITHOUT ITS MARKER, IS NO MATCH.
      *****************************************************
       4150-CHECK-PENDING-COPY.
           MOVE 'N' TO WS-PENDING-MATCH-SW.
           OPEN INPUT PENDING-PARM-FILE.
           IF WS-PEND-STATUS = '00'
               READ PENDING-PARM-FILE
                   AT END
                       SET WS-PEND-EOF TO TRUE
               END-READ
               IF NOT WS-PEND-EOF
                   AND PP-KEYWORD = WS-PENDING-MARKER
                   SET WS-PENDING-MATCHES TO TRUE
                   PERFORM 4160-COMPARE-PENDING-CARDS
               END-IF
               CLOSE PENDING-PARM-FILE
           END-IF.

       4160-COMPARE-PENDING-CARDS.
           MOVE 'N' TO WS-PARM-EOF-SW.
           MOVE 'N' TO WS-PEND-EOF-SW.
      *  NO RUNPARM AT ALL (COMPILED DEFAULTS) MATCHES ONLY A
      *  COPY WITH NOTHING BEHIND ITS MARKER.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               PERFORM 4170-COMPARE-ONE-CARD
                   UNTIL NOT WS-PENDING-MATCHES
                       OR (WS-PARM-EOF AND WS-PEND-EOF)
               CLOSE PARM-FILE
           ELSE
               SET WS-PARM-EOF TO TRUE
               PERFORM 4170-COMPARE-ONE-CARD
                   UNTIL NOT WS-PENDING-MATCHES
                       OR (WS-PARM-EOF AND WS-PEND-EOF)
           END-IF.

       4170-COMPARE-ONE-CARD.
           IF NOT WS-PARM-EOF
               READ PARM-FILE
                   AT END
                       SET WS-PARM-EOF TO TRUE
               END-READ
           END-IF.
           READ PENDING-PARM-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-PARM-EOF AND WS-PEND-EOF
                   CONTINUE
               WHEN WS-PARM-EOF OR WS-PEND-EOF
                   MOVE 'N' TO WS-PENDING-MATCH-SW
               WHEN RUN-PARM-RECORD NOT = PENDING-PARM-RECORD
                   MOVE 'N' TO WS-PENDING-MATCH-SW
           END-EVALUATE.

      *****************************************************
      *  ONLY A CARD THAT ACTUALLY DECIDES - A GOOD APPROVE
      *  OR A CHECKER'S REJECT - IS USED UP.  ONE THAT FAILS
      *  THE EDITS IS LEFT FOR THE OPERATOR TO SEE AND
      *  REPLACE, EXCEPT A CARD FOR A RUNPARM THAT IS NOT
      *  THE ONE REVIEWED: IT IS USED UP TOO, SO IT CANNOT
      *  PASS THE RUNPARM SAVED IN ITS PLACE.
      *****************************************************
       4200-JUDGE-APPROVAL.
           SET WS-REJECTED TO TRUE.
           EVALUATE TRUE
               WHEN WS-OPERATOR-ID = SPACES
                   MOVE 'NO OPERATOR-ID ON SUBMITTED RUNPARM'
                       TO WS-REASON
               WHEN NOT WS-CARD-FOUND
                   MOVE 'AWAITING SECOND APPROVAL'
                       TO WS-REASON
                   SET WS-SAVE-PENDING TO TRUE
               WHEN CA-APPROVER-ID = SPACES
                   MOVE 'NO APPROVER ID ON APPROVAL CARD'
                       TO WS-REASON
               WHEN CA-APPROVER-ID = WS-OPERATOR-ID
                   MOVE 'APPROVER IS THE SUBMITTING OPERATOR'
                       TO WS-REASON
               WHEN CA-IS-REJECT
                   MOVE 'REJECTED BY THE APPROVER'
                       TO WS-REASON
                   SET WS-CONSUME-CARD TO TRUE
               WHEN NOT CA-IS-APPROVE
                   MOVE 'APPROVAL DECISION NOT RECOGNISED'
                       TO WS-REASON
               WHEN NOT WS-PENDING-MATCHES
                   MOVE 'RUNPARM IS NOT THE COPY REVIEWED'
                       TO WS-REASON
                   SET WS-CONSUME-CARD TO TRUE
                   SET WS-SAVE-PENDING TO TRUE
               WHEN CA-CHANGE-COUNT IS NOT NUMERIC
                   OR WS-CARD-CHANGE-COUNT NOT = WS-DIFF-COUNT
                   MOVE 'APPROVED COUNT DIFFERS FROM REPORT'
                       TO WS-REASON
               WHEN OTHER
                   SET WS-APPROVED TO TRUE
                   SET WS-CONSUME-CARD TO TRUE
           END-EVALUATE.

       4300-LOG-ONE-DIFFERENCE.
           MOVE SPACES TO CHANGE-LOG-RECORD.
           SET CL-IS-DIFFERENCE TO TRUE.
           MOVE WS-APPROVER-ID TO CL-APPROVER.
           MOVE WS-DIF-KEYWORD(WS-DIFF-INDEX) TO CL-ITEM.
           MOVE WS-DIF-QUALIFIER(WS-DIFF-INDEX) TO CL-QUALIFIER.
           MOVE WS-DIF-CHANGE(WS-DIFF-INDEX) TO CL-CHANGE.
           MOVE WS-DIF-BEFORE(WS-DIFF-INDEX) TO CL-BEFORE.
           MOVE WS-DIF-AFTER(WS-DIFF-INDEX) TO CL-AFTER.
           PERFORM 4500-WRITE-LOG-ENTRY.

       4500-WRITE-LOG-ENTRY.
           MOVE WS-CD-DATE TO CL-LOG-DATE.
           MOVE WS-CD-TIME TO CL-LOG-TIME.
           SET CL-FROM-RUNPARM TO TRUE.
           MOVE WS-OPERATOR-ID TO CL-SUBMITTER.
           WRITE CHANGE-LOG-RECORD.
           IF WS-CHGLOG-STATUS NOT = '00'
               DISPLAY 'BRCHGCTL - CANNOT WRITE CHANGE LOG, STATUS='
                   WS-CHGLOG-STATUS
               STOP RUN
           END-IF.

      *****************************************************
      *  THE APPROVED RUNPARM IS COPIED CARD FOR CARD,
      *  COMMENTS INCLUDED, SO RUNPAPPR IS EXACTLY WHAT WAS
      *  SIGNED OFF.  AN UNCHANGED ONE IS COPIED TOO, SO A
      *  MOVED CARD OR EDITED COMMENT - NO DIFFERENCE HERE -
      *  IS NOT TAKEN BY BRJOBCTL FOR AN UNAPPROVED RUNPARM.
      *****************************************************
       4600-REPLACE-APPROVED-COPY.
           OPEN OUTPUT APPROVED-PARM-FILE.
           IF WS-APPR-STATUS NOT = '00'
               DISPLAY 'BRCHGCTL - CANNOT REWRITE APPROVED COPY, '
                   'STATUS=' WS-APPR-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-PARM-EOF-SW.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               PERFORM UNTIL WS-PARM-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           MOVE RUN-PARM-RECORD
                               TO APPROVED-PARM-RECORD
                           WRITE APPROVED-PARM-RECORD
                           IF WS-APPR-STATUS NOT = '00'
                               DISPLAY 'BRCHGCTL - CANNOT WRITE '
                                   'APPROVED COPY, STATUS='
                                   WS-APPR-STATUS
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.
           CLOSE APPROVED-PARM-FILE.

       4700-CONSUME-APPROVAL-CARD.
           OPEN OUTPUT APPROVAL-CARD-FILE.
           IF WS-CARD-STATUS = '00'
               CLOSE APPROVAL-CARD-FILE
           ELSE
               DISPLAY 'BRCHGCTL - CANNOT CLEAR APPROVAL CARD, '
                   'STATUS=' WS-CARD-STATUS
           END-IF.

      *****************************************************
      *  THE HELD RUNPARM, CARD FOR CARD BEHIND THE MARKER,
      *  AS THE CHECKER WILL SEE IT ON BRCHGRPT.
      *****************************************************
       4800-SAVE-PENDING-COPY.
           OPEN OUTPUT PENDING-PARM-FILE.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'BRCHGCTL - CANNOT SAVE PENDING RUNPARM, '
                   'STATUS=' WS-PEND-STATUS
               STOP RUN
           END-IF.
           MOVE WS-PENDING-MARKER TO PP-KEYWORD.
           MOVE SPACES TO PP-VALUE.
           STRING WS-CD-DATE ' ' WS-CD-TIME ' ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO PP-VALUE.
           WRITE PENDING-PARM-RECORD.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'BRCHGCTL - CANNOT WRITE PENDING RUNPARM, '
                   'STATUS=' WS-PEND-STATUS
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-PARM-EOF-SW.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               PERFORM UNTIL WS-PARM-EOF
                   READ PARM-FILE
                       AT END
                           SET WS-PARM-EOF TO TRUE
                       NOT AT END
                           MOVE RUN-PARM-RECORD
                               TO PENDING-PARM-RECORD
                           WRITE PENDING-PARM-RECORD
                           IF WS-PEND-STATUS NOT = '00'
                               DISPLAY 'BRCHGCTL - CANNOT WRITE '
                                   'PENDING RUNPARM, STATUS='
                                   WS-PEND-STATUS
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.
           CLOSE PENDING-PARM-FILE.

       4850-CLEAR-PENDING-COPY.
           OPEN OUTPUT PENDING-PARM-FILE.
           IF WS-PEND-STATUS = '00'
               CLOSE PENDING-PARM-FILE
           ELSE
               DISPLAY 'BRCHGCTL - CANNOT CLEAR PENDING RUNPARM, '
                   'STATUS=' WS-PEND-STATUS
           END-IF.

       6000-PRINT-DIFFERENCES.
           PERFORM 7050-PRINT-REPORT-HEADERS.
           PERFORM VARYING WS-DIFF-INDEX FROM 1 BY 1
               UNTIL WS-DIFF-INDEX > WS-DIFF-COUNT
               PERFORM 6100-PRINT-ONE-DIFFERENCE
           END-PERFORM.
           MOVE WS-ADDED-COUNT TO WS-RS-ADDED.
           MOVE WS-CHANGED-COUNT TO WS-RS-CHANGED.
           MOVE WS-REMOVED-COUNT TO WS-RS-REMOVED.
           MOVE WS-DIFF-COUNT TO WS-RS-TOTAL.
           WRITE RPT-LINE FROM WS-RPT-SUMMARY-1
               AFTER ADVANCING 2.
           ADD 2 TO WS-REPORT-LINE-COUNT.

       6100-PRINT-ONE-DIFFERENCE.
           IF WS-REPORT-LINE-COUNT + 2 > WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE SPACES TO WS-DL-CHANGE.
           EVALUATE WS-DIF-CHANGE(WS-DIFF-INDEX)
               WHEN 'A'
                   MOVE 'ADDED' TO WS-DL-CHANGE
               WHEN 'C'
                   MOVE 'CHANGED' TO WS-DL-CHANGE
               WHEN 'R'
                   MOVE 'REMOVED' TO WS-DL-CHANGE
           END-EVALUATE.
           MOVE WS-DIF-KEYWORD(WS-DIFF-INDEX) TO WS-DL-KEYWORD.
           MOVE WS-DIF-QUALIFIER(WS-DIFF-INDEX) TO WS-DL-QUALIFIER.
           MOVE 'BEFORE: ' TO WS-DL-LABEL.
           MOVE WS-DIF-BEFORE(WS-DIFF-INDEX) TO WS-DL-VALUE.
           WRITE RPT-LINE FROM WS-DIFF-LINE
               AFTER ADVANCING 1.
           MOVE SPACES TO WS-DL-CHANGE.
           MOVE SPACES TO WS-DL-KEYWORD.
           MOVE SPACES TO WS-DL-QUALIFIER.
           MOVE 'AFTER:  ' TO WS-DL-LABEL.
           MOVE WS-DIF-AFTER(WS-DIFF-INDEX) TO WS-DL-VALUE.
           WRITE RPT-LINE FROM WS-DIFF-LINE
               AFTER ADVANCING 1.
           ADD 2 TO WS-REPORT-LINE-COUNT.

       6200-PRINT-RESULT.
           WRITE RPT-LINE FROM WS-RPT-RESULT
               AFTER ADVANCING 2.
           ADD 2 TO WS-REPORT-LINE-COUNT.

       7050-PRINT-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-CD-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           MOVE WS-OPERATOR-ID TO WS-HDR-OPERATOR.
           WRITE RPT-LINE FROM WS-RPT-HDR-1
               AFTER ADVANCING PAGE.
           WRITE RPT-LINE FROM WS-RPT-HDR-2
               AFTER ADVANCING 1.
           WRITE RPT-LINE FROM WS-RPT-HDR-3
               AFTER ADVANCING 2.
           MOVE 4 TO WS-REPORT-LINE-COUNT.

       9900-TERMINATE.
           CLOSE CHANGE-LOG-FILE.
           CLOSE REPORT-FILE.
