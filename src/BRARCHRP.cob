      *  THE GENERATIONS TO SEARCH ARE CONCATENATED ON
      *  ARCHIN.  AUDIT ENVELOPES PRINT AS RUN HISTORY
      *  LINES; SUSPENSE ENVELOPES ROLL UP INTO A COUNT BY
      *  REJECT REASON.  CHANGE-CONTROL ENVELOPES (CHG) PRINT
      *  ONE CHANGE LINE PER MAKER-CHECKER DECISION - WHO
      *  SUBMITTED, WHO APPROVED OR REJECTED, AND WHY; THE
      *  DIFFERENCE ENTRIES BEHIND A DECISION ARE COUNTED.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  WS-REASON-FOUND               VALUE 'Y'.

      *****************************************************
      *  THE ARCHIVED AUDIT, SUSPENSE AND CHANGE-CONTROL
      *  RECORDS ARE UNWRAPPED FROM AR-DATA INTO
      *  WORKING-STORAGE COPIES OF THE SAME LAYOUTS THE LIVE
      *  FILES CARRY.
      *****************************************************
           COPY BRAUDIT.

           COPY BRSUSP.

           COPY BRCHGLG.

       01  WS-REASON-TABLE.
           05  WS-REASON-COUNT             PIC 9(3) VALUE 0.
           05  WS-REASON-ENTRY OCCURS 50 TIMES.
           05  WS-ARCH-READ                PIC 9(7) VALUE 0.
           05  WS-RUNS-REPORTED            PIC 9(7) VALUE 0.
           05  WS-SUSP-REPORTED            PIC 9(7) VALUE 0.
           05  WS-DECISIONS-REPORTED       PIC 9(7) VALUE 0.
           05  WS-DIFFS-READ               PIC 9(7) VALUE 0.
           05  WS-REPORT-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
           05  WS-LINES-PER-PAGE           PIC 9(3) VALUE 50.
                   VALUE '  ITEMS: '.
           05  WS-RN-COUNT                 PIC ZZZZZZ9.

       01  WS-CHANGE-LINE.
           05  FILLER                      PIC X(8) VALUE 'CHANGE'.
           05  WS-CG-DATE                  PIC 9999/99/99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CG-TIME                  PIC 99/99/99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CG-SOURCE                PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CG-TYPE                  PIC X(9).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CG-SUBMITTER             PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CG-APPROVER              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CG-ITEM                  PIC X(20).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CG-REASON                PIC X(36).

       01  WS-RPT-SUMMARY-1.
           05  FILLER                      PIC X(16)
                   VALUE 'ARCHIVE READ: '.
           05  FILLER                      PIC X(19)
                   VALUE '  SUSPENSE ITEMS: '.
           05  WS-RS-SUSP                  PIC ZZZZZZ9.
           05  FILLER                      PIC X(20)
                   VALUE '  CHANGE DECISIONS: '.
           05  WS-RS-DECISIONS             PIC ZZZZZZ9.
           05  FILLER                      PIC X(15)
                   VALUE '  DIFFERENCES: '.
           05  WS-RS-DIFFS                 PIC ZZZZZZ9.

       PROCEDURE DIVISION.

                           PERFORM 3200-REPORT-ONE-RUN
                       WHEN AR-IS-SUSPENSE
                           PERFORM 3300-TALLY-ONE-SUSPENSE
                       WHEN AR-IS-CHANGE-LOG
                           PERFORM 3400-REPORT-ONE-CHANGE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *****************************************************
      *  A DECISION PRINTS; THE 'D' DIFFERENCE ENTRIES
      *  LOGGED AHEAD OF IT ARE ONLY COUNTED - THEIR BEFORE
      *  AND AFTER VALUES ARE ON THE BRCHGRPT OF THE NIGHT.
      *****************************************************
       3400-REPORT-ONE-CHANGE.
           MOVE AR-DATA(1:100) TO CHANGE-LOG-RECORD.
           IF CL-IS-DIFFERENCE
               ADD 1 TO WS-DIFFS-READ
           ELSE
               IF WS-REPORT-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 7050-PRINT-REPORT-HEADERS
               END-IF
               MOVE CL-LOG-DATE TO WS-CG-DATE
               MOVE CL-LOG-TIME TO WS-CG-TIME
               MOVE CL-SOURCE TO WS-CG-SOURCE
               EVALUATE TRUE
                   WHEN CL-IS-APPROVED
                       MOVE 'APPROVED' TO WS-CG-TYPE
                   WHEN CL-IS-REJECTED
                       MOVE 'REJECTED' TO WS-CG-TYPE
                   WHEN CL-IS-NO-CHANGE
                       MOVE 'NO CHANGE' TO WS-CG-TYPE
                   WHEN OTHER
                       MOVE CL-ENTRY-TYPE TO WS-CG-TYPE
               END-EVALUATE
               MOVE CL-SUBMITTER TO WS-CG-SUBMITTER
               MOVE CL-APPROVER TO WS-CG-APPROVER
               MOVE CL-ITEM TO WS-CG-ITEM
               MOVE CL-REASON TO WS-CG-REASON
               WRITE RPT-LINE FROM WS-CHANGE-LINE
                   AFTER ADVANCING 1
               ADD 1 TO WS-REPORT-LINE-COUNT
               ADD 1 TO WS-DECISIONS-REPORTED
           END-IF.

       6000-PRINT-SUSPENSE-SUMMARY.
           IF WS-REASON-COUNT > 0
               MOVE SPACES TO RPT-LINE
           MOVE WS-ARCH-READ TO WS-RS-READ.
           MOVE WS-RUNS-REPORTED TO WS-RS-RUNS.
           MOVE WS-SUSP-REPORTED TO WS-RS-SUSP.
           MOVE WS-DECISIONS-REPORTED TO WS-RS-DECISIONS.
           MOVE WS-DIFFS-READ TO WS-RS-DIFFS.
           WRITE RPT-LINE FROM WS-RPT-SUMMARY-1
               AFTER ADVANCING 2.

