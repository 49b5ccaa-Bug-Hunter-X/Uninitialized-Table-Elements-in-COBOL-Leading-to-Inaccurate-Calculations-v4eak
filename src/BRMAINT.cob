      *  FOR A MONTH AFTER A CONSOLIDATION.  PERIOD TOTALS
      *  FOLD ONLY WHERE BOTH BRANCHES TRACK THE SAME
      *  PERIOD - A DORMANT BRANCH'S STALE TOTALS MUST NOT
      *  INFLATE THE SURVIVOR.  THE ABSORBED BRANCH'S
      *  MONTHLY TARGETS FROM THE MERGE MONTH ON FOLD INTO
      *  THE SURVIVOR'S THE SAME WAY, MONTH BY MONTH.
      *
      *  CLOSES, REGION CHANGES AND MERGES ARE UNDER DUAL
      *  CONTROL - ONE IS APPLIED ONLY WHEN THE TRANSACTION
      *  CARRIES AN APPROVER OTHER THAN ITS SUBMITTER.  THE
      *  APPROVAL OR REJECTION IS APPENDED TO THE CHANGE-
      *  CONTROL LOG (CHGLOG); WHETHER AN APPROVED CHANGE
      *  THEN PASSED THE MASTER EDITS IS ON BRMNTRPT.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HR-BRANCH-CODE
               FILE STATUS IS WS-HIST-STATUS.

           SELECT TARGET-FILE ASSIGN TO "BRTARGET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TG-KEY
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT PRIOR-FILE ASSIGN TO "PRIORTOT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRHIST.

       FD  TARGET-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRTARGT.

       FD  PRIOR-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS OMITTED.
       01  RPT-LINE                       PIC X(132).

       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRCHGLG.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-PEND-STATUS              PIC X(2).
           05  WS-MASTER-STATUS            PIC X(2).
           05  WS-HIST-STATUS              PIC X(2).
           05  WS-TARGET-STATUS            PIC X(2).
           05  WS-PRIOR-STATUS             PIC X(2).
           05  WS-RPT-STATUS               PIC X(2).
           05  WS-CHGLOG-STATUS            PIC X(2).

       01  WS-SWITCHES.
           05  WS-MNTTRN-EOF-SW            PIC X VALUE 'N'.
               88  WS-PRIOR-EOF                  VALUE 'Y'.
           05  WS-HIST-AVAIL-SW            PIC X VALUE 'N'.
               88  WS-HIST-AVAILABLE             VALUE 'Y'.
           05  WS-TGT-AVAIL-SW             PIC X VALUE 'N'.
               88  WS-TGT-AVAILABLE              VALUE 'Y'.
           05  WS-TGT-EOF-SW               PIC X VALUE 'N'.
               88  WS-TGT-EOF                    VALUE 'Y'.
           05  WS-PRIOR-CHANGED-SW         PIC X VALUE 'N'.
               88  WS-PRIOR-CHANGED              VALUE 'Y'.
           05  WS-MASTER-HIT-SW            PIC X VALUE 'N'.
               88  WS-MASTER-HIT                 VALUE 'Y'.
           05  WS-PRI-FOUND-SW             PIC X VALUE 'N'.
               88  WS-PRI-FOUND                  VALUE 'Y'.
           05  WS-DUAL-APPROVED-SW         PIC X VALUE 'N'.
               88  WS-DUAL-APPROVED              VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-PRIOR-MAX-ENTRIES        PIC 9(5) VALUE 500.
           05  WS-FOLD-MAX-ENTRIES         PIC 9(3) VALUE 60.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.

      *****************************************************
               10  WS-PRI-CODE             PIC X(4).
               10  WS-PRI-TOTAL            PIC S9(5).

      *****************************************************
      *  THE ABSORBED BRANCH'S TARGET MONTHS, GATHERED
      *  BEFORE ANY IS FOLDED SO THE SURVIVOR'S READS AND
      *  WRITES DO NOT DISTURB THE BROWSE.
      *****************************************************
       01  WS-FOLD-TABLE.
           05  WS-FOLD-COUNT               PIC 9(3) VALUE 0.
           05  WS-FOLD-ENTRY OCCURS 60 TIMES.
               10  WS-FOLD-MONTH           PIC 9(6).
               10  WS-FOLD-TGT-COUNT       PIC 9(7).
               10  WS-FOLD-TGT-AMOUNT      PIC 9(11)V99.

       01  WS-WORK-FIELDS.
           05  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
           05  WS-COUNTER                  PIC 9(5) VALUE 0.
           05  WS-PRI-INDEX                PIC 9(5) VALUE 0.
           05  WS-PRI-LOOKUP               PIC X(4) VALUE SPACES.
           05  WS-FOLD-INDEX               PIC 9(3) VALUE 0.
           05  WS-TRANX-COUNT              PIC 9(5) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
           05  WS-PENDING-COUNT            PIC 9(5) VALUE 0.
               10  WS-SH-POSTED            PIC 9(8).
               10  WS-SH-LAST-DAY          PIC S9(7).

       01  WS-CURRENT-DATE-TIME-RAW        PIC X(21).
       01  WS-CURRENT-DATE-TIME-FIELDS REDEFINES
                   WS-CURRENT-DATE-TIME-RAW.
           05  WS-CD-DATE                  PIC 9(8).
           05  WS-CD-TIME                  PIC 9(6).
           05  FILLER                      PIC X(7).

       01  WS-RPT-HDR-1.
           05  FILLER                      PIC X(9)
                   VALUE 'BRMAINT -'.
      *  (FIRST-TIME SETUP) EVERY TRANSACTION IS EFFECTIVE.
      *****************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME-RAW.
           OPEN INPUT DATE-CONTROL-FILE.
           IF WS-DATEC-STATUS = '00'
               READ DATE-CONTROL-FILE
                   'MERGES WILL NOT FOLD PERIOD HISTORY'
           END-IF.

           OPEN I-O TARGET-FILE.
           IF WS-TARGET-STATUS = '00'
               SET WS-TGT-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'BRMAINT - TARGET FILE NOT AVAILABLE, '
                   'MERGES WILL NOT FOLD BRANCH TARGETS'
           END-IF.

           OPEN OUTPUT PENDING-FILE.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'BRMAINT - CANNOT OPEN PENDING FILE, '
           END-IF.
           MOVE 99 TO WS-REPORT-LINE-COUNT.

           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHGLOG-STATUS NOT = '00'
               OPEN OUTPUT CHANGE-LOG-FILE
               IF WS-CHGLOG-STATUS NOT = '00'
                   DISPLAY 'BRMAINT - CANNOT OPEN CHANGE LOG, '
                       'STATUS=' WS-CHGLOG-STATUS
                   STOP RUN
               END-IF
           END-IF.

           PERFORM 1500-LOAD-PRIOR-TABLE.

       1500-LOAD-PRIOR-TABLE.
                   WHEN MT-IS-ADD
                       PERFORM 3100-APPLY-ADD
                   WHEN MT-IS-CLOSE
                       PERFORM 3700-CHECK-DUAL-CONTROL
                       IF WS-DUAL-APPROVED
                           PERFORM 3200-APPLY-CLOSE
                       END-IF
                   WHEN MT-IS-NAME-CHG
                       PERFORM 3300-APPLY-NAME-CHANGE
                   WHEN MT-IS-REGION-CHG
                       PERFORM 3700-CHECK-DUAL-CONTROL
                       IF WS-DUAL-APPROVED
                           PERFORM 3400-APPLY-REGION-CHANGE
                       END-IF
                   WHEN MT-IS-MERGE
                       PERFORM 3700-CHECK-DUAL-CONTROL
                       IF WS-DUAL-APPROVED
                           PERFORM 3500-APPLY-MERGE
                       END-IF
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION - REJECTED'
                           TO WS-AL-DISPOSITION
               MOVE 'O' TO BM-STATUS
               MOVE MT-EFFECTIVE-DATE TO BM-OPEN-DATE
               MOVE 0 TO BM-CLOSE-DATE
               MOVE 0 TO BM-MERGE-DATE
               WRITE BRANCH-MASTER-RECORD
                   INVALID KEY
                       MOVE 'WRITE FAILED - REJECTED'
           MOVE WS-SAVED-MASTER TO BRANCH-MASTER-RECORD.
           MOVE 'C' TO BM-STATUS.
           MOVE MT-EFFECTIVE-DATE TO BM-CLOSE-DATE.
           MOVE MT-MERGE-INTO TO BM-MERGED-INTO.
           MOVE MT-EFFECTIVE-DATE TO BM-MERGE-DATE.
           REWRITE BRANCH-MASTER-RECORD.
           MOVE SPACES TO WS-AL-DISPOSITION.
           STRING 'MERGED INTO ' MT-MERGE-INTO
           IF WS-HIST-AVAILABLE
               PERFORM 3550-FOLD-PERIOD-HISTORY
           END-IF.
           IF WS-TGT-AVAILABLE
               PERFORM 3570-FOLD-BRANCH-TARGETS
           END-IF.
           PERFORM 3580-FOLD-PRIOR-BASELINE.

      *****************************************************
                   REWRITE HIST-RECORD
           END-READ.

      *****************************************************
      *  FOLD THE ABSORBED BRANCH'S TARGETS INTO THE
      *  SURVIVOR'S, MONTH BY MONTH, FROM THE MERGE MONTH
      *  ON - THE MERGED BRANCH'S BUSINESS IS NOW THE
      *  SURVIVOR'S TO DELIVER.  A MONTH THE SURVIVOR HAS NO
      *  TARGET FOR CARRIES THE ABSORBED TARGET OVER.  THE
      *  MONTHS BEFORE THE MERGE ARE CLOSED BUSINESS AND
      *  STAY WITH THE ABSORBED BRANCH.
      *****************************************************
       3570-FOLD-BRANCH-TARGETS.
           MOVE 0 TO WS-FOLD-COUNT.
           MOVE 'N' TO WS-TGT-EOF-SW.
           MOVE MT-BRANCH-CODE TO TG-BRANCH-CODE.
           COMPUTE TG-TARGET-MONTH = MT-EFFECTIVE-DATE / 100.
           START TARGET-FILE KEY IS NOT LESS THAN TG-KEY
               INVALID KEY
                   SET WS-TGT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-TGT-EOF
               READ TARGET-FILE NEXT RECORD
                   AT END
                       SET WS-TGT-EOF TO TRUE
                   NOT AT END
                       IF TG-BRANCH-CODE NOT = MT-BRANCH-CODE
                           SET WS-TGT-EOF TO TRUE
                       ELSE
                           PERFORM 3572-GATHER-ONE-TARGET
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING WS-FOLD-INDEX FROM 1 BY 1
               UNTIL WS-FOLD-INDEX > WS-FOLD-COUNT
               PERFORM 3575-FOLD-ONE-TARGET-MONTH
           END-PERFORM.

       3572-GATHER-ONE-TARGET.
           IF WS-FOLD-COUNT >= WS-FOLD-MAX-ENTRIES
               DISPLAY 'BRMAINT - TARGET FOLD TABLE FULL, '
                   'NOT FOLDED: ' TG-BRANCH-CODE ' '
                   TG-TARGET-MONTH
           ELSE
               ADD 1 TO WS-FOLD-COUNT
               MOVE TG-TARGET-MONTH TO WS-FOLD-MONTH(WS-FOLD-COUNT)
               MOVE TG-TARGET-COUNT
                   TO WS-FOLD-TGT-COUNT(WS-FOLD-COUNT)
               MOVE TG-TARGET-AMOUNT
                   TO WS-FOLD-TGT-AMOUNT(WS-FOLD-COUNT)
           END-IF.

       3575-FOLD-ONE-TARGET-MONTH.
           MOVE MT-BRANCH-CODE TO TG-BRANCH-CODE.
           MOVE WS-FOLD-MONTH(WS-FOLD-INDEX) TO TG-TARGET-MONTH.
           DELETE TARGET-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE MT-MERGE-INTO TO TG-BRANCH-CODE.
           MOVE WS-FOLD-MONTH(WS-FOLD-INDEX) TO TG-TARGET-MONTH.
           READ TARGET-FILE
               INVALID KEY
                   MOVE SPACES TO TARGET-RECORD
                   MOVE MT-MERGE-INTO TO TG-BRANCH-CODE
                   MOVE WS-FOLD-MONTH(WS-FOLD-INDEX)
                       TO TG-TARGET-MONTH
                   MOVE WS-FOLD-TGT-COUNT(WS-FOLD-INDEX)
                       TO TG-TARGET-COUNT
                   MOVE WS-FOLD-TGT-AMOUNT(WS-FOLD-INDEX)
                       TO TG-TARGET-AMOUNT
                   MOVE WS-BUSINESS-DATE TO TG-LAST-MAINT-DATE
                   SET TG-HAS-MERGED-TARGET TO TRUE
                   WRITE TARGET-RECORD
               NOT INVALID KEY
                   ADD WS-FOLD-TGT-COUNT(WS-FOLD-INDEX)
                       TO TG-TARGET-COUNT
                   ADD WS-FOLD-TGT-AMOUNT(WS-FOLD-INDEX)
                       TO TG-TARGET-AMOUNT
                   MOVE WS-BUSINESS-DATE TO TG-LAST-MAINT-DATE
                   SET TG-HAS-MERGED-TARGET TO TRUE
                   REWRITE TARGET-RECORD
           END-READ.

      *****************************************************
      *  FOLD THE PRIOR-DAY BASELINE SO TOMORROW'S VARIANCE
      *  CHECK COMPARES THE COMBINED BRANCH AGAINST THE
               TO WS-AL-DISPOSITION.
           PERFORM 7100-PRINT-ACTION-LINE.

      *****************************************************
      *  MAKER-CHECKER.  THE SUBMITTER AND THE APPROVER MUST
      *  BOTH BE NAMED AND MUST BE TWO DIFFERENT USERS.  A
      *  TRANSACTION HELD PENDING IS JUDGED WHEN IT FALLS
      *  DUE, SO EACH DECISION IS LOGGED ONCE.
      *****************************************************
       3700-CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-DUAL-APPROVED-SW.
           MOVE SPACES TO CHANGE-LOG-RECORD.
           EVALUATE TRUE
               WHEN MT-SUBMITTER-ID = SPACES
                   MOVE 'NO SUBMITTER ID' TO CL-REASON
               WHEN MT-APPROVER-ID = SPACES
                   MOVE 'NO APPROVER ID' TO CL-REASON
               WHEN MT-APPROVER-ID = MT-SUBMITTER-ID
                   MOVE 'APPROVER IS THE SUBMITTER'
                       TO CL-REASON
               WHEN OTHER
                   SET WS-DUAL-APPROVED TO TRUE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN MT-IS-CLOSE
                   MOVE 'CLOSE' TO CL-ITEM
               WHEN MT-IS-REGION-CHG
                   MOVE 'REGION CHANGE' TO CL-ITEM
               WHEN MT-IS-MERGE
                   MOVE 'MERGE' TO CL-ITEM
           END-EVALUATE.
           IF WS-DUAL-APPROVED
               SET CL-IS-APPROVED TO TRUE
               EVALUATE TRUE
                   WHEN MT-IS-CLOSE
                       STRING 'EFFECTIVE ' MT-EFFECTIVE-DATE
                           DELIMITED BY SIZE INTO CL-REASON
                   WHEN MT-IS-REGION-CHG
                       STRING 'REGION ' MT-NEW-REGION
                           ' DISTRICT ' MT-NEW-DISTRICT
                           ' EFF ' MT-EFFECTIVE-DATE
                           DELIMITED BY SIZE INTO CL-REASON
                   WHEN MT-IS-MERGE
                       STRING 'INTO ' MT-MERGE-INTO
                           ' EFFECTIVE ' MT-EFFECTIVE-DATE
                           DELIMITED BY SIZE INTO CL-REASON
               END-EVALUATE
           ELSE
               SET CL-IS-REJECTED TO TRUE
               MOVE SPACES TO WS-AL-DISPOSITION
               STRING CL-REASON DELIMITED BY '  '
                   ' - REJECTED' DELIMITED BY SIZE
                   INTO WS-AL-DISPOSITION
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 7100-PRINT-ACTION-LINE
           END-IF.
           MOVE WS-CD-DATE TO CL-LOG-DATE.
           MOVE WS-CD-TIME TO CL-LOG-TIME.
           SET CL-FROM-BRMAINT TO TRUE.
           MOVE MT-SUBMITTER-ID TO CL-SUBMITTER.
           MOVE MT-APPROVER-ID TO CL-APPROVER.
           MOVE MT-BRANCH-CODE TO CL-QUALIFIER.
           WRITE CHANGE-LOG-RECORD.
           IF WS-CHGLOG-STATUS NOT = '00'
               DISPLAY 'BRMAINT - CANNOT WRITE CHANGE LOG, STATUS='
                   WS-CHGLOG-STATUS
               STOP RUN
           END-IF.

       7050-PRINT-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-BUSINESS-DATE TO WS-HDR-RUN-DATE.
           IF WS-HIST-AVAILABLE
               CLOSE HIST-FILE
           END-IF.
           IF WS-TGT-AVAILABLE
               CLOSE TARGET-FILE
           END-IF.
           CLOSE PENDING-FILE.
           CLOSE REPORT-FILE.
           CLOSE CHANGE-LOG-FILE.
           IF WS-ERROR-COUNT > 0
               DISPLAY 'BRMAINT - COMPLETED WITH '
                   WS-ERROR-COUNT ' ERRORS, SEE BRMNTRPT'
