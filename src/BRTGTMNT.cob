       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRTGTMNT.
      *****************************************************
      *  BRTGTMNT - BRANCH TARGET MAINTENANCE
      *
      *  APPLIES A TRANSACTION FILE OF ADDS, CHANGES AND
      *  DELETES OF BRANCH MONTHLY TARGETS AGAINST THE
      *  INDEXED BRTARGET FILE, WITH THE SAME EDITS AND
      *  BEFORE/AFTER MAINTENANCE REPORT AS BRMAINT, SO THE
      *  TARGETS BRANCH MANAGEMENT SETS ARE NO LONGER KEPT
      *  ON A SPREADSHEET.
      *
      *  A TARGET IS FOR A BRANCH ON THE MASTER AND A MONTH
      *  THE CURRENT BUSINESS DATE HAS NOT YET CLOSED -
      *  RESETTING A FINISHED MONTH'S TARGET AFTER THE FACT
      *  WOULD REWRITE ITS ATTAINMENT.  A NEW TARGET MAY NOT
      *  BE SET FOR A CLOSED BRANCH.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATEC-STATUS.

           SELECT TARGET-TRANX-FILE ASSIGN TO "TGTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TGTTRN-STATUS.

           SELECT MASTER-FILE ASSIGN TO "BRMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT TARGET-FILE ASSIGN TO "BRTARGET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TG-KEY
               FILE STATUS IS WS-TARGET-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRTGTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRDATEC.

       FD  TARGET-TRANX-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRTGTTRN.

       FD  MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRMSTR.

       FD  TARGET-FILE
           RECORD CONTAINS 50 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRTARGT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS OMITTED.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-DATEC-STATUS             PIC X(2).
           05  WS-TGTTRN-STATUS            PIC X(2).
           05  WS-MASTER-STATUS            PIC X(2).
           05  WS-TARGET-STATUS            PIC X(2).
           05  WS-RPT-STATUS               PIC X(2).

       01  WS-SWITCHES.
           05  WS-TGTTRN-EOF-SW            PIC X VALUE 'N'.
               88  WS-TGTTRN-EOF                 VALUE 'Y'.
           05  WS-TRANX-VALID-SW           PIC X VALUE 'N'.
               88  WS-TRANX-VALID                VALUE 'Y'.
           05  WS-TARGET-HIT-SW            PIC X VALUE 'N'.
               88  WS-TARGET-HIT                 VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.

       01  WS-WORK-FIELDS.
           05  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
           05  WS-BUSINESS-MONTH           PIC 9(6) VALUE 0.
           05  WS-TRANX-COUNT              PIC 9(5) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
           05  WS-REPORT-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.

      *****************************************************
      *  A PRINTABLE VIEW OF A TARGET RECORD - THE AMOUNT
      *  IS PACKED, SO THE RAW RECORD IS NO USE AS A
      *  BEFORE/AFTER IMAGE.
      *****************************************************
       01  WS-SAVED-TARGET-IMAGE           PIC X(80) VALUE SPACES.
       01  WS-TARGET-IMAGE.
           05  WS-TI-BRANCH                PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TI-MONTH                 PIC 9999/99.
           05  FILLER                      PIC X(9)
                   VALUE '  COUNT: '.
           05  WS-TI-COUNT                 PIC Z(6)9.
           05  FILLER                      PIC X(10)
                   VALUE '  AMOUNT: '.
           05  WS-TI-AMOUNT                PIC Z(10)9.99.
           05  FILLER                      PIC X(9)
                   VALUE '  MAINT: '.
           05  WS-TI-MAINT-DATE            PIC 9999/99/99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TI-MERGED                PIC X(6).

       01  WS-RPT-HDR-1.
           05  FILLER                      PIC X(10)
                   VALUE 'BRTGTMNT -'.
           05  FILLER                      PIC X(22)
                   VALUE ' TARGET MAINTENANCE'.
           05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE             PIC 9999/99/99.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NO              PIC ZZ9.

       01  WS-ACTION-LINE.
           05  FILLER                      PIC X(8)
                   VALUE 'ACTION: '.
           05  WS-AL-ACTION                PIC X(1).
           05  FILLER                      PIC X(9)
                   VALUE '  BRANCH '.
           05  WS-AL-BRANCH                PIC X(4).
           05  FILLER                      PIC X(8)
                   VALUE '  MONTH '.
           05  WS-AL-MONTH                 PIC X(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AL-DISPOSITION           PIC X(40).

       01  WS-IMAGE-LINE.
           05  WS-IL-LABEL                 PIC X(9).
           05  WS-IL-IMAGE                 PIC X(80).

       01  WS-RPT-SUMMARY-1.
           05  FILLER                      PIC X(20)
                   VALUE 'TRANSACTIONS READ: '.
           05  WS-RS-READ                  PIC ZZZZ9.
           05  FILLER                      PIC X(11)
                   VALUE '  APPLIED: '.
           05  WS-RS-APPLIED               PIC ZZZZ9.
           05  FILLER                      PIC X(11)
                   VALUE '  ERRORS: '.
           05  WS-RS-ERRORS                PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL WS-TGTTRN-EOF
           PERFORM 8900-PRINT-SUMMARY
           PERFORM 9900-TERMINATE
           STOP RUN.

      *****************************************************
      *  THE CLOSED-MONTH FENCE IS THE MONTH OF THE LAST
      *  PROCESSED BUSINESS DATE.  WITH NO DATE CONTROL
      *  RECORD YET (FIRST-TIME SETUP) NO MONTH IS CLOSED.
      *****************************************************
       1000-INITIALIZE.
           OPEN INPUT DATE-CONTROL-FILE.
           IF WS-DATEC-STATUS = '00'
               READ DATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DC-LAST-RUN-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE DATE-CONTROL-FILE
           ELSE
               DISPLAY 'BRTGTMNT - NO DATE CONTROL RECORD, NO '
                   'TARGET MONTH TREATED AS CLOSED'
           END-IF.
           COMPUTE WS-BUSINESS-MONTH = WS-BUSINESS-DATE / 100.

           OPEN INPUT TARGET-TRANX-FILE.
           IF WS-TGTTRN-STATUS NOT = '00'
               DISPLAY 'BRTGTMNT - CANNOT OPEN TARGET '
                   'TRANSACTION FILE, STATUS=' WS-TGTTRN-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'BRTGTMNT - CANNOT OPEN BRANCH MASTER, '
                   'STATUS=' WS-MASTER-STATUS
               STOP RUN
           END-IF.

           OPEN I-O TARGET-FILE.
           IF WS-TARGET-STATUS = '35'
               OPEN OUTPUT TARGET-FILE
               CLOSE TARGET-FILE
               OPEN I-O TARGET-FILE
           END-IF.
           IF WS-TARGET-STATUS NOT = '00'
               DISPLAY 'BRTGTMNT - CANNOT OPEN TARGET FILE, '
                   'STATUS=' WS-TARGET-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BRTGTMNT - CANNOT OPEN REPORT FILE, '
                   'STATUS=' WS-RPT-STATUS
               STOP RUN
           END-IF.
           MOVE 99 TO WS-REPORT-LINE-COUNT.

       2000-PROCESS-TRANSACTIONS.
           READ TARGET-TRANX-FILE
               AT END
                   SET WS-TGTTRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANX-COUNT
                   PERFORM 3000-APPLY-ONE-TRANSACTION
           END-READ.

       3000-APPLY-ONE-TRANSACTION.
           MOVE TT-ACTION TO WS-AL-ACTION.
           MOVE TT-BRANCH-CODE TO WS-AL-BRANCH.
           MOVE TT-TARGET-MONTH TO WS-AL-MONTH.
           PERFORM 3010-EDIT-TRANSACTION.
           IF NOT WS-TRANX-VALID
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 7100-PRINT-ACTION-LINE
           ELSE
               EVALUATE TRUE
                   WHEN TT-IS-ADD
                       PERFORM 3100-APPLY-ADD
                   WHEN TT-IS-CHANGE
                       PERFORM 3200-APPLY-CHANGE
                   WHEN TT-IS-DELETE
                       PERFORM 3300-APPLY-DELETE
               END-EVALUATE
           END-IF.

      *****************************************************
      *  EVERY EDIT IS MADE BEFORE THE TARGET FILE IS
      *  TOUCHED; THE FIRST ONE FAILED NAMES THE REJECT.
      *****************************************************
       3010-EDIT-TRANSACTION.
           MOVE 'N' TO WS-TRANX-VALID-SW.
           EVALUATE TRUE
               WHEN NOT TT-IS-ADD AND NOT TT-IS-CHANGE
                   AND NOT TT-IS-DELETE
                   MOVE 'UNKNOWN ACTION - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN TT-TARGET-MONTH IS NOT NUMERIC
                   OR TT-TARGET-MM < 1 OR TT-TARGET-MM > 12
                   MOVE 'BAD TARGET MONTH - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN TT-TARGET-MONTH < WS-BUSINESS-MONTH
                   MOVE 'MONTH ALREADY CLOSED - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN TT-IS-ADD
                   AND (TT-TARGET-COUNT IS NOT NUMERIC
                       OR TT-TARGET-AMOUNT IS NOT NUMERIC)
                   MOVE 'TARGET NOT NUMERIC - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN TT-IS-CHANGE
                   AND TT-TARGET-COUNT-X NOT = SPACES
                   AND TT-TARGET-COUNT IS NOT NUMERIC
                   MOVE 'TARGET NOT NUMERIC - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN TT-IS-CHANGE
                   AND TT-TARGET-AMOUNT-X NOT = SPACES
                   AND TT-TARGET-AMOUNT IS NOT NUMERIC
                   MOVE 'TARGET NOT NUMERIC - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN OTHER
                   SET WS-TRANX-VALID TO TRUE
           END-EVALUATE.
           IF WS-TRANX-VALID
               MOVE TT-BRANCH-CODE TO BM-BRANCH-CODE
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANX-VALID-SW
                       MOVE 'BRANCH NOT ON MASTER - REJECTED'
                           TO WS-AL-DISPOSITION
                   NOT INVALID KEY
                       IF TT-IS-ADD AND BM-IS-CLOSED
                           MOVE 'N' TO WS-TRANX-VALID-SW
                           MOVE 'BRANCH IS CLOSED - REJECTED'
                               TO WS-AL-DISPOSITION
                       END-IF
               END-READ
           END-IF.

       3050-READ-TARGET-BY-KEY.
           MOVE 'N' TO WS-TARGET-HIT-SW.
           MOVE TT-BRANCH-CODE TO TG-BRANCH-CODE.
           MOVE TT-TARGET-MONTH TO TG-TARGET-MONTH.
           READ TARGET-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-TARGET-HIT TO TRUE
                   PERFORM 7400-FORMAT-TARGET-IMAGE
                   MOVE WS-TARGET-IMAGE TO WS-SAVED-TARGET-IMAGE
           END-READ.

       3100-APPLY-ADD.
           PERFORM 3050-READ-TARGET-BY-KEY.
           IF WS-TARGET-HIT
               MOVE 'TARGETS ALREADY ON FILE - REJECTED'
                   TO WS-AL-DISPOSITION
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 7100-PRINT-ACTION-LINE
               PERFORM 7200-PRINT-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO TARGET-RECORD
               MOVE TT-BRANCH-CODE TO TG-BRANCH-CODE
               MOVE TT-TARGET-MONTH TO TG-TARGET-MONTH
               MOVE TT-TARGET-COUNT TO TG-TARGET-COUNT
               MOVE TT-TARGET-AMOUNT TO TG-TARGET-AMOUNT
               MOVE WS-BUSINESS-DATE TO TG-LAST-MAINT-DATE
               MOVE 'N' TO TG-MERGED-IN
               WRITE TARGET-RECORD
                   INVALID KEY
                       MOVE 'WRITE FAILED - REJECTED'
                           TO WS-AL-DISPOSITION
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM 7100-PRINT-ACTION-LINE
                   NOT INVALID KEY
                       MOVE 'TARGETS ADDED' TO WS-AL-DISPOSITION
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM 7100-PRINT-ACTION-LINE
                       PERFORM 7300-PRINT-AFTER-IMAGE
               END-WRITE
           END-IF.

       3200-APPLY-CHANGE.
           PERFORM 3050-READ-TARGET-BY-KEY.
           IF NOT WS-TARGET-HIT
               MOVE 'NO TARGETS ON FILE - REJECTED'
                   TO WS-AL-DISPOSITION
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 7100-PRINT-ACTION-LINE
           ELSE
               IF TT-TARGET-COUNT-X NOT = SPACES
                   MOVE TT-TARGET-COUNT TO TG-TARGET-COUNT
               END-IF
               IF TT-TARGET-AMOUNT-X NOT = SPACES
                   MOVE TT-TARGET-AMOUNT TO TG-TARGET-AMOUNT
               END-IF
               MOVE WS-BUSINESS-DATE TO TG-LAST-MAINT-DATE
               REWRITE TARGET-RECORD
               MOVE 'TARGETS CHANGED' TO WS-AL-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 7100-PRINT-ACTION-LINE
               PERFORM 7200-PRINT-BEFORE-IMAGE
               PERFORM 7300-PRINT-AFTER-IMAGE
           END-IF.

       3300-APPLY-DELETE.
           PERFORM 3050-READ-TARGET-BY-KEY.
           IF NOT WS-TARGET-HIT
               MOVE 'NO TARGETS ON FILE - REJECTED'
                   TO WS-AL-DISPOSITION
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 7100-PRINT-ACTION-LINE
           ELSE
               DELETE TARGET-FILE RECORD
               MOVE 'TARGETS DELETED' TO WS-AL-DISPOSITION
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 7100-PRINT-ACTION-LINE
               PERFORM 7200-PRINT-BEFORE-IMAGE
           END-IF.

       7050-PRINT-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-BUSINESS-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           WRITE RPT-LINE FROM WS-RPT-HDR-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1.
           MOVE 0 TO WS-REPORT-LINE-COUNT.

       7100-PRINT-ACTION-LINE.
           IF WS-REPORT-LINE-COUNT + 3 > WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1.
           WRITE RPT-LINE FROM WS-ACTION-LINE
               AFTER ADVANCING 1.
           ADD 2 TO WS-REPORT-LINE-COUNT.

       7200-PRINT-BEFORE-IMAGE.
           MOVE 'BEFORE:  ' TO WS-IL-LABEL.
           MOVE WS-SAVED-TARGET-IMAGE TO WS-IL-IMAGE.
           WRITE RPT-LINE FROM WS-IMAGE-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       7300-PRINT-AFTER-IMAGE.
           PERFORM 7400-FORMAT-TARGET-IMAGE.
           MOVE 'AFTER:   ' TO WS-IL-LABEL.
           MOVE WS-TARGET-IMAGE TO WS-IL-IMAGE.
           WRITE RPT-LINE FROM WS-IMAGE-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       7400-FORMAT-TARGET-IMAGE.
           MOVE TG-BRANCH-CODE TO WS-TI-BRANCH.
           MOVE TG-TARGET-MONTH TO WS-TI-MONTH.
           MOVE TG-TARGET-COUNT TO WS-TI-COUNT.
           MOVE TG-TARGET-AMOUNT TO WS-TI-AMOUNT.
           MOVE TG-LAST-MAINT-DATE TO WS-TI-MAINT-DATE.
           IF TG-HAS-MERGED-TARGET
               MOVE 'MERGED' TO WS-TI-MERGED
           ELSE
               MOVE SPACES TO WS-TI-MERGED
           END-IF.

       8900-PRINT-SUMMARY.
           IF WS-PAGE-NUMBER = 0
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE WS-TRANX-COUNT TO WS-RS-READ.
           MOVE WS-APPLIED-COUNT TO WS-RS-APPLIED.
           MOVE WS-ERROR-COUNT TO WS-RS-ERRORS.
           WRITE RPT-LINE FROM WS-RPT-SUMMARY-1
               AFTER ADVANCING 2.

       9900-TERMINATE.
           CLOSE TARGET-TRANX-FILE.
           CLOSE MASTER-FILE.
           CLOSE TARGET-FILE.
           CLOSE REPORT-FILE.
           IF WS-ERROR-COUNT > 0
               DISPLAY 'BRTGTMNT - COMPLETED WITH '
                   WS-ERROR-COUNT ' ERRORS, SEE BRTGTRPT'
           ELSE
               DISPLAY 'BRTGTMNT - COMPLETED NORMALLY'
           END-IF.
