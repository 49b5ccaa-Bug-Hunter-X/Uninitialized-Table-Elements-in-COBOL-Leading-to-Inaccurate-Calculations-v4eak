       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRVLTMNT.
      *****************************************************
      *  BRVLTMNT - VAULT POSITION MAINTENANCE
      *
      *  APPLIES A TRANSACTION FILE OF ADDS, CHANGES AND
      *  DELETES OF BRANCH VAULT POSITIONS AGAINST THE
      *  INDEXED BRVAULT FILE, WITH THE SAME EDITS AND
      *  BEFORE/AFTER MAINTENANCE REPORT AS BRMAINT.  THIS
      *  IS WHERE A VAULT'S CASH CENTER, MINIMUM HOLDING
      *  AND INSURANCE LIMIT ARE SET, AND WHERE A PHYSICAL
      *  RECOUNT CORRECTS THE BALANCE THE NIGHTLY BRVAULT
      *  STEP ROLLS FORWARD.
      *
      *  A NEW VAULT POSITION MAY NOT BE SET UP FOR A
      *  CLOSED BRANCH.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATEC-STATUS.

           SELECT VAULT-TRANX-FILE ASSIGN TO "VLTTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VLTTRN-STATUS.

           SELECT MASTER-FILE ASSIGN TO "BRMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-BRANCH-CODE
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT VAULT-FILE ASSIGN TO "BRVAULT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VP-BRANCH-CODE
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRVLMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRDATEC.

       FD  VAULT-TRANX-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRVLTTRN.

       FD  MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRMSTR.

       FD  VAULT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRVAULT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS OMITTED.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-DATEC-STATUS             PIC X(2).
           05  WS-VLTTRN-STATUS            PIC X(2).
           05  WS-MASTER-STATUS            PIC X(2).
           05  WS-VAULT-STATUS             PIC X(2).
           05  WS-RPT-STATUS               PIC X(2).

       01  WS-SWITCHES.
           05  WS-VLTTRN-EOF-SW            PIC X VALUE 'N'.
               88  WS-VLTTRN-EOF                 VALUE 'Y'.
           05  WS-TRANX-VALID-SW           PIC X VALUE 'N'.
               88  WS-TRANX-VALID                VALUE 'Y'.
           05  WS-VAULT-HIT-SW             PIC X VALUE 'N'.
               88  WS-VAULT-HIT                  VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.

       01  WS-WORK-FIELDS.
           05  WS-BUSINESS-DATE            PIC 9(8) VALUE 0.
           05  WS-TRANX-COUNT              PIC 9(5) VALUE 0.
           05  WS-APPLIED-COUNT            PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT              PIC 9(5) VALUE 0.
           05  WS-REPORT-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
           05  WS-NEW-MIN                  PIC 9(9)V99 VALUE 0.
           05  WS-NEW-MAX                  PIC 9(9)V99 VALUE 0.

      *****************************************************
      *  A PRINTABLE VIEW OF A VAULT RECORD - THE AMOUNTS
      *  ARE PACKED, SO THE RAW RECORD IS NO USE AS A
      *  BEFORE/AFTER IMAGE.
      *****************************************************
       01  WS-SAVED-VAULT-IMAGE            PIC X(100) VALUE SPACES.
       01  WS-VAULT-IMAGE.
           05  WS-VI-BRANCH                PIC X(4).
           05  FILLER                      PIC X(10)
                   VALUE '  CENTER '.
           05  WS-VI-CENTER                PIC X(4).
           05  FILLER                      PIC X(11)
                   VALUE '  BALANCE: '.
           05  WS-VI-BALANCE               PIC -(9)9.99.
           05  FILLER                      PIC X(7)
                   VALUE '  MIN: '.
           05  WS-VI-MIN                   PIC Z(8)9.99.
           05  FILLER                      PIC X(7)
                   VALUE '  MAX: '.
           05  WS-VI-MAX                   PIC Z(8)9.99.
           05  FILLER                      PIC X(9)
                   VALUE '  MAINT: '.
           05  WS-VI-MAINT-DATE            PIC 9999/99/99.

       01  WS-RPT-HDR-1.
           05  FILLER                      PIC X(10)
                   VALUE 'BRVLTMNT -'.
           05  FILLER                      PIC X(22)
                   VALUE ' VAULT MAINTENANCE'.
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
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AL-DISPOSITION           PIC X(40).

       01  WS-IMAGE-LINE.
           05  WS-IL-LABEL                 PIC X(9).
           05  WS-IL-IMAGE                 PIC X(100).

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
               UNTIL WS-VLTTRN-EOF
           PERFORM 8900-PRINT-SUMMARY
           PERFORM 9900-TERMINATE
           STOP RUN.

      *****************************************************
      *  THE BUSINESS DATE ONLY STAMPS THE MAINTENANCE -
      *  WITH NO DATE CONTROL RECORD YET (FIRST-TIME SETUP)
      *  IT IS LEFT ZERO.
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
               DISPLAY 'BRVLTMNT - NO DATE CONTROL RECORD, '
                   'MAINTENANCE DATE LEFT ZERO'
           END-IF.

           OPEN INPUT VAULT-TRANX-FILE.
           IF WS-VLTTRN-STATUS NOT = '00'
               DISPLAY 'BRVLTMNT - CANNOT OPEN VAULT '
                   'TRANSACTION FILE, STATUS=' WS-VLTTRN-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY 'BRVLTMNT - CANNOT OPEN BRANCH MASTER, '
                   'STATUS=' WS-MASTER-STATUS
               STOP RUN
           END-IF.

           OPEN I-O VAULT-FILE.
           IF WS-VAULT-STATUS = '35'
               OPEN OUTPUT VAULT-FILE
               CLOSE VAULT-FILE
               OPEN I-O VAULT-FILE
           END-IF.
           IF WS-VAULT-STATUS NOT = '00'
               DISPLAY 'BRVLTMNT - CANNOT OPEN VAULT FILE, '
                   'STATUS=' WS-VAULT-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BRVLTMNT - CANNOT OPEN REPORT FILE, '
                   'STATUS=' WS-RPT-STATUS
               STOP RUN
           END-IF.
           MOVE 99 TO WS-REPORT-LINE-COUNT.

       2000-PROCESS-TRANSACTIONS.
           READ VAULT-TRANX-FILE
               AT END
                   SET WS-VLTTRN-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANX-COUNT
                   PERFORM 3000-APPLY-ONE-TRANSACTION
           END-READ.

       3000-APPLY-ONE-TRANSACTION.
           MOVE VT-ACTION TO WS-AL-ACTION.
           MOVE VT-BRANCH-CODE TO WS-AL-BRANCH.
           PERFORM 3010-EDIT-TRANSACTION.
           IF NOT WS-TRANX-VALID
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 7100-PRINT-ACTION-LINE
           ELSE
               EVALUATE TRUE
                   WHEN VT-IS-ADD
                       PERFORM 3100-APPLY-ADD
                   WHEN VT-IS-CHANGE
                       PERFORM 3200-APPLY-CHANGE
                   WHEN VT-IS-DELETE
                       PERFORM 3300-APPLY-DELETE
               END-EVALUATE
           END-IF.

      *****************************************************
      *  EVERY EDIT IS MADE BEFORE THE VAULT FILE IS
      *  TOUCHED; THE FIRST ONE FAILED NAMES THE REJECT.
      *  THE MINIMUM/MAXIMUM CHECK FOR A CHANGE NEEDS THE
      *  RECORD ON FILE AND IS MADE IN 3200.
      *****************************************************
       3010-EDIT-TRANSACTION.
           MOVE 'N' TO WS-TRANX-VALID-SW.
           EVALUATE TRUE
               WHEN NOT VT-IS-ADD AND NOT VT-IS-CHANGE
                   AND NOT VT-IS-DELETE
                   MOVE 'UNKNOWN ACTION - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN VT-IS-ADD AND VT-CASH-CENTER = SPACES
                   MOVE 'NO CASH CENTER - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN VT-IS-ADD
                   AND (VT-MIN-HOLDING IS NOT NUMERIC
                       OR VT-MAX-HOLDING IS NOT NUMERIC
                       OR VT-VAULT-BALANCE IS NOT NUMERIC)
                   MOVE 'AMOUNT NOT NUMERIC - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN VT-IS-ADD
                   AND VT-MIN-HOLDING > VT-MAX-HOLDING
                   MOVE 'MINIMUM ABOVE MAXIMUM - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN VT-IS-CHANGE
                   AND VT-MIN-HOLDING-X NOT = SPACES
                   AND VT-MIN-HOLDING IS NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN VT-IS-CHANGE
                   AND VT-MAX-HOLDING-X NOT = SPACES
                   AND VT-MAX-HOLDING IS NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN VT-IS-CHANGE
                   AND VT-VAULT-BALANCE-X NOT = SPACES
                   AND VT-VAULT-BALANCE IS NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC - REJECTED'
                       TO WS-AL-DISPOSITION
               WHEN OTHER
                   SET WS-TRANX-VALID TO TRUE
           END-EVALUATE.
           IF WS-TRANX-VALID
               MOVE VT-BRANCH-CODE TO BM-BRANCH-CODE
               READ MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANX-VALID-SW
                       MOVE 'BRANCH NOT ON MASTER - REJECTED'
                           TO WS-AL-DISPOSITION
                   NOT INVALID KEY
                       IF VT-IS-ADD AND BM-IS-CLOSED
                           MOVE 'N' TO WS-TRANX-VALID-SW
                           MOVE 'BRANCH IS CLOSED - REJECTED'
                               TO WS-AL-DISPOSITION
                       END-IF
               END-READ
           END-IF.

       3050-READ-VAULT-BY-KEY.
           MOVE 'N' TO WS-VAULT-HIT-SW.
           MOVE VT-BRANCH-CODE TO VP-BRANCH-CODE.
           READ VAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-VAULT-HIT TO TRUE
                   PERFORM 7400-FORMAT-VAULT-IMAGE
                   MOVE WS-VAULT-IMAGE TO WS-SAVED-VAULT-IMAGE
           END-READ.

      *  A NEW VAULT HAS NOT BEEN ROLLED - THE NIGHTLY STEP
      *  ROLLS IT FROM THE OPENING BALANCE ON ITS FIRST
      *  NIGHT.
       3100-APPLY-ADD.
           PERFORM 3050-READ-VAULT-BY-KEY.
           IF WS-VAULT-HIT
               MOVE 'VAULT ALREADY ON FILE - REJECTED'
                   TO WS-AL-DISPOSITION
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 7100-PRINT-ACTION-LINE
               PERFORM 7200-PRINT-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO VAULT-POSITION-RECORD
               MOVE VT-BRANCH-CODE TO VP-BRANCH-CODE
               MOVE VT-CASH-CENTER TO VP-CASH-CENTER
               MOVE VT-VAULT-BALANCE TO VP-VAULT-BALANCE
               MOVE VT-MIN-HOLDING TO VP-MIN-HOLDING
               MOVE VT-MAX-HOLDING TO VP-MAX-HOLDING
               MOVE 0 TO VP-LAST-ROLL-DATE
               MOVE 0 TO VP-DRAWER-CASH
               MOVE 0 TO VP-NET-CASH
               MOVE 0 TO VP-SHIPMENTS
               SET VP-IS-WITHIN-LIMITS TO TRUE
               MOVE WS-BUSINESS-DATE TO VP-LAST-MAINT-DATE
               WRITE VAULT-POSITION-RECORD
                   INVALID KEY
                       MOVE 'WRITE FAILED - REJECTED'
                           TO WS-AL-DISPOSITION
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM 7100-PRINT-ACTION-LINE
                   NOT INVALID KEY
                       MOVE 'VAULT ADDED' TO WS-AL-DISPOSITION
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM 7100-PRINT-ACTION-LINE
                       PERFORM 7300-PRINT-AFTER-IMAGE
               END-WRITE
           END-IF.

       3200-APPLY-CHANGE.
           PERFORM 3050-READ-VAULT-BY-KEY.
           IF NOT WS-VAULT-HIT
               MOVE 'NO VAULT ON FILE - REJECTED'
                   TO WS-AL-DISPOSITION
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 7100-PRINT-ACTION-LINE
           ELSE
               MOVE VP-MIN-HOLDING TO WS-NEW-MIN
               MOVE VP-MAX-HOLDING TO WS-NEW-MAX
               IF VT-MIN-HOLDING-X NOT = SPACES
                   MOVE VT-MIN-HOLDING TO WS-NEW-MIN
               END-IF
               IF VT-MAX-HOLDING-X NOT = SPACES
                   MOVE VT-MAX-HOLDING TO WS-NEW-MAX
               END-IF
               IF WS-NEW-MIN > WS-NEW-MAX
                   MOVE 'MINIMUM ABOVE MAXIMUM - REJECTED'
                       TO WS-AL-DISPOSITION
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7200-PRINT-BEFORE-IMAGE
               ELSE
                   IF VT-CASH-CENTER NOT = SPACES
                       MOVE VT-CASH-CENTER TO VP-CASH-CENTER
                   END-IF
                   IF VT-VAULT-BALANCE-X NOT = SPACES
                       MOVE VT-VAULT-BALANCE TO VP-VAULT-BALANCE
                   END-IF
                   MOVE WS-NEW-MIN TO VP-MIN-HOLDING
                   MOVE WS-NEW-MAX TO VP-MAX-HOLDING
                   MOVE WS-BUSINESS-DATE TO VP-LAST-MAINT-DATE
                   REWRITE VAULT-POSITION-RECORD
                   MOVE 'VAULT CHANGED' TO WS-AL-DISPOSITION
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 7100-PRINT-ACTION-LINE
                   PERFORM 7200-PRINT-BEFORE-IMAGE
                   PERFORM 7300-PRINT-AFTER-IMAGE
               END-IF
           END-IF.

       3300-APPLY-DELETE.
           PERFORM 3050-READ-VAULT-BY-KEY.
           IF NOT WS-VAULT-HIT
               MOVE 'NO VAULT ON FILE - REJECTED'
                   TO WS-AL-DISPOSITION
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 7100-PRINT-ACTION-LINE
           ELSE
               DELETE VAULT-FILE RECORD
               MOVE 'VAULT DELETED' TO WS-AL-DISPOSITION
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
           MOVE WS-SAVED-VAULT-IMAGE TO WS-IL-IMAGE.
           WRITE RPT-LINE FROM WS-IMAGE-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       7300-PRINT-AFTER-IMAGE.
           PERFORM 7400-FORMAT-VAULT-IMAGE.
           MOVE 'AFTER:   ' TO WS-IL-LABEL.
           MOVE WS-VAULT-IMAGE TO WS-IL-IMAGE.
           WRITE RPT-LINE FROM WS-IMAGE-LINE
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       7400-FORMAT-VAULT-IMAGE.
           MOVE VP-BRANCH-CODE TO WS-VI-BRANCH.
           MOVE VP-CASH-CENTER TO WS-VI-CENTER.
           MOVE VP-VAULT-BALANCE TO WS-VI-BALANCE.
           MOVE VP-MIN-HOLDING TO WS-VI-MIN.
           MOVE VP-MAX-HOLDING TO WS-VI-MAX.
           MOVE VP-LAST-MAINT-DATE TO WS-VI-MAINT-DATE.

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
           CLOSE VAULT-TRANX-FILE.
           CLOSE MASTER-FILE.
           CLOSE VAULT-FILE.
           CLOSE REPORT-FILE.
           IF WS-ERROR-COUNT > 0
               DISPLAY 'BRVLTMNT - COMPLETED WITH '
                   WS-ERROR-COUNT ' ERRORS, SEE BRVLMRPT'
           ELSE
               DISPLAY 'BRVLTMNT - COMPLETED NORMALLY'
           END-IF.
