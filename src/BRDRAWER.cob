      *  TELLER WITH COMPUTED CASH AND NO DECLARATION, ARE
      *  BOTH FLAGGED AS EXCEPTIONS.  OVER MEANS THE DRAWER
      *  HELD MORE CASH THAN THE RUN COMPUTED.
      *
      *  THE BALANCED DRAWERS ARE ALSO BOOKED TO THE GL -
      *  ONE OVER (TYPE 44) AND ONE SHORT (TYPE 45) ENTRY
      *  PER BRANCH, APPENDED TO THE NIGHT'S GL INTERFACE
      *  FILE SO THEY ARE RETAINED, ACKNOWLEDGED AND
      *  RESENT BY BRGLRECN WITH THE REST OF THE EXTRACT.
      *  THE EXCEPTION TELLERS ABOVE ARE HELD BACK FROM
      *  THE POSTING AND LISTED AGAINST THEIR BRANCH.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OSHOUT-STATUS.

           SELECT GL-FILE ASSIGN TO "GLIFACE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRDRWRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY BROSHIST.

       FD  GL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRGLREC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS OMITTED.
           05  WS-DRAWER-STATUS            PIC X(2).
           05  WS-OSHIN-STATUS             PIC X(2).
           05  WS-OSHOUT-STATUS            PIC X(2).
           05  WS-GL-STATUS                PIC X(2).
           05  WS-RPT-STATUS               PIC X(2).

       01  WS-SWITCHES.
               88  WS-TLR-FOUND                  VALUE 'Y'.
           05  WS-HIST-FOUND-SW            PIC X VALUE 'N'.
               88  WS-HIST-FOUND                 VALUE 'Y'.
           05  WS-GL-EOF-SW                PIC X VALUE 'N'.
               88  WS-GL-EOF                     VALUE 'Y'.
           05  WS-BR-FOUND-SW              PIC X VALUE 'N'.
               88  WS-BR-FOUND                   VALUE 'Y'.
           05  WS-GL-POST-SW               PIC X VALUE 'Y'.
               88  WS-GL-POST-OK                 VALUE 'Y'.
               88  WS-GL-ALREADY-POSTED          VALUE 'D'.
               88  WS-GL-ADJUST-EXTRACT          VALUE 'A'.

       01  WS-CONSTANTS.
           05  WS-TLR-MAX-ENTRIES          PIC 9(5) VALUE 5000.
           05  WS-HIST-MAX-ENTRIES         PIC 9(5) VALUE 5000.
           05  WS-BR-MAX-ENTRIES           PIC 9(5) VALUE 500.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.

      *****************************************************
               10  WS-OSH-LAST-DATE        PIC 9(8).
               10  WS-OSH-LAST-AMOUNT      PIC S9(9)V99.

      *****************************************************
      *  OVER/SHORT BY BRANCH FOR THE GL POSTING.  ONLY
      *  BALANCED DRAWERS (A DECLARATION MATCHED TO COMPUTED
      *  ACTIVITY) ARE POSTED; THE HELD FIELDS CARRY THE
      *  EXCEPTION TELLERS' CASH SO THE REPORT SHOWS WHAT
      *  STAYED OFF THE BOOKS.  A BRANCH WITH NO BALANCED
      *  DRAWER POSTS NOTHING.
      *****************************************************
       01  WS-BRANCH-OS-TABLE.
           05  WS-BRANCH-COUNT             PIC 9(5) VALUE 0.
           05  WS-BRANCH-OS-ENTRY OCCURS 500 TIMES.
               10  WS-BOS-BRANCH           PIC X(4).
               10  WS-BOS-POSTED-CNT       PIC 9(5).
               10  WS-BOS-OVER-CNT         PIC 9(5).
               10  WS-BOS-OVER-AMT         PIC S9(9)V99.
               10  WS-BOS-SHORT-CNT        PIC 9(5).
               10  WS-BOS-SHORT-AMT        PIC S9(9)V99.
               10  WS-BOS-HELD-CNT         PIC 9(5).
               10  WS-BOS-HELD-AMT         PIC S9(9)V99.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05  WS-COUNTER                  PIC 9(5) VALUE 0.
           05  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.
           05  WS-REPORT-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.
           05  WS-PERIOD                   PIC 9(6) VALUE 0.
           05  WS-BR-COUNTER               PIC 9(5) VALUE 0.
           05  WS-BR-INDEX                 PIC 9(5) VALUE 0.
           05  WS-LOOKUP-BRANCH            PIC X(4) VALUE SPACES.
           05  WS-GL-WRITE-COUNT           PIC 9(5) VALUE 0.
           05  WS-HELD-COUNT               PIC 9(5) VALUE 0.
           05  WS-TOT-POSTED-CNT           PIC 9(7) VALUE 0.
           05  WS-TOT-OVER-AMT             PIC S9(11)V99 VALUE 0.
           05  WS-TOT-SHORT-AMT            PIC S9(11)V99 VALUE 0.
           05  WS-TOT-HELD-CNT             PIC 9(7) VALUE 0.
           05  WS-TOT-HELD-AMT             PIC S9(11)V99 VALUE 0.

       01  WS-RPT-HDR-1.
           05  FILLER                      PIC X(10)
                   VALUE '  EXCEPTIONS: '.
           05  WS-RS-EXCEPTIONS            PIC ZZZZ9.

      *****************************************************
      *  GL POSTING SECTION OF THE REPORT - ONE LINE PER
      *  BRANCH WITH ITS POSTED OVER AND SHORT AND WHAT WAS
      *  HELD BACK, THEN THE TOTALS.
      *****************************************************
       01  WS-RPT-GL-TITLE.
           05  FILLER                      PIC X(40)
                   VALUE 'GL OVER/SHORT POSTING (TYPES 44 AND 45)'.
           05  WS-RGT-STATUS               PIC X(60).

       01  WS-RPT-GL-HDR.
           05  FILLER                      PIC X(8)  VALUE 'BRANCH'.
           05  FILLER                      PIC X(8)  VALUE 'POSTED'.
           05  FILLER                      PIC X(6)  VALUE 'OVER'.
           05  FILLER                      PIC X(16)
                   VALUE 'OVER AMOUNT'.
           05  FILLER                      PIC X(7)  VALUE 'SHORT'.
           05  FILLER                      PIC X(16)
                   VALUE 'SHORT AMOUNT'.
           05  FILLER                      PIC X(6)  VALUE 'HELD'.
           05  FILLER                      PIC X(16)
                   VALUE 'HELD AMOUNT'.
           05  FILLER                      PIC X(10)
                   VALUE 'GL ENTRIES'.

       01  WS-RPT-GL-DETAIL.
           05  WS-RG-BRANCH                PIC X(4).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RG-POSTED                PIC ZZZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RG-OVER-CNT              PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RG-OVER-AMT              PIC ----,---,-9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RG-SHORT-CNT             PIC ZZZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RG-SHORT-AMT             PIC ----,---,-9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RG-HELD-CNT              PIC ZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RG-HELD-AMT              PIC ----,---,-9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RG-GL                    PIC X(12).

       01  WS-RPT-GL-TOTAL.
           05  FILLER                      PIC X(20)
                   VALUE 'TELLERS POSTED: '.
           05  WS-RGT-POSTED               PIC ZZZZZZ9.
           05  FILLER                      PIC X(9)
                   VALUE '  OVER: '.
           05  WS-RGT-OVER                 PIC ----,---,--9.99.
           05  FILLER                      PIC X(10)
                   VALUE '  SHORT: '.
           05  WS-RGT-SHORT                PIC ----,---,--9.99.
           05  FILLER                      PIC X(9)
                   VALUE '  HELD: '.
           05  WS-RGT-HELD-CNT             PIC ZZZZZZ9.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RGT-HELD-AMT             PIC ----,---,--9.99.
           05  FILLER                      PIC X(13)
                   VALUE '  GL RECORDS '.
           05  WS-RGT-GL-COUNT             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 3000-PROCESS-DECLARATIONS
               UNTIL WS-DRAWER-EOF
           PERFORM 4000-FLAG-UNDECLARED-TELLERS
           PERFORM 4500-POST-OVER-SHORT-TO-GL
           PERFORM 5000-WRITE-HISTORY-FILE
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9900-TERMINATE
               STOP RUN
           END-IF.
           MOVE 99 TO WS-REPORT-LINE-COUNT.
           PERFORM 1100-CHECK-GL-INTERFACE.

      *****************************************************
      *  THE OVER/SHORT ENTRIES RIDE ON THE NIGHT'S GL
      *  INTERFACE FILE, SO IT MUST BE THERE - A MISSING
      *  FILE MEANS THE NIGHTLY DID NOT FINISH.  ENTRIES
      *  ALREADY ON IT MEAN THIS RUN IS BEING REPEATED, AND
      *  AN ADJUSTMENT RUN'S CORRECTING EXTRACT IS NOT THE
      *  BUSINESS DATE'S POSTING - EITHER WAY THE DRAWERS
      *  ARE STILL BALANCED AND REPORTED BUT NOTHING GOES
      *  TO THE GL A SECOND TIME.
      *****************************************************
       1100-CHECK-GL-INTERFACE.
           OPEN INPUT GL-FILE.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'BRDRAWER - NO GL INTERFACE FILE, '
                   'STATUS=' WS-GL-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-GL-EOF
               READ GL-FILE
                   AT END
                       SET WS-GL-EOF TO TRUE
                   NOT AT END
                       EVALUATE GL-RECORD-TYPE
                           WHEN '44'
                           WHEN '45'
                               SET WS-GL-ALREADY-POSTED TO TRUE
                           WHEN '41'
                           WHEN '43'
                               IF WS-GL-POST-OK
                                   SET WS-GL-ADJUST-EXTRACT TO TRUE
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE GL-FILE.
           IF WS-GL-ALREADY-POSTED
               DISPLAY 'BRDRAWER - OVER/SHORT ALREADY ON THE GL '
                   'INTERFACE, NOT POSTED AGAIN'
           END-IF.
           IF WS-GL-ADJUST-EXTRACT
               DISPLAY 'BRDRAWER - GL INTERFACE HOLDS AN '
                   'ADJUSTMENT EXTRACT, OVER/SHORT NOT POSTED'
           END-IF.

      *****************************************************
      *  THE FINAL CKPTTLR SNAPSHOT OF A COMPLETED BRSUM01
       3300-BALANCE-ONE-DRAWER.
           COMPUTE WS-DIFFERENCE = DR-DECLARED-CASH
               - WS-TLR-AMT-CASH(WS-FOUND-INDEX).
           MOVE DR-BRANCH-CODE TO WS-LOOKUP-BRANCH.
           PERFORM 3450-FIND-OR-ADD-BRANCH.
           IF WS-BR-FOUND
               ADD 1 TO WS-BOS-POSTED-CNT(WS-BR-INDEX)
               EVALUATE TRUE
                   WHEN WS-DIFFERENCE > 0
                       ADD 1 TO WS-BOS-OVER-CNT(WS-BR-INDEX)
                       ADD WS-DIFFERENCE
                           TO WS-BOS-OVER-AMT(WS-BR-INDEX)
                   WHEN WS-DIFFERENCE < 0
                       ADD 1 TO WS-BOS-SHORT-CNT(WS-BR-INDEX)
                       SUBTRACT WS-DIFFERENCE
                           FROM WS-BOS-SHORT-AMT(WS-BR-INDEX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM 3400-FIND-OR-ADD-HISTORY.
           IF WS-HIST-FOUND
               EVALUATE TRUE
               END-IF
           END-IF.

       3450-FIND-OR-ADD-BRANCH.
           MOVE 'N' TO WS-BR-FOUND-SW.
           PERFORM VARYING WS-BR-COUNTER FROM 1 BY 1
               UNTIL WS-BR-COUNTER > WS-BRANCH-COUNT
                   OR WS-BR-FOUND
               IF WS-BOS-BRANCH(WS-BR-COUNTER) = WS-LOOKUP-BRANCH
                   MOVE WS-BR-COUNTER TO WS-BR-INDEX
                   SET WS-BR-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-BR-FOUND
               IF WS-BRANCH-COUNT < WS-BR-MAX-ENTRIES
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-LOOKUP-BRANCH
                       TO WS-BOS-BRANCH(WS-BRANCH-COUNT)
                   MOVE 0 TO WS-BOS-POSTED-CNT(WS-BRANCH-COUNT)
                   MOVE 0 TO WS-BOS-OVER-CNT(WS-BRANCH-COUNT)
                   MOVE 0 TO WS-BOS-OVER-AMT(WS-BRANCH-COUNT)
                   MOVE 0 TO WS-BOS-SHORT-CNT(WS-BRANCH-COUNT)
                   MOVE 0 TO WS-BOS-SHORT-AMT(WS-BRANCH-COUNT)
                   MOVE 0 TO WS-BOS-HELD-CNT(WS-BRANCH-COUNT)
                   MOVE 0 TO WS-BOS-HELD-AMT(WS-BRANCH-COUNT)
                   MOVE WS-BRANCH-COUNT TO WS-BR-INDEX
                   SET WS-BR-FOUND TO TRUE
               ELSE
                   DISPLAY 'BRDRAWER - BRANCH TABLE FULL, '
                       'BRANCH NOT POSTED: ' WS-LOOKUP-BRANCH
               END-IF
           END-IF.

       3500-PRINT-ONE-DRAWER-LINE.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           MOVE 'DECLARED DRAWER BUT NO TELLER IN THE RUN'
               TO WS-EX-DETAIL.
           PERFORM 7100-PRINT-EXCEPTION-LINE.
           MOVE DR-BRANCH-CODE TO WS-LOOKUP-BRANCH.
           PERFORM 3450-FIND-OR-ADD-BRANCH.
           IF WS-BR-FOUND
               ADD 1 TO WS-BOS-HELD-CNT(WS-BR-INDEX)
               ADD DR-DECLARED-CASH TO WS-BOS-HELD-AMT(WS-BR-INDEX)
           END-IF.

      *****************************************************
      *  THE OTHER SIDE OF THE MATCH - A TELLER THE RUN
           MOVE 'COMPUTED CASH ACTIVITY BUT NO DECLARED DRAWER'
               TO WS-EX-DETAIL.
           PERFORM 7100-PRINT-EXCEPTION-LINE.
           MOVE WS-TLR-BRANCH(WS-COUNTER) TO WS-LOOKUP-BRANCH.
           PERFORM 3450-FIND-OR-ADD-BRANCH.
           IF WS-BR-FOUND
               ADD 1 TO WS-BOS-HELD-CNT(WS-BR-INDEX)
               ADD WS-TLR-AMT-CASH(WS-COUNTER)
                   TO WS-BOS-HELD-AMT(WS-BR-INDEX)
           END-IF.

      *****************************************************
      *  BOOK THE DAY'S OVER AND SHORT.  EVERY BRANCH WITH
      *  AT LEAST ONE BALANCED DRAWER GETS BOTH ENTRIES,
      *  ZERO OR NOT, SO THE GL SIDE SEES A POSTING FOR
      *  EACH AND BRGLRECN CAN ACCOUNT FOR EACH.  AMOUNTS
      *  ARE POSITIVE; THE RECORD TYPE SAYS WHICH WAY THE
      *  DRAWERS WERE OUT.
      *****************************************************
       4500-POST-OVER-SHORT-TO-GL.
           COMPUTE WS-PERIOD = WS-RUN-DATE / 100.
           IF WS-GL-POST-OK
               OPEN EXTEND GL-FILE
               IF WS-GL-STATUS NOT = '00'
                   DISPLAY 'BRDRAWER - CANNOT EXTEND GL INTERFACE '
                       'FILE, STATUS=' WS-GL-STATUS
                   STOP RUN
               END-IF
           END-IF.
           PERFORM 4600-PRINT-GL-HEADERS.
           PERFORM VARYING WS-BR-COUNTER FROM 1 BY 1
               UNTIL WS-BR-COUNTER > WS-BRANCH-COUNT
               PERFORM 4510-POST-ONE-BRANCH
           END-PERFORM.
           IF WS-GL-POST-OK
               CLOSE GL-FILE
           END-IF.
           MOVE WS-TOT-POSTED-CNT TO WS-RGT-POSTED.
           MOVE WS-TOT-OVER-AMT TO WS-RGT-OVER.
           MOVE WS-TOT-SHORT-AMT TO WS-RGT-SHORT.
           MOVE WS-TOT-HELD-CNT TO WS-RGT-HELD-CNT.
           MOVE WS-TOT-HELD-AMT TO WS-RGT-HELD-AMT.
           MOVE WS-GL-WRITE-COUNT TO WS-RGT-GL-COUNT.
           WRITE RPT-LINE FROM WS-RPT-GL-TOTAL
               AFTER ADVANCING 2.
           ADD 2 TO WS-REPORT-LINE-COUNT.

       4510-POST-ONE-BRANCH.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM 4600-PRINT-GL-HEADERS
           END-IF.
           MOVE WS-BOS-BRANCH(WS-BR-COUNTER) TO WS-RG-BRANCH.
           MOVE WS-BOS-POSTED-CNT(WS-BR-COUNTER) TO WS-RG-POSTED.
           MOVE WS-BOS-OVER-CNT(WS-BR-COUNTER) TO WS-RG-OVER-CNT.
           MOVE WS-BOS-OVER-AMT(WS-BR-COUNTER) TO WS-RG-OVER-AMT.
           MOVE WS-BOS-SHORT-CNT(WS-BR-COUNTER) TO WS-RG-SHORT-CNT.
           MOVE WS-BOS-SHORT-AMT(WS-BR-COUNTER)
               TO WS-RG-SHORT-AMT.
           MOVE WS-BOS-HELD-CNT(WS-BR-COUNTER) TO WS-RG-HELD-CNT.
           MOVE WS-BOS-HELD-AMT(WS-BR-COUNTER) TO WS-RG-HELD-AMT.
           ADD WS-BOS-HELD-CNT(WS-BR-COUNTER) TO WS-TOT-HELD-CNT.
           ADD WS-BOS-HELD-AMT(WS-BR-COUNTER) TO WS-TOT-HELD-AMT.
           EVALUATE TRUE
               WHEN WS-BOS-POSTED-CNT(WS-BR-COUNTER) = 0
                   MOVE 'ALL HELD' TO WS-RG-GL
               WHEN NOT WS-GL-POST-OK
                   MOVE 'NOT POSTED' TO WS-RG-GL
               WHEN OTHER
                   ADD WS-BOS-POSTED-CNT(WS-BR-COUNTER)
                       TO WS-TOT-POSTED-CNT
                   ADD WS-BOS-OVER-AMT(WS-BR-COUNTER)
                       TO WS-TOT-OVER-AMT
                   ADD WS-BOS-SHORT-AMT(WS-BR-COUNTER)
                       TO WS-TOT-SHORT-AMT
                   PERFORM 4520-WRITE-OVER-SHORT-PAIR
                   MOVE '44 AND 45' TO WS-RG-GL
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-RPT-GL-DETAIL
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       4520-WRITE-OVER-SHORT-PAIR.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           MOVE '44' TO GL-RECORD-TYPE.
           MOVE WS-BOS-BRANCH(WS-BR-COUNTER) TO GL-BRANCH-CODE.
           MOVE WS-PERIOD TO GL-PERIOD.
           SET GL-CHANNEL-BRANCH TO TRUE.
           MOVE WS-BOS-OVER-AMT(WS-BR-COUNTER) TO GL-AMOUNT.
           MOVE WS-BOS-OVER-CNT(WS-BR-COUNTER) TO GL-TRAN-COUNT.
           WRITE GL-INTERFACE-RECORD.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'BRDRAWER - CANNOT WRITE GL INTERFACE RECORD, '
                   'STATUS=' WS-GL-STATUS
               STOP RUN
           END-IF.
           MOVE '45' TO GL-RECORD-TYPE.
           MOVE WS-BOS-SHORT-AMT(WS-BR-COUNTER) TO GL-AMOUNT.
           MOVE WS-BOS-SHORT-CNT(WS-BR-COUNTER) TO GL-TRAN-COUNT.
           WRITE GL-INTERFACE-RECORD.
           IF WS-GL-STATUS NOT = '00'
               DISPLAY 'BRDRAWER - CANNOT WRITE GL INTERFACE RECORD, '
                   'STATUS=' WS-GL-STATUS
               STOP RUN
           END-IF.
           ADD 2 TO WS-GL-WRITE-COUNT.

       4600-PRINT-GL-HEADERS.
           IF WS-REPORT-LINE-COUNT + 6 > WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           EVALUATE TRUE
               WHEN WS-GL-ALREADY-POSTED
                   MOVE '- ALREADY ON THE GL INTERFACE, NOT REPOSTED'
                       TO WS-RGT-STATUS
               WHEN WS-GL-ADJUST-EXTRACT
                   MOVE '- ADJUSTMENT EXTRACT ON FILE, NOT POSTED'
                       TO WS-RGT-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-RGT-STATUS
           END-EVALUATE.
           WRITE RPT-LINE FROM WS-RPT-GL-TITLE
               AFTER ADVANCING 2.
           WRITE RPT-LINE FROM WS-RPT-GL-HDR
               AFTER ADVANCING 1.
           ADD 3 TO WS-REPORT-LINE-COUNT.

       5000-WRITE-HISTORY-FILE.
           OPEN OUTPUT OSHIST-OUT-FILE.
