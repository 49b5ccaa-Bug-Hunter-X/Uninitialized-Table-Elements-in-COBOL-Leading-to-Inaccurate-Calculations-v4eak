       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRVAULT.
      *****************************************************
      *  BRVAULT - BRANCH VAULT CASH POSITION ROLL AND
      *  CASH-ORDER RECOMMENDATION
      *
      *  RUNS AFTER BRDRAWER.  BRANCHES USED TO ORDER
      *  CURRENCY FROM THE CASH CENTER BY PHONE ON A GUESS;
      *  THIS STEP KEEPS EACH BRANCH'S VAULT POSITION
      *  (BRVAULT) TRUE AND TELLS THE CASH CENTERS WHAT TO
      *  SEND AND WHAT TO COLLECT.
      *
      *  THE DRAWERS ARE EMPTIED INTO THE VAULT AT CLOSE, SO
      *  THE NIGHT'S ROLL ADDS TO THE VAULT EACH TELLER'S
      *  COUNTED DRAWER CASH FROM DRAWRIN - OR, FOR A TELLER
      *  WHO DID NOT DECLARE, THE NET CASH THE RUN COMPUTED
      *  (TC-AMT-CASH IN THE FINAL CKPTTLR SNAPSHOT) - AND
      *  THE CONFIRMED ARMORED-CAR SHIPMENTS ON CASHSHIP,
      *  DELIVERIES IN AND PICKUPS OUT.  A VAULT LEFT ABOVE
      *  ITS INSURANCE LIMIT OR BELOW ITS MINIMUM IS FLAGGED
      *  AND GETS A RETURN OR ORDER RECOMMENDATION ON
      *  CASHREC, IN CASH CENTER ORDER; ONCE THE CASH CENTER
      *  CONFIRMS THE SHIPMENT IT COMES BACK ON CASHSHIP AND
      *  POSTS HERE THE NEXT NIGHT.  EACH SHIPMENT POSTED IS
      *  ENTERED ON THE POSTED SHIPMENT REGISTER (SHIPREG)
      *  BY CASH CENTER AND CONFIRMATION REFERENCE, SO ONE
      *  THAT IS STILL ON CASHSHIP A LATER NIGHT, OR IS
      *  SENT AGAIN, IS NOT POSTED TWICE.
      *
      *  A VAULT ALREADY ROLLED FOR THE BUSINESS DATE IS NOT
      *  ROLLED AGAIN, SO THE STEP CAN SIMPLY BE RERUN; ITS
      *  RECOMMENDATION IS REWRITTEN FROM THE ROLLED
      *  BALANCE.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-CONTROL-FILE ASSIGN TO "DATECTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DATEC-STATUS.

           SELECT TELLER-CKPT-FILE ASSIGN TO "CKPTTLR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TLRCK-STATUS.

           SELECT DRAWER-FILE ASSIGN TO "DRAWRIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.

           SELECT SHIPMENT-FILE ASSIGN TO "CASHSHIP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SHIP-STATUS.

           SELECT VAULT-FILE ASSIGN TO "BRVAULT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VP-BRANCH-CODE
               FILE STATUS IS WS-VAULT-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "SHIPREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SR-REGISTER-KEY
               FILE STATUS IS WS-SHPREG-STATUS.

           SELECT RECOMMEND-FILE ASSIGN TO "CASHREC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECOMM-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BRVLTRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRDATEC.

       FD  TELLER-CKPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRTLRCK.

       FD  DRAWER-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRDRAWR.

       FD  SHIPMENT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRCSHIP.

       FD  VAULT-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRVAULT.

       FD  REGISTER-FILE
           RECORD CONTAINS 60 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRSHPRG.

       FD  RECOMMEND-FILE
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRCSHRC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS
           LABEL RECORDS OMITTED.
       01  RPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-DATEC-STATUS             PIC X(2).
           05  WS-TLRCK-STATUS             PIC X(2).
           05  WS-DRAWER-STATUS            PIC X(2).
           05  WS-SHIP-STATUS              PIC X(2).
           05  WS-VAULT-STATUS             PIC X(2).
           05  WS-SHPREG-STATUS            PIC X(2).
           05  WS-RECOMM-STATUS            PIC X(2).
           05  WS-RPT-STATUS               PIC X(2).

       01  WS-SWITCHES.
           05  WS-TLRCK-EOF-SW             PIC X VALUE 'N'.
               88  WS-TLRCK-EOF                  VALUE 'Y'.
           05  WS-DRAWER-EOF-SW            PIC X VALUE 'N'.
               88  WS-DRAWER-EOF                 VALUE 'Y'.
           05  WS-SHIP-EOF-SW              PIC X VALUE 'N'.
               88  WS-SHIP-EOF                   VALUE 'Y'.
           05  WS-VAULT-EOF-SW             PIC X VALUE 'N'.
               88  WS-VAULT-EOF                  VALUE 'Y'.
           05  WS-TLR-FOUND-SW             PIC X VALUE 'N'.
               88  WS-TLR-FOUND                  VALUE 'Y'.
           05  WS-BR-FOUND-SW              PIC X VALUE 'N'.
               88  WS-BR-FOUND                   VALUE 'Y'.
           05  WS-SHP-FOUND-SW             PIC X VALUE 'N'.
               88  WS-SHP-FOUND                  VALUE 'Y'.
           05  WS-SHP-REGISTERED-SW        PIC X VALUE 'N'.
               88  WS-SHP-REGISTERED             VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-TLR-MAX-ENTRIES          PIC 9(5) VALUE 5000.
           05  WS-BR-MAX-ENTRIES           PIC 9(5) VALUE 500.
           05  WS-REC-MAX-ENTRIES          PIC 9(5) VALUE 500.
           05  WS-SHP-MAX-ENTRIES          PIC 9(5) VALUE 2000.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.

      *****************************************************
      *  COMPUTED TELLER CASH FROM THE FINAL CKPTTLR
      *  SNAPSHOT.  THE DECLARED FLAG TURNS ON WHEN A
      *  DRAWRIN COUNT ARRIVES FOR THE TELLER; THE REST
      *  REACH THE VAULT AT THEIR COMPUTED CASH.
      *****************************************************
       01  WS-TELLER-TABLE.
           05  WS-TELLER-COUNT             PIC 9(5) VALUE 0.
           05  WS-TELLER-ENTRY OCCURS 5000 TIMES.
               10  WS-TLR-BRANCH           PIC X(4).
               10  WS-TLR-ID               PIC X(4).
               10  WS-TLR-AMT-CASH         PIC S9(9)V99.
               10  WS-TLR-DECLARED-SW      PIC X(1).
                   88  WS-TLR-DECLARED          VALUE 'Y'.

      *****************************************************
      *  THE DAY'S CASH MOVEMENT BY BRANCH - THE NET CASH
      *  THE RUN COMPUTED, THE DRAWER CASH THAT WENT INTO
      *  THE VAULT AT CLOSE, AND THE CONFIRMED SHIPMENTS.
      *  THE VAULT FLAG TURNS ON WHEN THE BRANCH'S VAULT
      *  POSITION IS ROLLED, SO A BRANCH WITH CASH AND NO
      *  VAULT ON FILE CAN BE REPORTED.
      *****************************************************
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-COUNT             PIC 9(5) VALUE 0.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES.
               10  WS-BA-BRANCH            PIC X(4).
               10  WS-BA-NET-CASH          PIC S9(9)V99.
               10  WS-BA-DRAWER-CASH       PIC S9(9)V99.
               10  WS-BA-SHIP-IN           PIC S9(9)V99.
               10  WS-BA-SHIP-OUT          PIC S9(9)V99.
               10  WS-BA-VAULT-SW          PIC X(1).
                   88  WS-BA-HAS-VAULT          VALUE 'Y'.

      *****************************************************
      *  THE SHIPMENTS ACCEPTED TONIGHT, NOT YET ON THE
      *  REGISTER.  EACH IS REGISTERED WHEN ITS BRANCH'S
      *  VAULT IS ROLLED WITH IT.
      *****************************************************
       01  WS-SHIPMENT-TABLE.
           05  WS-SHIPMENT-COUNT           PIC 9(5) VALUE 0.
           05  WS-SHIPMENT-ENTRY OCCURS 2000 TIMES.
               10  WS-SHP-CENTER           PIC X(4).
               10  WS-SHP-REF              PIC X(10).
               10  WS-SHP-BRANCH           PIC X(4).
               10  WS-SHP-DATE             PIC 9(8).
               10  WS-SHP-DIRECTION        PIC X(1).
               10  WS-SHP-AMOUNT           PIC 9(9)V99.

      *****************************************************
      *  THE NIGHT'S RECOMMENDATIONS, SORTED INTO CASH
      *  CENTER ORDER BEFORE CASHREC IS WRITTEN.
      *****************************************************
       01  WS-RECOMMEND-TABLE.
           05  WS-REC-COUNT                PIC 9(5) VALUE 0.
           05  WS-REC-ENTRY OCCURS 500 TIMES.
               10  WS-REC-KEY.
                   15  WS-REC-CENTER       PIC X(4).
                   15  WS-REC-BRANCH       PIC X(4).
               10  WS-REC-ACTION           PIC X(1).
                   88  WS-REC-IS-ORDER          VALUE 'O'.
               10  WS-REC-AMOUNT           PIC 9(9)V99.
               10  WS-REC-BALANCE          PIC S9(9)V99.
               10  WS-REC-MIN              PIC 9(9)V99.
               10  WS-REC-MAX              PIC 9(9)V99.

       01  WS-REC-SWAP-ENTRY.
           05  FILLER                      PIC X(8).
           05  FILLER                      PIC X(1).
           05  FILLER                      PIC 9(9)V99.
           05  FILLER                      PIC S9(9)V99.
           05  FILLER                      PIC 9(9)V99.
           05  FILLER                      PIC 9(9)V99.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                 PIC 9(8) VALUE 0.
           05  WS-COUNTER                  PIC 9(5) VALUE 0.
           05  WS-INNER                    PIC 9(5) VALUE 0.
           05  WS-FOUND-INDEX              PIC 9(5) VALUE 0.
           05  WS-BR-COUNTER               PIC 9(5) VALUE 0.
           05  WS-BR-INDEX                 PIC 9(5) VALUE 0.
           05  WS-SHP-INDEX                PIC 9(5) VALUE 0.
           05  WS-LOOKUP-BRANCH            PIC X(4) VALUE SPACES.
           05  WS-PRIOR-BALANCE            PIC S9(9)V99 VALUE 0.
           05  WS-TARGET-BALANCE           PIC S9(9)V99 VALUE 0.
           05  WS-SHIP-UNITS               PIC 9(7) VALUE 0.
           05  WS-CURRENT-CENTER           PIC X(4) VALUE SPACES.
           05  WS-CENTER-ORDERS            PIC 9(11)V99 VALUE 0.
           05  WS-CENTER-RETURNS           PIC 9(11)V99 VALUE 0.
           05  WS-ROLLED-COUNT             PIC 9(5) VALUE 0.
           05  WS-ALREADY-ROLLED-COUNT     PIC 9(5) VALUE 0.
           05  WS-OVER-LIMIT-COUNT         PIC 9(5) VALUE 0.
           05  WS-UNDER-MIN-COUNT          PIC 9(5) VALUE 0.
           05  WS-SHIP-POSTED-COUNT        PIC 9(5) VALUE 0.
           05  WS-SHIP-HELD-COUNT          PIC 9(5) VALUE 0.
           05  WS-SHIP-PRIOR-COUNT         PIC 9(5) VALUE 0.
           05  WS-NO-VAULT-COUNT           PIC 9(5) VALUE 0.
           05  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.
           05  WS-REPORT-LINE-COUNT        PIC 9(3) VALUE 0.
           05  WS-PAGE-NUMBER              PIC 9(3) VALUE 0.

       01  WS-RPT-HDR-1.
           05  FILLER                      PIC X(10)
                   VALUE 'BRVAULT - '.
           05  FILLER                      PIC X(24)
                   VALUE 'VAULT CASH POSITION'.
           05  FILLER                      PIC X(11) VALUE 'RUN DATE: '.
           05  WS-HDR-RUN-DATE             PIC 9999/99/99.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(6)  VALUE 'PAGE: '.
           05  WS-HDR-PAGE-NO              PIC ZZ9.

       01  WS-RPT-HDR-2.
           05  FILLER                      PIC X(8)  VALUE 'BRANCH'.
           05  FILLER                      PIC X(6)  VALUE 'CTR'.
           05  FILLER                      PIC X(15)
                   VALUE '    PRIOR VAULT'.
           05  FILLER                      PIC X(15)
                   VALUE '       NET CASH'.
           05  FILLER                      PIC X(15)
                   VALUE '    DRAWER CASH'.
           05  FILLER                      PIC X(15)
                   VALUE '      SHIPMENTS'.
           05  FILLER                      PIC X(15)
                   VALUE '      NEW VAULT'.
           05  FILLER                      PIC X(15)
                   VALUE '        MINIMUM'.
           05  FILLER                      PIC X(15)
                   VALUE '   INSURED MAX'.
           05  FILLER                      PIC X(2)  VALUE SPACES.
           05  FILLER                      PIC X(14) VALUE 'STATUS'.

       01  WS-RPT-DETAIL.
           05  WS-RD-BRANCH                PIC X(4).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RD-CENTER                PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RD-PRIOR                 PIC ---,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-NET-CASH              PIC ---,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-DRAWER                PIC ---,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-SHIPMENTS             PIC ---,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-NEW                   PIC ---,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-MIN                   PIC ---,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RD-MAX                   PIC ---,---,--9.99.
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RD-STATUS                PIC X(14).

       01  WS-EXCPT-LINE-AREA.
           05  WS-EX-TYPE                  PIC X(22).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EX-BRANCH                PIC X(4).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-EX-DETAIL                PIC X(70).

       01  WS-RPT-REC-TITLE.
           05  FILLER                      PIC X(20)
                   VALUE 'CASH ORDER / RETURN '.
           05  FILLER                      PIC X(30)
                   VALUE 'RECOMMENDATIONS BY CASH CENTER'.

       01  WS-RPT-REC-HDR.
           05  FILLER                      PIC X(8)  VALUE 'CENTER'.
           05  FILLER                      PIC X(8)  VALUE 'BRANCH'.
           05  FILLER                      PIC X(8)  VALUE 'ACTION'.
           05  FILLER                      PIC X(15)
                   VALUE '         AMOUNT'.
           05  FILLER                      PIC X(15)
                   VALUE '      NEW VAULT'.
           05  FILLER                      PIC X(15)
                   VALUE '        MINIMUM'.
           05  FILLER                      PIC X(15)
                   VALUE '    INSURED MAX'.

       01  WS-RPT-REC-DETAIL.
           05  WS-RR-CENTER                PIC X(4).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RR-BRANCH                PIC X(4).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-RR-ACTION                PIC X(6).
           05  FILLER                      PIC X(3) VALUE SPACES.
           05  WS-RR-AMOUNT                PIC ---,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RR-BALANCE               PIC ---,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RR-MIN                   PIC ---,---,--9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-RR-MAX                   PIC ---,---,--9.99.

       01  WS-RPT-REC-TOTAL.
           05  FILLER                      PIC X(7) VALUE 'CENTER '.
           05  WS-RRT-CENTER               PIC X(4).
           05  FILLER                      PIC X(12)
                   VALUE ' - ORDERS: '.
           05  WS-RRT-ORDERS               PIC ----,---,--9.99.
           05  FILLER                      PIC X(12)
                   VALUE '  RETURNS: '.
           05  WS-RRT-RETURNS              PIC ----,---,--9.99.

       01  WS-RPT-SUMMARY-1.
           05  FILLER                      PIC X(16)
                   VALUE 'VAULTS ROLLED: '.
           05  WS-RS-ROLLED                PIC ZZZZ9.
           05  FILLER                      PIC X(19)
                   VALUE '  ALREADY ROLLED: '.
           05  WS-RS-ALREADY               PIC ZZZZ9.
           05  FILLER                      PIC X(15)
                   VALUE '  OVER LIMIT: '.
           05  WS-RS-OVER                  PIC ZZZZ9.
           05  FILLER                      PIC X(18)
                   VALUE '  UNDER MINIMUM: '.
           05  WS-RS-UNDER                 PIC ZZZZ9.

       01  WS-RPT-SUMMARY-2.
           05  FILLER                      PIC X(20)
                   VALUE 'SHIPMENTS POSTED: '.
           05  WS-RS-SHIP-POSTED           PIC ZZZZ9.
           05  FILLER                      PIC X(9)
                   VALUE '  HELD: '.
           05  WS-RS-SHIP-HELD             PIC ZZZZ9.
           05  FILLER                      PIC X(20)
                   VALUE '  RECOMMENDATIONS: '.
           05  WS-RS-RECOMMEND             PIC ZZZZ9.
           05  FILLER                      PIC X(15)
                   VALUE '  EXCEPTIONS: '.
           05  WS-RS-EXCEPTIONS            PIC ZZZZ9.
           05  FILLER                      PIC X(21)
                   VALUE '  POSTED EARLIER: '.
           05  WS-RS-SHIP-PRIOR            PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TELLER-SNAPSHOT
           PERFORM 2500-LOAD-DECLARATIONS
           PERFORM 2700-ADD-UNDECLARED-DRAWERS
           PERFORM 3000-LOAD-SHIPMENTS
           PERFORM 4000-ROLL-VAULT-POSITIONS
           PERFORM 4800-FLAG-BRANCHES-WITHOUT-VAULT
           PERFORM 5000-WRITE-RECOMMENDATIONS
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 9900-TERMINATE
           STOP RUN.

      *****************************************************
      *  THE BUSINESS DATE COMES FROM THE DATE CONTROL
      *  RECORD THE NIGHTLY RUN LEFT BEHIND, AS IN BRDRAWER.
      *****************************************************
       1000-INITIALIZE.
           OPEN INPUT DATE-CONTROL-FILE.
           IF WS-DATEC-STATUS NOT = '00'
               DISPLAY 'BRVAULT - NO DATE CONTROL FILE, '
                   'STATUS=' WS-DATEC-STATUS
               STOP RUN
           END-IF.
           READ DATE-CONTROL-FILE
               AT END
                   DISPLAY 'BRVAULT - DATE CONTROL FILE EMPTY'
                   STOP RUN
               NOT AT END
                   MOVE DC-LAST-RUN-DATE TO WS-RUN-DATE
           END-READ.
           CLOSE DATE-CONTROL-FILE.

           OPEN OUTPUT REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'BRVAULT - CANNOT OPEN REPORT FILE, '
                   'STATUS=' WS-RPT-STATUS
               STOP RUN
           END-IF.
           MOVE 99 TO WS-REPORT-LINE-COUNT.

      *  THE REGISTER IS PERMANENT - IT IS ONLY EVER
      *  CREATED EMPTY THE FIRST TIME THE STEP RUNS.
           OPEN I-O REGISTER-FILE.
           IF WS-SHPREG-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF.
           IF WS-SHPREG-STATUS NOT = '00'
               DISPLAY 'BRVAULT - CANNOT OPEN SHIPMENT REGISTER, '
                   'STATUS=' WS-SHPREG-STATUS
               STOP RUN
           END-IF.

      *****************************************************
      *  A MISSING OR EMPTY SNAPSHOT MEANS THE NIGHTLY RUN
      *  DID NOT COMPLETE - ROLLING THE VAULTS WITHOUT THE
      *  DAY'S CASH WOULD LEAVE THEM WRONG, SO THE STEP
      *  STOPS.
      *****************************************************
       2000-LOAD-TELLER-SNAPSHOT.
           OPEN INPUT TELLER-CKPT-FILE.
           IF WS-TLRCK-STATUS NOT = '00'
               DISPLAY 'BRVAULT - NO TELLER SNAPSHOT, '
                   'STATUS=' WS-TLRCK-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TLRCK-EOF
               READ TELLER-CKPT-FILE
                   AT END
                       SET WS-TLRCK-EOF TO TRUE
                   NOT AT END
                       PERFORM 2010-STORE-ONE-TELLER
               END-READ
           END-PERFORM.
           CLOSE TELLER-CKPT-FILE.
           IF WS-TELLER-COUNT = 0
               DISPLAY 'BRVAULT - TELLER SNAPSHOT IS EMPTY, '
                   'VAULTS NOT ROLLED'
               STOP RUN
           END-IF.

       2010-STORE-ONE-TELLER.
           IF WS-TELLER-COUNT >= WS-TLR-MAX-ENTRIES
               DISPLAY 'BRVAULT - TELLER TABLE FULL, '
                   'SNAPSHOT ENTRY DROPPED: ' TC-TELLER-ID
           ELSE
               ADD 1 TO WS-TELLER-COUNT
               MOVE TC-BRANCH-CODE
                   TO WS-TLR-BRANCH(WS-TELLER-COUNT)
               MOVE TC-TELLER-ID TO WS-TLR-ID(WS-TELLER-COUNT)
      *  A SNAPSHOT WRITTEN BEFORE THE AMOUNT FIELDS
      *  EXISTED CARRIES SPACES THERE - TREATED AS ZERO.
               IF TC-AMT-CASH IS NUMERIC
                   MOVE TC-AMT-CASH
                       TO WS-TLR-AMT-CASH(WS-TELLER-COUNT)
               ELSE
                   MOVE 0 TO WS-TLR-AMT-CASH(WS-TELLER-COUNT)
               END-IF
               MOVE 'N' TO WS-TLR-DECLARED-SW(WS-TELLER-COUNT)
               MOVE TC-BRANCH-CODE TO WS-LOOKUP-BRANCH
               PERFORM 3900-FIND-OR-ADD-BRANCH
               IF WS-BR-FOUND
                   ADD WS-TLR-AMT-CASH(WS-TELLER-COUNT)
                       TO WS-BA-NET-CASH(WS-BR-INDEX)
               END-IF
           END-IF.

      *****************************************************
      *  THE COUNTED CASH IS WHAT ACTUALLY WENT INTO THE
      *  VAULT, SO A DECLARATION COUNTS EVEN WHEN BRDRAWER
      *  HELD IT BACK FROM THE GL FOR WANT OF COMPUTED
      *  ACTIVITY.  WITHOUT A DRAWRIN FILE EVERY TELLER
      *  FALLS BACK TO COMPUTED CASH.
      *****************************************************
       2500-LOAD-DECLARATIONS.
           OPEN INPUT DRAWER-FILE.
           IF WS-DRAWER-STATUS NOT = '00'
               DISPLAY 'BRVAULT - NO DECLARED DRAWER FILE, '
                   'COMPUTED TELLER CASH USED'
           ELSE
               PERFORM UNTIL WS-DRAWER-EOF
                   READ DRAWER-FILE
                       AT END
                           SET WS-DRAWER-EOF TO TRUE
                       NOT AT END
                           IF DR-BUSINESS-DATE = WS-RUN-DATE
                               PERFORM 2510-APPLY-ONE-DECLARATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE
           END-IF.

       2510-APPLY-ONE-DECLARATION.
           MOVE 'N' TO WS-TLR-FOUND-SW.
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-TELLER-COUNT
                   OR WS-TLR-FOUND
               IF WS-TLR-BRANCH(WS-COUNTER) = DR-BRANCH-CODE
                   AND WS-TLR-ID(WS-COUNTER) = DR-TELLER-ID
                   MOVE 'Y' TO WS-TLR-DECLARED-SW(WS-COUNTER)
                   SET WS-TLR-FOUND TO TRUE
               END-IF
           END-PERFORM.
           MOVE DR-BRANCH-CODE TO WS-LOOKUP-BRANCH.
           PERFORM 3900-FIND-OR-ADD-BRANCH.
           IF WS-BR-FOUND
               ADD DR-DECLARED-CASH
                   TO WS-BA-DRAWER-CASH(WS-BR-INDEX)
           END-IF.

       2700-ADD-UNDECLARED-DRAWERS.
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-TELLER-COUNT
               IF NOT WS-TLR-DECLARED(WS-COUNTER)
                   MOVE WS-TLR-BRANCH(WS-COUNTER)
                       TO WS-LOOKUP-BRANCH
                   PERFORM 3900-FIND-OR-ADD-BRANCH
                   IF WS-BR-FOUND
                       ADD WS-TLR-AMT-CASH(WS-COUNTER)
                           TO WS-BA-DRAWER-CASH(WS-BR-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************
      *  ONLY A CONFIRMED SHIPMENT DATED NO LATER THAN THE
      *  BUSINESS DATE POSTS - ONE STILL IN TRANSIT OR NOT
      *  YET MADE WOULD PUT CASH IN THE VAULT THAT IS NOT
      *  THERE.  THE REST ARE LISTED AND LEFT FOR A LATER
      *  CONFIRMATION.
      *****************************************************
       3000-LOAD-SHIPMENTS.
           OPEN INPUT SHIPMENT-FILE.
           IF WS-SHIP-STATUS NOT = '00'
               DISPLAY 'BRVAULT - NO SHIPMENT CONFIRMATION FILE, '
                   'NO SHIPMENTS POSTED'
           ELSE
               PERFORM UNTIL WS-SHIP-EOF
                   READ SHIPMENT-FILE
                       AT END
                           SET WS-SHIP-EOF TO TRUE
                       NOT AT END
                           PERFORM 3100-APPLY-ONE-SHIPMENT
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-FILE
           END-IF.

       3100-APPLY-ONE-SHIPMENT.
           MOVE CS-BRANCH-CODE TO WS-EX-BRANCH.
           MOVE SPACES TO WS-EX-DETAIL.
           EVALUATE TRUE
               WHEN NOT CS-IS-CONFIRMED
                   MOVE 'SHIPMENT NOT CONFIRMED' TO WS-EX-TYPE
                   STRING 'REF ' CS-CONFIRM-REF ' DATED '
                       CS-SHIP-DATE ' STATUS ' CS-STATUS
                       ' - NOT POSTED'
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   PERFORM 3150-HOLD-SHIPMENT
               WHEN CS-SHIP-DATE IS NOT NUMERIC
                   OR CS-SHIP-DATE > WS-RUN-DATE
                   MOVE 'SHIPMENT FUTURE DATED' TO WS-EX-TYPE
                   STRING 'REF ' CS-CONFIRM-REF ' DATED '
                       CS-SHIP-DATE ' - NOT POSTED'
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   PERFORM 3150-HOLD-SHIPMENT
               WHEN CS-AMOUNT IS NOT NUMERIC
                   OR (NOT CS-IS-ORDER AND NOT CS-IS-RETURN)
                   MOVE 'BAD SHIPMENT RECORD' TO WS-EX-TYPE
                   STRING 'REF ' CS-CONFIRM-REF ' DIRECTION '
                       CS-DIRECTION ' - NOT POSTED'
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   PERFORM 3150-HOLD-SHIPMENT
               WHEN OTHER
                   PERFORM 3120-ACCEPT-SHIPMENT
           END-EVALUATE.

      *****************************************************
      *  A SHIPMENT ALREADY ON THE REGISTER WAS POSTED ON
      *  AN EARLIER NIGHT AND IS PASSED OVER.  ONE SENT
      *  TWICE ON TONIGHT'S FILE COUNTS ONCE.
      *****************************************************
       3120-ACCEPT-SHIPMENT.
           MOVE CS-CASH-CENTER TO SR-CASH-CENTER.
           MOVE CS-CONFIRM-REF TO SR-CONFIRM-REF.
           READ REGISTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-SHP-REGISTERED-SW
               NOT INVALID KEY
                   SET WS-SHP-REGISTERED TO TRUE
           END-READ.
           PERFORM 3130-FIND-SHIPMENT-ENTRY.
           EVALUATE TRUE
               WHEN WS-SHP-REGISTERED
                   ADD 1 TO WS-SHIP-PRIOR-COUNT
               WHEN WS-SHP-FOUND
                   MOVE 'SHIPMENT DUPLICATED' TO WS-EX-TYPE
                   STRING 'REF ' CS-CONFIRM-REF ' DATED '
                       CS-SHIP-DATE ' SENT TWICE - POSTED ONCE'
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   ADD 1 TO WS-EXCEPTION-COUNT
                   PERFORM 7100-PRINT-EXCEPTION-LINE
               WHEN WS-SHIPMENT-COUNT >= WS-SHP-MAX-ENTRIES
                   MOVE 'SHIPMENT TABLE FULL' TO WS-EX-TYPE
                   STRING 'REF ' CS-CONFIRM-REF ' DATED '
                       CS-SHIP-DATE ' - NOT POSTED'
                       DELIMITED BY SIZE INTO WS-EX-DETAIL
                   PERFORM 3150-HOLD-SHIPMENT
               WHEN OTHER
                   MOVE CS-BRANCH-CODE TO WS-LOOKUP-BRANCH
                   PERFORM 3900-FIND-OR-ADD-BRANCH
                   IF WS-BR-FOUND
                       ADD 1 TO WS-SHIPMENT-COUNT
                       MOVE CS-CASH-CENTER
                           TO WS-SHP-CENTER(WS-SHIPMENT-COUNT)
                       MOVE CS-CONFIRM-REF
                           TO WS-SHP-REF(WS-SHIPMENT-COUNT)
                       MOVE CS-BRANCH-CODE
                           TO WS-SHP-BRANCH(WS-SHIPMENT-COUNT)
                       MOVE CS-SHIP-DATE
                           TO WS-SHP-DATE(WS-SHIPMENT-COUNT)
                       MOVE CS-DIRECTION
                           TO WS-SHP-DIRECTION(WS-SHIPMENT-COUNT)
                       MOVE CS-AMOUNT
                           TO WS-SHP-AMOUNT(WS-SHIPMENT-COUNT)
                       IF CS-IS-ORDER
                           ADD CS-AMOUNT
                               TO WS-BA-SHIP-IN(WS-BR-INDEX)
                       ELSE
                           ADD CS-AMOUNT
                               TO WS-BA-SHIP-OUT(WS-BR-INDEX)
                       END-IF
                   END-IF
           END-EVALUATE.

       3130-FIND-SHIPMENT-ENTRY.
           MOVE 'N' TO WS-SHP-FOUND-SW.
           PERFORM VARYING WS-SHP-INDEX FROM 1 BY 1
               UNTIL WS-SHP-INDEX > WS-SHIPMENT-COUNT
                   OR WS-SHP-FOUND
               IF WS-SHP-CENTER(WS-SHP-INDEX) = CS-CASH-CENTER
                   AND WS-SHP-REF(WS-SHP-INDEX) = CS-CONFIRM-REF
                   SET WS-SHP-FOUND TO TRUE
               END-IF
           END-PERFORM.

       3150-HOLD-SHIPMENT.
           ADD 1 TO WS-SHIP-HELD-COUNT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM 7100-PRINT-EXCEPTION-LINE.

       3900-FIND-OR-ADD-BRANCH.
           MOVE 'N' TO WS-BR-FOUND-SW.
           PERFORM VARYING WS-BR-COUNTER FROM 1 BY 1
               UNTIL WS-BR-COUNTER > WS-BRANCH-COUNT
                   OR WS-BR-FOUND
               IF WS-BA-BRANCH(WS-BR-COUNTER) = WS-LOOKUP-BRANCH
                   MOVE WS-BR-COUNTER TO WS-BR-INDEX
                   SET WS-BR-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-BR-FOUND
               IF WS-BRANCH-COUNT < WS-BR-MAX-ENTRIES
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE WS-LOOKUP-BRANCH
                       TO WS-BA-BRANCH(WS-BRANCH-COUNT)
                   MOVE 0 TO WS-BA-NET-CASH(WS-BRANCH-COUNT)
                   MOVE 0 TO WS-BA-DRAWER-CASH(WS-BRANCH-COUNT)
                   MOVE 0 TO WS-BA-SHIP-IN(WS-BRANCH-COUNT)
                   MOVE 0 TO WS-BA-SHIP-OUT(WS-BRANCH-COUNT)
                   MOVE 'N' TO WS-BA-VAULT-SW(WS-BRANCH-COUNT)
                   MOVE WS-BRANCH-COUNT TO WS-BR-INDEX
                   SET WS-BR-FOUND TO TRUE
               ELSE
                   DISPLAY 'BRVAULT - BRANCH TABLE FULL, '
                       'CASH NOT ROLLED FOR: ' WS-LOOKUP-BRANCH
               END-IF
           END-IF.

      *****************************************************
      *  ONE PASS OF THE VAULT FILE IN BRANCH ORDER.  A
      *  VAULT WITH NO CASH MOVEMENT TODAY IS STILL ROLLED
      *  (TO STAMP THE DATE) AND STILL JUDGED AGAINST ITS
      *  LIMITS.
      *****************************************************
       4000-ROLL-VAULT-POSITIONS.
           OPEN I-O VAULT-FILE.
           IF WS-VAULT-STATUS NOT = '00'
               DISPLAY 'BRVAULT - CANNOT OPEN VAULT POSITION '
                   'FILE, STATUS=' WS-VAULT-STATUS
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-VAULT-EOF
               READ VAULT-FILE NEXT RECORD
                   AT END
                       SET WS-VAULT-EOF TO TRUE
                   NOT AT END
                       PERFORM 4100-ROLL-ONE-VAULT
               END-READ
           END-PERFORM.
           CLOSE VAULT-FILE.

       4100-ROLL-ONE-VAULT.
           MOVE VP-VAULT-BALANCE TO WS-PRIOR-BALANCE.
           MOVE VP-BRANCH-CODE TO WS-LOOKUP-BRANCH.
           PERFORM 3900-FIND-OR-ADD-BRANCH.
           IF VP-LAST-ROLL-DATE NOT < WS-RUN-DATE
               ADD 1 TO WS-ALREADY-ROLLED-COUNT
               IF WS-BR-FOUND
                   MOVE 'Y' TO WS-BA-VAULT-SW(WS-BR-INDEX)
               END-IF
               COMPUTE WS-PRIOR-BALANCE = VP-VAULT-BALANCE
                   - VP-DRAWER-CASH - VP-SHIPMENTS
               MOVE 'ALREADY ROLLED' TO WS-RD-STATUS
           ELSE
               IF WS-BR-FOUND
                   MOVE 'Y' TO WS-BA-VAULT-SW(WS-BR-INDEX)
                   MOVE WS-BA-NET-CASH(WS-BR-INDEX) TO VP-NET-CASH
                   MOVE WS-BA-DRAWER-CASH(WS-BR-INDEX)
                       TO VP-DRAWER-CASH
                   COMPUTE VP-SHIPMENTS =
                       WS-BA-SHIP-IN(WS-BR-INDEX)
                       - WS-BA-SHIP-OUT(WS-BR-INDEX)
               ELSE
                   MOVE 0 TO VP-NET-CASH
                   MOVE 0 TO VP-DRAWER-CASH
                   MOVE 0 TO VP-SHIPMENTS
               END-IF
               COMPUTE VP-VAULT-BALANCE = VP-VAULT-BALANCE
                   + VP-DRAWER-CASH + VP-SHIPMENTS
               MOVE WS-RUN-DATE TO VP-LAST-ROLL-DATE
               PERFORM 4150-SET-POSITION-FLAG
               REWRITE VAULT-POSITION-RECORD
               IF WS-VAULT-STATUS NOT = '00'
                   DISPLAY 'BRVAULT - VAULT POSITION REWRITE FAILED '
                       'FOR ' VP-BRANCH-CODE ', STATUS='
                       WS-VAULT-STATUS
                   STOP RUN
               END-IF
               PERFORM 4120-REGISTER-SHIPMENTS
               ADD 1 TO WS-ROLLED-COUNT
               MOVE SPACES TO WS-RD-STATUS
           END-IF.
           EVALUATE TRUE
               WHEN VP-IS-OVER-LIMIT
                   ADD 1 TO WS-OVER-LIMIT-COUNT
                   IF WS-RD-STATUS = SPACES
                       MOVE 'OVER LIMIT' TO WS-RD-STATUS
                   END-IF
                   PERFORM 4200-RECOMMEND-SHIPMENT
               WHEN VP-IS-UNDER-MINIMUM
                   ADD 1 TO WS-UNDER-MIN-COUNT
                   IF WS-RD-STATUS = SPACES
                       MOVE 'UNDER MINIMUM' TO WS-RD-STATUS
                   END-IF
                   PERFORM 4200-RECOMMEND-SHIPMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 4300-PRINT-ONE-VAULT-LINE.

      *****************************************************
      *  THE VAULT NOW HOLDS ITS BRANCH'S SHIPMENTS - ENTER
      *  EACH ON THE REGISTER SO NO LATER NIGHT POSTS IT
      *  AGAIN.
      *****************************************************
       4120-REGISTER-SHIPMENTS.
           PERFORM VARYING WS-SHP-INDEX FROM 1 BY 1
               UNTIL WS-SHP-INDEX > WS-SHIPMENT-COUNT
               IF WS-SHP-BRANCH(WS-SHP-INDEX) = VP-BRANCH-CODE
                   PERFORM 4130-WRITE-ONE-REGISTRATION
               END-IF
           END-PERFORM.

       4130-WRITE-ONE-REGISTRATION.
           MOVE SPACES TO SHIPMENT-REGISTER-RECORD.
           MOVE WS-SHP-CENTER(WS-SHP-INDEX) TO SR-CASH-CENTER.
           MOVE WS-SHP-REF(WS-SHP-INDEX) TO SR-CONFIRM-REF.
           MOVE WS-SHP-BRANCH(WS-SHP-INDEX) TO SR-BRANCH-CODE.
           MOVE WS-SHP-DATE(WS-SHP-INDEX) TO SR-SHIP-DATE.
           MOVE WS-SHP-DIRECTION(WS-SHP-INDEX) TO SR-DIRECTION.
           MOVE WS-SHP-AMOUNT(WS-SHP-INDEX) TO SR-AMOUNT.
           MOVE WS-RUN-DATE TO SR-POSTED-DATE.
           WRITE SHIPMENT-REGISTER-RECORD
               INVALID KEY
                   DISPLAY 'BRVAULT - SHIPMENT REGISTER WRITE '
                       'FAILED FOR REF ' SR-CONFIRM-REF
                       ', STATUS=' WS-SHPREG-STATUS
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-SHIP-POSTED-COUNT
           END-WRITE.

       4150-SET-POSITION-FLAG.
           EVALUATE TRUE
               WHEN VP-VAULT-BALANCE > VP-MAX-HOLDING
                   SET VP-IS-OVER-LIMIT TO TRUE
               WHEN VP-VAULT-BALANCE < VP-MIN-HOLDING
                   SET VP-IS-UNDER-MINIMUM TO TRUE
               WHEN OTHER
                   SET VP-IS-WITHIN-LIMITS TO TRUE
           END-EVALUATE.

      *****************************************************
      *  BRING THE VAULT BACK TO THE MIDDLE OF ITS LIMITS,
      *  IN WHOLE HUNDREDS - AN ORDER ROUNDS UP, A RETURN
      *  ROUNDS DOWN, SO NEITHER OVERSHOOTS THE MIDPOINT.
      *  A RETURN THAT ROUNDS TO NOTHING (A VERY NARROW
      *  BAND) TAKES THE EXCESS OVER THE LIMIT INSTEAD.
      *****************************************************
       4200-RECOMMEND-SHIPMENT.
           IF WS-REC-COUNT >= WS-REC-MAX-ENTRIES
               DISPLAY 'BRVAULT - RECOMMENDATION TABLE FULL, '
                   'BRANCH NOT RECOMMENDED: ' VP-BRANCH-CODE
           ELSE
               ADD 1 TO WS-REC-COUNT
               COMPUTE WS-TARGET-BALANCE =
                   (VP-MIN-HOLDING + VP-MAX-HOLDING) / 2
               MOVE VP-CASH-CENTER TO WS-REC-CENTER(WS-REC-COUNT)
               MOVE VP-BRANCH-CODE TO WS-REC-BRANCH(WS-REC-COUNT)
               MOVE VP-VAULT-BALANCE
                   TO WS-REC-BALANCE(WS-REC-COUNT)
               MOVE VP-MIN-HOLDING TO WS-REC-MIN(WS-REC-COUNT)
               MOVE VP-MAX-HOLDING TO WS-REC-MAX(WS-REC-COUNT)
               IF VP-IS-UNDER-MINIMUM
                   MOVE 'O' TO WS-REC-ACTION(WS-REC-COUNT)
                   COMPUTE WS-SHIP-UNITS =
                       (WS-TARGET-BALANCE - VP-VAULT-BALANCE
                           + 99.99) / 100
               ELSE
                   MOVE 'R' TO WS-REC-ACTION(WS-REC-COUNT)
                   COMPUTE WS-SHIP-UNITS =
                       (VP-VAULT-BALANCE - WS-TARGET-BALANCE) / 100
                   IF WS-SHIP-UNITS = 0
                       COMPUTE WS-SHIP-UNITS =
                           (VP-VAULT-BALANCE - VP-MAX-HOLDING
                               + 99.99) / 100
                   END-IF
               END-IF
               COMPUTE WS-REC-AMOUNT(WS-REC-COUNT) =
                   WS-SHIP-UNITS * 100
           END-IF.

       4300-PRINT-ONE-VAULT-LINE.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE VP-BRANCH-CODE TO WS-RD-BRANCH.
           MOVE VP-CASH-CENTER TO WS-RD-CENTER.
           MOVE WS-PRIOR-BALANCE TO WS-RD-PRIOR.
           MOVE VP-NET-CASH TO WS-RD-NET-CASH.
           MOVE VP-DRAWER-CASH TO WS-RD-DRAWER.
           MOVE VP-SHIPMENTS TO WS-RD-SHIPMENTS.
           MOVE VP-VAULT-BALANCE TO WS-RD-NEW.
           MOVE VP-MIN-HOLDING TO WS-RD-MIN.
           MOVE VP-MAX-HOLDING TO WS-RD-MAX.
           WRITE RPT-LINE FROM WS-RPT-DETAIL
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

      *****************************************************
      *  CASH THAT MOVED AT A BRANCH WITH NO VAULT ON FILE
      *  HAS NOWHERE TO GO - SAY SO, SO THE VAULT CAN BE SET
      *  UP THROUGH BRVLTMNT BEFORE THE POSITION DRIFTS.
      *****************************************************
       4800-FLAG-BRANCHES-WITHOUT-VAULT.
           PERFORM VARYING WS-BR-COUNTER FROM 1 BY 1
               UNTIL WS-BR-COUNTER > WS-BRANCH-COUNT
               IF NOT WS-BA-HAS-VAULT(WS-BR-COUNTER)
                   AND (WS-BA-DRAWER-CASH(WS-BR-COUNTER) NOT = 0
                       OR WS-BA-SHIP-IN(WS-BR-COUNTER) NOT = 0
                       OR WS-BA-SHIP-OUT(WS-BR-COUNTER) NOT = 0)
                   ADD 1 TO WS-NO-VAULT-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE 'NO VAULT POSITION' TO WS-EX-TYPE
                   MOVE WS-BA-BRANCH(WS-BR-COUNTER) TO WS-EX-BRANCH
                   MOVE 'CASH MOVED BUT NO BRVAULT RECORD - NOT ROLLED'
                       TO WS-EX-DETAIL
                   PERFORM 7100-PRINT-EXCEPTION-LINE
               END-IF
           END-PERFORM.

      *****************************************************
      *  CASHREC GOES OUT IN CASH CENTER ORDER, AND THE
      *  REPORT TOTALS EACH CENTER'S ORDERS AND RETURNS FOR
      *  THE ARMORED-CAR SCHEDULE.
      *****************************************************
       5000-WRITE-RECOMMENDATIONS.
           PERFORM 5100-SORT-RECOMMENDATIONS.
           OPEN OUTPUT RECOMMEND-FILE.
           IF WS-RECOMM-STATUS NOT = '00'
               DISPLAY 'BRVAULT - CANNOT OPEN RECOMMENDATION FILE, '
                   'STATUS=' WS-RECOMM-STATUS
               STOP RUN
           END-IF.
           IF WS-REPORT-LINE-COUNT + 6 > WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           WRITE RPT-LINE FROM WS-RPT-REC-TITLE
               AFTER ADVANCING 2.
           WRITE RPT-LINE FROM WS-RPT-REC-HDR
               AFTER ADVANCING 1.
           ADD 3 TO WS-REPORT-LINE-COUNT.
           MOVE SPACES TO WS-CURRENT-CENTER.
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER > WS-REC-COUNT
               IF WS-REC-CENTER(WS-COUNTER) NOT = WS-CURRENT-CENTER
                   IF WS-COUNTER > 1
                       PERFORM 5300-PRINT-CENTER-TOTAL
                   END-IF
                   MOVE WS-REC-CENTER(WS-COUNTER)
                       TO WS-CURRENT-CENTER
                   MOVE 0 TO WS-CENTER-ORDERS
                   MOVE 0 TO WS-CENTER-RETURNS
               END-IF
               PERFORM 5200-WRITE-ONE-RECOMMENDATION
           END-PERFORM.
           IF WS-REC-COUNT > 0
               PERFORM 5300-PRINT-CENTER-TOTAL
           END-IF.
           CLOSE RECOMMEND-FILE.

       5100-SORT-RECOMMENDATIONS.
           PERFORM VARYING WS-COUNTER FROM 1 BY 1
               UNTIL WS-COUNTER >= WS-REC-COUNT
               PERFORM VARYING WS-INNER FROM 1 BY 1
                   UNTIL WS-INNER >= WS-REC-COUNT
                   IF WS-REC-KEY(WS-INNER)
                       > WS-REC-KEY(WS-INNER + 1)
                       MOVE WS-REC-ENTRY(WS-INNER)
                           TO WS-REC-SWAP-ENTRY
                       MOVE WS-REC-ENTRY(WS-INNER + 1)
                           TO WS-REC-ENTRY(WS-INNER)
                       MOVE WS-REC-SWAP-ENTRY
                           TO WS-REC-ENTRY(WS-INNER + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       5200-WRITE-ONE-RECOMMENDATION.
           MOVE SPACES TO CASH-RECOMMEND-RECORD.
           MOVE WS-REC-CENTER(WS-COUNTER) TO CR-CASH-CENTER.
           MOVE WS-REC-BRANCH(WS-COUNTER) TO CR-BRANCH-CODE.
           MOVE WS-RUN-DATE TO CR-BUSINESS-DATE.
           MOVE WS-REC-ACTION(WS-COUNTER) TO CR-ACTION.
           MOVE WS-REC-AMOUNT(WS-COUNTER) TO CR-AMOUNT.
           MOVE WS-REC-BALANCE(WS-COUNTER) TO CR-VAULT-BALANCE.
           MOVE WS-REC-MIN(WS-COUNTER) TO CR-MIN-HOLDING.
           MOVE WS-REC-MAX(WS-COUNTER) TO CR-MAX-HOLDING.
           WRITE CASH-RECOMMEND-RECORD.
           IF WS-REC-IS-ORDER(WS-COUNTER)
               ADD WS-REC-AMOUNT(WS-COUNTER) TO WS-CENTER-ORDERS
               MOVE 'ORDER' TO WS-RR-ACTION
           ELSE
               ADD WS-REC-AMOUNT(WS-COUNTER) TO WS-CENTER-RETURNS
               MOVE 'RETURN' TO WS-RR-ACTION
           END-IF.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
               WRITE RPT-LINE FROM WS-RPT-REC-HDR
                   AFTER ADVANCING 1
               ADD 1 TO WS-REPORT-LINE-COUNT
           END-IF.
           MOVE WS-REC-CENTER(WS-COUNTER) TO WS-RR-CENTER.
           MOVE WS-REC-BRANCH(WS-COUNTER) TO WS-RR-BRANCH.
           MOVE WS-REC-AMOUNT(WS-COUNTER) TO WS-RR-AMOUNT.
           MOVE WS-REC-BALANCE(WS-COUNTER) TO WS-RR-BALANCE.
           MOVE WS-REC-MIN(WS-COUNTER) TO WS-RR-MIN.
           MOVE WS-REC-MAX(WS-COUNTER) TO WS-RR-MAX.
           WRITE RPT-LINE FROM WS-RPT-REC-DETAIL
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       5300-PRINT-CENTER-TOTAL.
           MOVE WS-CURRENT-CENTER TO WS-RRT-CENTER.
           MOVE WS-CENTER-ORDERS TO WS-RRT-ORDERS.
           MOVE WS-CENTER-RETURNS TO WS-RRT-RETURNS.
           WRITE RPT-LINE FROM WS-RPT-REC-TOTAL
               AFTER ADVANCING 1.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1.
           ADD 2 TO WS-REPORT-LINE-COUNT.

       6000-PRINT-SUMMARY.
           IF WS-PAGE-NUMBER = 0
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           MOVE WS-ROLLED-COUNT TO WS-RS-ROLLED.
           MOVE WS-ALREADY-ROLLED-COUNT TO WS-RS-ALREADY.
           MOVE WS-OVER-LIMIT-COUNT TO WS-RS-OVER.
           MOVE WS-UNDER-MIN-COUNT TO WS-RS-UNDER.
           WRITE RPT-LINE FROM WS-RPT-SUMMARY-1
               AFTER ADVANCING 2.
           MOVE WS-SHIP-POSTED-COUNT TO WS-RS-SHIP-POSTED.
           MOVE WS-SHIP-HELD-COUNT TO WS-RS-SHIP-HELD.
           MOVE WS-REC-COUNT TO WS-RS-RECOMMEND.
           MOVE WS-EXCEPTION-COUNT TO WS-RS-EXCEPTIONS.
           MOVE WS-SHIP-PRIOR-COUNT TO WS-RS-SHIP-PRIOR.
           WRITE RPT-LINE FROM WS-RPT-SUMMARY-2
               AFTER ADVANCING 1.

       7050-PRINT-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO WS-HDR-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO WS-HDR-PAGE-NO.
           WRITE RPT-LINE FROM WS-RPT-HDR-1
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING 1.
           WRITE RPT-LINE FROM WS-RPT-HDR-2
               AFTER ADVANCING 1.
           MOVE 0 TO WS-REPORT-LINE-COUNT.

       7100-PRINT-EXCEPTION-LINE.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM 7050-PRINT-REPORT-HEADERS
           END-IF.
           WRITE RPT-LINE FROM WS-EXCPT-LINE-AREA
               AFTER ADVANCING 1.
           ADD 1 TO WS-REPORT-LINE-COUNT.

       9900-TERMINATE.
           CLOSE REGISTER-FILE.
           CLOSE REPORT-FILE.
           IF WS-EXCEPTION-COUNT > 0
               DISPLAY 'BRVAULT - COMPLETED WITH '
                   WS-EXCEPTION-COUNT ' EXCEPTIONS'
           ELSE
               DISPLAY 'BRVAULT - COMPLETED NORMALLY'
           END-IF.
