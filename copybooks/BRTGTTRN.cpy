      *****************************************************
      *  BRTGTTRN - BRANCH TARGET MAINTENANCE TRANSACTION,
      *  ONE ACTION PER 80-BYTE RECORD, APPLIED AGAINST
      *  BRTARGT BY THE BRTGTMNT RUN.
      *
      *  ACTIONS:
      *      A - ADD THE BRANCH'S TARGETS FOR A MONTH
      *      C - CHANGE THEM; A BLANK COUNT OR AMOUNT LEAVES
      *          THAT TARGET AS IT IS
      *      D - DELETE THE MONTH'S TARGETS
      *
      *  THE BRANCH MUST BE ON THE MASTER AND THE MONTH MAY
      *  NOT BE ONE ALREADY CLOSED BY THE CURRENT BUSINESS
      *  DATE.  THE AMOUNT IS BASE CURRENCY WITH TWO
      *  IMPLIED DECIMALS.
      *****************************************************
       01  TARGET-TRANX-RECORD.
           05  TT-ACTION               PIC X(1).
               88  TT-IS-ADD                VALUE 'A'.
               88  TT-IS-CHANGE             VALUE 'C'.
               88  TT-IS-DELETE             VALUE 'D'.
           05  TT-BRANCH-CODE          PIC X(4).
           05  TT-TARGET-MONTH         PIC 9(6).
           05  TT-TARGET-MONTH-PARTS REDEFINES TT-TARGET-MONTH.
               10  TT-TARGET-YEAR      PIC 9(4).
               10  TT-TARGET-MM        PIC 9(2).
           05  TT-TARGET-COUNT         PIC 9(7).
           05  TT-TARGET-COUNT-X REDEFINES TT-TARGET-COUNT
                                       PIC X(7).
           05  TT-TARGET-AMOUNT        PIC 9(11)V99.
           05  TT-TARGET-AMOUNT-X REDEFINES TT-TARGET-AMOUNT
                                       PIC X(13).
           05  FILLER                  PIC X(49).
