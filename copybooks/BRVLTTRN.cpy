      *****************************************************
      *  BRVLTTRN - VAULT POSITION MAINTENANCE TRANSACTION,
      *  ONE ACTION PER 80-BYTE RECORD, APPLIED AGAINST
      *  BRVAULT BY THE BRVLTMNT RUN.
      *
      *  ACTIONS:
      *      A - ADD A BRANCH'S VAULT WITH ITS CASH CENTER,
      *          LIMITS AND OPENING (COUNTED) BALANCE
      *      C - CHANGE THEM; A BLANK FIELD LEAVES THAT ITEM
      *          AS IT IS.  A BALANCE ON A CHANGE IS A
      *          RECOUNT AND REPLACES THE ROLLED BALANCE
      *      D - DELETE THE BRANCH'S VAULT POSITION
      *
      *  THE BRANCH MUST BE ON THE MASTER AND THE MINIMUM
      *  MAY NOT EXCEED THE MAXIMUM.  AMOUNTS ARE BASE
      *  CURRENCY WITH TWO IMPLIED DECIMALS.
      *****************************************************
       01  VAULT-TRANX-RECORD.
           05  VT-ACTION               PIC X(1).
               88  VT-IS-ADD                VALUE 'A'.
               88  VT-IS-CHANGE             VALUE 'C'.
               88  VT-IS-DELETE             VALUE 'D'.
           05  VT-BRANCH-CODE          PIC X(4).
           05  VT-CASH-CENTER          PIC X(4).
           05  VT-MIN-HOLDING          PIC 9(9)V99.
           05  VT-MIN-HOLDING-X REDEFINES VT-MIN-HOLDING
                                       PIC X(11).
           05  VT-MAX-HOLDING          PIC 9(9)V99.
           05  VT-MAX-HOLDING-X REDEFINES VT-MAX-HOLDING
                                       PIC X(11).
           05  VT-VAULT-BALANCE        PIC 9(9)V99.
           05  VT-VAULT-BALANCE-X REDEFINES VT-VAULT-BALANCE
                                       PIC X(11).
           05  FILLER                  PIC X(38).
