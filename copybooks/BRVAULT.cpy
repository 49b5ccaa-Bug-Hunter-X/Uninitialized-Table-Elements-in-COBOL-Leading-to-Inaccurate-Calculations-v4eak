      *****************************************************
      *  BRVAULT - BRANCH VAULT CASH POSITION, KEYED BY
      *  BRANCH CODE.  THE LIMITS AND THE SERVING CASH
      *  CENTER ARE SET THROUGH THE BRVLTMNT RUN; THE
      *  BALANCES ARE ROLLED FORWARD EACH NIGHT BY THE
      *  BRVAULT STEP FROM THE DAY'S DRAWER CASH (THE
      *  DRAWRIN COUNT, OR THE CKPTTLR NET TELLER CASH FOR
      *  A TELLER WHO DID NOT DECLARE) AND THE CONFIRMED
      *  CASHSHIP SHIPMENTS.  THE DRAWERS ARE EMPTIED INTO
      *  THE VAULT AT CLOSE, SO VP-VAULT-BALANCE IS THE
      *  BRANCH'S WHOLE CASH HOLDING OVERNIGHT.
      *  VP-MAX-HOLDING IS THE INSURANCE LIMIT.  ALL
      *  AMOUNTS ARE BASE CURRENCY.
      *****************************************************
       01  VAULT-POSITION-RECORD.
           05  VP-BRANCH-CODE          PIC X(4).
           05  VP-CASH-CENTER          PIC X(4).
           05  VP-VAULT-BALANCE        PIC S9(9)V99 COMP-3.
           05  VP-MIN-HOLDING          PIC 9(9)V99 COMP-3.
           05  VP-MAX-HOLDING          PIC 9(9)V99 COMP-3.
      *  THE LAST NIGHT ROLLED, AND WHAT WENT INTO IT - A
      *  SECOND ROLL FOR THE SAME DATE IS REFUSED.
           05  VP-LAST-ROLL-DATE       PIC 9(8).
           05  VP-DRAWER-CASH          PIC S9(9)V99 COMP-3.
           05  VP-NET-CASH             PIC S9(9)V99 COMP-3.
           05  VP-SHIPMENTS            PIC S9(9)V99 COMP-3.
           05  VP-POSITION-FLAG        PIC X(1).
               88  VP-IS-WITHIN-LIMITS      VALUE ' '.
               88  VP-IS-OVER-LIMIT         VALUE 'O'.
               88  VP-IS-UNDER-MINIMUM      VALUE 'U'.
           05  VP-LAST-MAINT-DATE      PIC 9(8).
           05  FILLER                  PIC X(19).
