      *****************************************************
      *  BRSHPRG - POSTED SHIPMENT REGISTER RECORD (SHIPREG).
      *  ONE RECORD PER CASHSHIP CONFIRMATION THE BRVAULT
      *  STEP HAS POSTED TO A VAULT, KEPT PERMANENTLY.  THE
      *  KEY IS THE CASH CENTER AND ITS CONFIRMATION
      *  REFERENCE, SO A CONFIRMATION THE CASH CENTER SENDS
      *  AGAIN ON A LATER CASHSHIP - OR THAT STAYS ON THE
      *  FILE FROM NIGHT TO NIGHT - IS FOUND ON FILE AND NOT
      *  POSTED A SECOND TIME.  A SHIPMENT HELD BACK (NOT
      *  CONFIRMED, FUTURE DATED, OR FOR A BRANCH WITH NO
      *  VAULT ROLLED) IS NEVER REGISTERED, SO IT POSTS ON
      *  THE NIGHT IT FIRST CAN.
      *****************************************************
       01  SHIPMENT-REGISTER-RECORD.
           05  SR-REGISTER-KEY.
               10  SR-CASH-CENTER          PIC X(4).
               10  SR-CONFIRM-REF          PIC X(10).
           05  SR-BRANCH-CODE          PIC X(4).
           05  SR-SHIP-DATE            PIC 9(8).
           05  SR-DIRECTION            PIC X(1).
           05  SR-AMOUNT               PIC 9(9)V99.
           05  SR-POSTED-DATE          PIC 9(8).
           05  FILLER                  PIC X(14).
