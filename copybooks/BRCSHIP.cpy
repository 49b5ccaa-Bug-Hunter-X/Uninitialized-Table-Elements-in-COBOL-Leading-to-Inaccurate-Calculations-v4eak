      *****************************************************
      *  BRCSHIP - CASH SHIPMENT CONFIRMATION, ONE PER
      *  ARMORED-CAR DELIVERY OR PICKUP, SENT BACK BY THE
      *  CASH CENTERS ON CASHSHIP.  ONLY A CONFIRMED
      *  SHIPMENT DATED ON OR BEFORE THE BUSINESS DATE IS
      *  POSTED TO THE VAULT BY THE BRVAULT STEP, AND ONLY
      *  ONCE - CS-CASH-CENTER AND CS-CONFIRM-REF IDENTIFY
      *  IT ON THE POSTED SHIPMENT REGISTER (BRSHPRG).
      *****************************************************
       01  CASH-SHIPMENT-RECORD.
           05  CS-BRANCH-CODE          PIC X(4).
           05  CS-CASH-CENTER          PIC X(4).
           05  CS-SHIP-DATE            PIC 9(8).
           05  CS-DIRECTION            PIC X(1).
               88  CS-IS-ORDER              VALUE 'O'.
               88  CS-IS-RETURN             VALUE 'R'.
           05  CS-AMOUNT               PIC 9(9)V99.
           05  CS-STATUS               PIC X(1).
               88  CS-IS-CONFIRMED          VALUE 'C'.
           05  CS-CONFIRM-REF          PIC X(10).
           05  FILLER                  PIC X(41).
