      *****************************************************
      *  BRCSHRC - CASH ORDER / RETURN RECOMMENDATION, ONE
      *  PER BRANCH WHOSE VAULT IS OUTSIDE ITS LIMITS,
      *  WRITTEN BY THE BRVAULT STEP TO CASHREC IN CASH
      *  CENTER ORDER FOR THE ARMORED-CAR SCHEDULE.  AN
      *  ORDER BRINGS THE VAULT UP, A RETURN BRINGS IT DOWN,
      *  IN EACH CASE TO THE MIDPOINT OF ITS LIMITS IN
      *  WHOLE HUNDREDS.
      *****************************************************
       01  CASH-RECOMMEND-RECORD.
           05  CR-CASH-CENTER          PIC X(4).
           05  CR-BRANCH-CODE          PIC X(4).
           05  CR-BUSINESS-DATE        PIC 9(8).
           05  CR-ACTION               PIC X(1).
               88  CR-IS-ORDER              VALUE 'O'.
               88  CR-IS-RETURN             VALUE 'R'.
           05  CR-AMOUNT               PIC 9(9)V99.
           05  CR-VAULT-BALANCE        PIC S9(9)V99.
           05  CR-MIN-HOLDING          PIC 9(9)V99.
           05  CR-MAX-HOLDING          PIC 9(9)V99.
           05  FILLER                  PIC X(19).
