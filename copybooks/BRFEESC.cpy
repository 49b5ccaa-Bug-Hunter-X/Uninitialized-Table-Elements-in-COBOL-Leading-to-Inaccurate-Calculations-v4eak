      *****************************************************
      *  BRFEESC - PER-ITEM FEE SCHEDULE, KEYED BY CATEGORY
      *  CODE, SOURCE CHANNEL AND EFFECTIVE DATE.  A ROW
      *  PRICES EVERY ITEM OF ITS CATEGORY AND CHANNEL FROM
      *  ITS EFFECTIVE DATE UNTIL A LATER-DATED ROW FOR THE
      *  SAME PAIR TAKES OVER - A RATE CHANGE IS A NEW ROW,
      *  NOT AN UPDATE, SO AN ADJUSTMENT OF AN OLD BUSINESS
      *  DATE STILL PRICES AT THE RATE THEN IN FORCE.
      *  THE FEE ON ONE ITEM IS FS-FLAT-AMOUNT PLUS
      *  FS-PERCENT OF THE ITEM'S BASE-CURRENCY AMOUNT;
      *  EITHER MAY BE ZERO.  FS-FEE-TYPE SAYS WHETHER THE
      *  BANK EARNS IT (A TELLER HANDLING CHARGE, CARD
      *  INTERCHANGE) OR PAYS IT (AN ATM NETWORK FEE).
      *****************************************************
       01  FEE-SCHEDULE-RECORD.
           05  FS-KEY.
               10  FS-CATEGORY-CODE        PIC X(2).
               10  FS-CHANNEL-CODE         PIC X(1).
               10  FS-EFFECTIVE-DATE       PIC 9(8).
           05  FS-FEE-TYPE             PIC X(1).
               88  FS-IS-INCOME             VALUE 'I'.
               88  FS-IS-EXPENSE            VALUE 'E'.
           05  FS-FLAT-AMOUNT          PIC 9(5)V99.
      *  A PERCENTAGE, E.G. 1.5000 FOR ONE AND A HALF PER
      *  CENT OF THE ITEM AMOUNT.
           05  FS-PERCENT              PIC 9(3)V9(4).
           05  FS-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(34).
