      *****************************************************
      *  BRWHEXT - DATA-WAREHOUSE EXTRACT WORK AREA.  THE
      *  COMPANY-LEVEL NIGHTLY (BRSUM01 COMPANY SCOPE, OR
      *  BRCONSOL ON A SPLIT NIGHT) WRITES FOUR COMMA-
      *  DELIMITED FILES ALONGSIDE THE GL INTERFACE SO THE
      *  WAREHOUSE LOADS FROM DATA, NOT FROM REPORT PRINT.
      *  EVERY LINE STARTS WITH THE BUSINESS DATE (YYYYMMDD)
      *  AND THE RUN MODE (NORMAL, RERUN OR ADJUST).  THERE
      *  IS NO HEADING LINE; EACH LINE IS SPACE-PADDED TO
      *  THE 200-BYTE RECORD.  COUNTS ARE SIGNED WHOLE
      *  NUMBERS (+0000123), AMOUNTS SIGNED WITH TWO
      *  DECIMALS (+00000001234.56), BASE CURRENCY.
      *
      *  WHBRANCH - ONE LINE PER BRANCH:
      *      DATE,MODE,BRANCH,"NAME",REGION,DISTRICT,
      *      GROSS COUNT,REVERSAL COUNT,NET COUNT,
      *      NET AMOUNT,FEE INCOME,FEE EXPENSE
      *  WHCHNCAT - SIX LINES PER BRANCH, ONE PER SOURCE
      *  CHANNEL (B, A, O) AND ONE PER CATEGORY (CA, CK, CR):
      *      DATE,MODE,BRANCH,CHANNEL|CATEGORY,CODE,
      *      NET COUNT,NET AMOUNT
      *  WHTELLER - ONE LINE PER TELLER:
      *      DATE,MODE,BRANCH,TELLER,ITEM COUNT,CASH COUNT,
      *      CHECK COUNT,CARD COUNT,REVERSAL COUNT,
      *      NET AMOUNT,NET CASH AMOUNT
      *  WHMANFST - ONE LINE PER EXTRACT, WRITTEN LAST:
      *      DATE,MODE,FILE,RECORD COUNT,AMOUNT TOTAL,JOB
      *  THE MANIFEST AMOUNT TOTAL IS THE SUM OF THE FILE'S
      *  NET AMOUNT COLUMN - ON WHCHNCAT THAT IS THE CHANNEL
      *  AND THE CATEGORY LINES TOGETHER.
      *
      *  A RERUN'S FILES REPLACE THE DAY.  SO DO AN ADJUST
      *  RUN'S WHBRANCH AND WHCHNCAT: THEY ARE WRITTEN ONCE
      *  THE ADJUSTMENT IS ON THE DAY LEDGER, FROM EVERY
      *  BRANCH'S RESTATED LEDGER RECORD FOR THE DAY, SO
      *  THEY HOLD THE WHOLE CORRECTED DAY AND NOT JUST THE
      *  CHANGE.  AN ADJUST RUN HAS NO TELLER FIGURES, SO
      *  THE TELLER LINES ARE NOT RESTATED: ITS WHTELLER IS
      *  EMPTY AND ITS MANIFEST LISTS ONLY WHBRANCH AND
      *  WHCHNCAT, AND THE WAREHOUSE KEEPS THE DAY'S
      *  ORIGINAL TELLER LINES.
      *****************************************************
       01  WH-EXTRACT-FIELDS.
           05  WH-LINE                     PIC X(200).
           05  WH-LINE-PREFIX              PIC X(20).
           05  WH-BRANCH-CODE              PIC X(4).
           05  WH-MST-SUB                  PIC 9(5).
           05  WH-BRANCH-NAME              PIC X(20).
           05  WH-REGION                   PIC X(2).
           05  WH-DISTRICT                 PIC X(2).
           05  WH-BREAKOUT                 PIC X(8).
           05  WH-CODE                     PIC X(2).
           05  WH-FILE-NAME                PIC X(8).
           05  WH-CAT-SUB                  PIC 9(1).
           05  WH-CNT-1                    PIC +9(7).
           05  WH-CNT-2                    PIC +9(7).
           05  WH-CNT-3                    PIC +9(7).
           05  WH-CNT-4                    PIC +9(7).
           05  WH-CNT-5                    PIC +9(7).
           05  WH-AMT-1                    PIC +9(11).99.
           05  WH-AMT-2                    PIC +9(11).99.
           05  WH-AMT-3                    PIC +9(11).99.
           05  WH-NET-COUNT                PIC S9(7).
           05  WH-NET-AMOUNT               PIC S9(11)V99.
           05  WH-FEE-INCOME               PIC S9(11)V99.
           05  WH-FEE-EXPENSE              PIC S9(11)V99.
           05  WH-BRANCH-RECORDS           PIC 9(7) VALUE 0.
           05  WH-BRANCH-AMOUNT            PIC S9(13)V99 VALUE 0.
           05  WH-CHNCAT-RECORDS           PIC 9(7) VALUE 0.
           05  WH-CHNCAT-AMOUNT            PIC S9(13)V99 VALUE 0.
           05  WH-TELLER-RECORDS           PIC 9(7) VALUE 0.
           05  WH-TELLER-AMOUNT            PIC S9(13)V99 VALUE 0.
           05  WH-MANIFEST-COUNT           PIC +9(7).
           05  WH-MANIFEST-AMOUNT          PIC +9(13).99.
           05  WH-MANIFEST-WORK-CNT        PIC 9(7).
           05  WH-MANIFEST-WORK-AMT        PIC S9(13)V99.
