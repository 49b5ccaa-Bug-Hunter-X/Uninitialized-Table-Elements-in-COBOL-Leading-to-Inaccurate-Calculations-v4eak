      *****************************************************
      *  BRLEDGR - DAY-GRAIN BRANCH TOTALS LEDGER.  ONE
      *  RECORD PER BRANCH PER BUSINESS DATE, KEYED BY
      *  BRANCH CODE AND DATE, POSTED AT THE END OF EVERY
      *  COMPANY-LEVEL NIGHTLY (BRSUM01 COMPANY SCOPE, OR
      *  BRCONSOL ON A SPLIT NIGHT) AND NEVER PURGED - IT IS
      *  THE ONLY PLACE A DAY SURVIVES ONCE PRIORTOT AND THE
      *  BRHISTDB PERIOD TOTALS HAVE ROLLED PAST IT.
      *
      *  A RERUN REPLACES THE DAY'S RECORD OUTRIGHT.  AN
      *  ADJUSTMENT RUN ADDS ITS NET CHANGE INTO THE
      *  RESTATED DAY'S RECORD AND BUMPS LG-ADJUST-COUNT.
      *
      *  CATEGORY FIGURES ARE GROSS OF REVERSALS, WITH THE
      *  REVERSALS CARRIED SEPARATELY; CHANNEL FIGURES ARE
      *  NET, SUBSCRIPTED 1 BRANCH, 2 ATM, 3 ONLINE AS ON
      *  THE GL FEED.  EVERY AMOUNT IS BASE CURRENCY.
      *  LG-REGION-CODE AND LG-DISTRICT-CODE ARE THE
      *  BRANCH'S MASTER ASSIGNMENT ON THE DAY IT POSTED.
      *  LG-FEE-INCOME AND LG-FEE-EXPENSE ARE THE DAY'S
      *  PER-ITEM FEES, ALL CHANNELS TOGETHER, AS POSTED TO
      *  THE GL; A DAY POSTED BEFORE THEY WERE CARRIED HAS
      *  SPACES THERE, READ AS ZERO.
      *****************************************************
       01  LEDGER-RECORD.
           05  LG-KEY.
               10  LG-BRANCH-CODE          PIC X(4).
               10  LG-BUSINESS-DATE        PIC 9(8).
           05  LG-REGION-CODE          PIC X(2).
           05  LG-DISTRICT-CODE        PIC X(2).
           05  LG-POSTED-BY            PIC X(8).
           05  LG-ADJUST-COUNT         PIC 9(3).
           05  LG-SUM                  PIC S9(7).
           05  LG-SUM-CASH             PIC S9(7).
           05  LG-SUM-CHECK            PIC S9(7).
           05  LG-SUM-CARD             PIC S9(7).
           05  LG-AMT                  PIC S9(11)V99 COMP-3.
           05  LG-AMT-CASH             PIC S9(11)V99 COMP-3.
           05  LG-AMT-CHECK            PIC S9(11)V99 COMP-3.
           05  LG-AMT-CARD             PIC S9(11)V99 COMP-3.
           05  LG-REV-SUM              PIC S9(7).
           05  LG-REV-CASH             PIC S9(7).
           05  LG-REV-CHECK            PIC S9(7).
           05  LG-REV-CARD             PIC S9(7).
           05  LG-REV-AMT              PIC S9(11)V99 COMP-3.
           05  LG-REV-AMT-CASH         PIC S9(11)V99 COMP-3.
           05  LG-REV-AMT-CHECK        PIC S9(11)V99 COMP-3.
           05  LG-REV-AMT-CARD         PIC S9(11)V99 COMP-3.
           05  LG-CHANNEL-TOTALS OCCURS 3 TIMES.
               10  LG-CHN-CNT              PIC S9(7).
               10  LG-CHN-AMT              PIC S9(11)V99 COMP-3.
           05  LG-FEE-INCOME           PIC S9(11)V99 COMP-3.
           05  LG-FEE-EXPENSE          PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(5).
