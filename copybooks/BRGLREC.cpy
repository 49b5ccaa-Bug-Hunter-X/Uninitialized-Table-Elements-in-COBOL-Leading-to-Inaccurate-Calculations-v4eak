      *  ONE RECORD PER BRANCH PER SOURCE CHANNEL SO THE GL
      *  SIDE CAN BOOK TELLER, ATM, AND ONLINE ACTIVITY TO
      *  SEPARATE INCOME LINES.
      *  RECORD TYPES:
      *      40  DAILY NET ACTIVITY
      *      41  CORRECTING ACTIVITY FROM AN ADJUSTMENT RUN
      *      42  DAILY NET FEE INCOME (FEE INCOME LESS FEE
      *          EXPENSE, PRICED FROM THE BRFEESCH SCHEDULE);
      *          GL-TRAN-COUNT IS THE CHANNEL'S NET ITEMS
      *      43  CORRECTING FEE INCOME FROM AN ADJUSTMENT RUN
      *      44  TELLER DRAWER CASH OVER FOR THE BUSINESS DATE
      *      45  TELLER DRAWER CASH SHORT FOR THE BUSINESS DATE
      *          (44 AND 45 COME FROM BRDRAWER, ONE OF EACH PER
      *          BRANCH ON CHANNEL B; GL-AMOUNT IS POSITIVE AND
      *          GL-TRAN-COUNT IS THE TELLERS OVER OR SHORT)
       01  GL-INTERFACE-RECORD.
           05  GL-RECORD-TYPE          PIC X(2).
           05  GL-BRANCH-CODE          PIC X(4).
