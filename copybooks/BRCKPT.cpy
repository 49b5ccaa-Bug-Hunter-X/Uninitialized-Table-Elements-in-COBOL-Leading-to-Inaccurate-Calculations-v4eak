      *  LAST COMPLETE SET ON THE FILE STAMPED WITH THE
      *  BUSINESS DATE BEING RERUN WINS AT RESTART - THE
      *  FILE ALSO CARRIES DEAD SETS FROM EARLIER BUSINESS
      *  DATES, WHICH A RESTART MUST IGNORE.  EACH BRANCH
      *  RECORD IS FOLLOWED BY A FEE ('F') RECORD CARRYING
      *  THAT SLOT'S FEE INCOME AND EXPENSE BY CHANNEL; A
      *  SET IS ONLY COMPLETE WHEN BOTH COUNTS MATCH THE
      *  SUMMARY'S BRANCH COUNT.
      *****************************************************
       01  CHECKPOINT-RECORD.
           05  CK-RECORD-TYPE          PIC X(1).
               88  CK-IS-SUMMARY            VALUE 'S'.
               88  CK-IS-BRANCH             VALUE 'B'.
               88  CK-IS-FEE                VALUE 'F'.
           05  CK-BRANCH-DATA.
               10  CK-BRANCH-CODE          PIC X(4).
               10  CK-BRANCH-SUMS          PIC 9(5).
               10  CK-KEYED-AMOUNT         PIC S9(11)V99 COMP-3.
               10  CK-REV-KEYED-AMOUNT     PIC S9(11)V99 COMP-3.
               10  FILLER                  PIC X(38).
           05  CK-FEE-DATA REDEFINES CK-BRANCH-DATA.
               10  CK-FEE-BRANCH-CODE      PIC X(4).
      *  FEE INCOME AND EXPENSE BY CHANNEL: 1=BRANCH 2=ATM
      *  3=ONLINE.
               10  CK-FEE-INCOME           PIC S9(9)V99 COMP-3
                                           OCCURS 3 TIMES.
               10  CK-FEE-EXPENSE          PIC S9(9)V99 COMP-3
                                           OCCURS 3 TIMES.
               10  FILLER                  PIC X(85).
           05  FILLER                  PIC X(6).
