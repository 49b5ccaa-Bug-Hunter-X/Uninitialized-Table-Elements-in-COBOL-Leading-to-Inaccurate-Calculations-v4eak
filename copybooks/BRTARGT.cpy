      *****************************************************
      *  BRTARGT - BRANCH MONTHLY TARGETS, KEYED BY BRANCH
      *  CODE AND TARGET MONTH (YYYYMM).  THE TRANSACTION-
      *  COUNT AND BASE-CURRENCY AMOUNT BRANCH MANAGEMENT
      *  SETS FOR THE MONTH, MAINTAINED ONLY THROUGH THE
      *  BRTGTMNT RUN AND REPORTED AGAINST THE DAY LEDGER BY
      *  BRATTAIN.  A BRMAINT MERGE FOLDS THE ABSORBED
      *  BRANCH'S TARGETS FOR THE MERGE MONTH ONWARD INTO
      *  THE SURVIVOR AND SETS TG-MERGED-IN.
      *****************************************************
       01  TARGET-RECORD.
           05  TG-KEY.
               10  TG-BRANCH-CODE          PIC X(4).
               10  TG-TARGET-MONTH         PIC 9(6).
           05  TG-TARGET-COUNT         PIC 9(7).
           05  TG-TARGET-AMOUNT        PIC 9(11)V99 COMP-3.
           05  TG-LAST-MAINT-DATE      PIC 9(8).
           05  TG-MERGED-IN            PIC X(1).
               88  TG-HAS-MERGED-TARGET     VALUE 'Y'.
           05  FILLER                  PIC X(17).
