      *  DETAIL RECORD WHOSE CODE IS NOT ON THIS FILE (OR
      *  WHOSE BRANCH IS CLOSED) IS REJECTED INSTEAD OF
      *  CLAIMING A TOTALS TABLE SLOT OF ITS OWN.
      *
      *  A BRANCH CLOSED BY A MERGE CARRIES THE SURVIVING
      *  BRANCH IN BM-MERGED-INTO AND THE MERGE'S EFFECTIVE
      *  DATE IN BM-MERGE-DATE, SO THE LEDGER DAYS IT POSTED
      *  BEFORE THE MERGE CAN BE CREDITED TO THE SURVIVOR.
      *  AN ORDINARY BRANCH HAS SPACES IN BM-MERGED-INTO
      *  (RECORDS WRITTEN BEFORE THE MERGE FIELDS MAY HAVE
      *  SPACES IN BM-MERGE-DATE TOO).
      *****************************************************
       01  BRANCH-MASTER-RECORD.
           05  BM-BRANCH-CODE          PIC X(4).
               88  BM-IS-CLOSED             VALUE 'C'.
           05  BM-OPEN-DATE            PIC 9(8).
           05  BM-CLOSE-DATE           PIC 9(8).
           05  BM-MERGED-INTO          PIC X(4).
           05  BM-MERGE-DATE           PIC 9(8).
           05  FILLER                  PIC X(23).
