      *****************************************************
      *  BRCHGAP - RUNPARM APPROVAL CARD (CHGAPPR), KEYED BY
      *  THE CHECKER AFTER REVIEWING THE BRCHGCTL CHANGE
      *  REPORT (BRCHGRPT).  CA-CHANGE-COUNT IS THE NUMBER
      *  OF DIFFERENCES ON THE REPORT REVIEWED, AND MUST
      *  AGREE.  WHAT BINDS THE CARD TO THAT REPORT IS THE
      *  PENDING COPY (RUNPPEND) BRCHGCTL SAVED WHEN IT HELD
      *  THE RUNPARM: IF THE RUNPARM HAS BEEN EDITED SINCE,
      *  IT NO LONGER MATCHES THE COPY AND THE CARD IS USED
      *  UP WITHOUT BEING HONOURED.  CA-APPROVER-ID MUST
      *  DIFFER FROM THE RUNPARM OPERATOR-ID.  A CARD THAT
      *  DECIDES (APPROVE OR REJECT) IS CONSUMED - THE NEXT
      *  CHANGE NEEDS A NEW ONE.
      *****************************************************
       01  APPROVAL-CARD.
           05  CA-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC X(1).
           05  CA-DECISION             PIC X(8).
               88  CA-IS-APPROVE            VALUE 'APPROVE'.
               88  CA-IS-REJECT             VALUE 'REJECT'.
           05  FILLER                  PIC X(1).
           05  CA-CHANGE-COUNT         PIC 9(3).
           05  FILLER                  PIC X(59).
