      *      R - REGION/DISTRICT CHANGE
      *      M - MERGE MT-BRANCH-CODE INTO MT-MERGE-INTO:
      *          THE ABSORBED BRANCH IS CLOSED AND ITS
      *          BRHIST PERIOD HISTORY, BRPRIOR BASELINE AND
      *          BRTARGT TARGETS FROM THE MERGE MONTH ON ARE
      *          FOLDED INTO THE SURVIVOR
      *
      *  A TRANSACTION EFFECTIVE AFTER THE CURRENT BUSINESS
      *  DATE IS HELD ON THE PENDING FILE AND REAPPLIED BY
      *  A LATER RUN; IT IS NOT AN ERROR.
      *
      *  A CLOSE, REGION CHANGE OR MERGE IS UNDER DUAL
      *  CONTROL: MT-SUBMITTER-ID IS THE USER WHO RAISED
      *  IT AND MT-APPROVER-ID A SECOND USER WHO APPROVED
      *  IT.  BOTH MUST BE PRESENT AND DIFFERENT OR THE
      *  TRANSACTION IS REJECTED.
      *****************************************************
       01  MAINT-TRANX-RECORD.
           05  MT-ACTION               PIC X(1).
           05  MT-NEW-REGION           PIC X(2).
           05  MT-NEW-DISTRICT         PIC X(2).
           05  MT-MERGE-INTO           PIC X(4).
           05  MT-SUBMITTER-ID         PIC X(8).
           05  MT-APPROVER-ID          PIC X(8).
           05  FILLER                  PIC X(23).
