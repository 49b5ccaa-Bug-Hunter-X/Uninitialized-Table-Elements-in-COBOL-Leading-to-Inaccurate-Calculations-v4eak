      *****************************************************
      *  BRCHGLG - CHANGE-CONTROL LOG RECORD, APPENDED FOR
      *  EVERY MAKER-CHECKER DECISION SO THE EXAMINERS CAN
      *  SEE WHO CHANGED WHAT AND WHO LET IT THROUGH.  THE
      *  BRHOUSE RUN ARCHIVES AGED RECORDS WITH THE AUDIT
      *  LOG (100 BYTES - IT TRAVELS WHOLE IN AR-DATA).
      *
      *  SOURCES:
      *      RUNPARM - THE BRCHGCTL STEP'S COMPARISON OF THE
      *                SUBMITTED RUNPARM WITH THE LAST
      *                APPROVED COPY (RUNPAPPR)
      *      BRMAINT - A CLOSE, REGION CHANGE OR MERGE ON
      *                THE BRANCH MASTER
      *
      *  ENTRY TYPES:
      *      D - ONE RUNPARM DIFFERENCE (CL-CHANGE A ADDED,
      *          C CHANGED, R REMOVED) WITH ITS BEFORE AND
      *          AFTER VALUES.  THE DIFFERENCES ARE LOGGED
      *          AHEAD OF THE DECISION THEY BELONG TO.
      *      A - APPROVED BY CL-APPROVER
      *      R - REJECTED, CL-REASON SAYS WHY
      *      N - RUNPARM UNCHANGED SINCE THE LAST APPROVAL,
      *          NOTHING TO APPROVE
      *
      *  CL-ITEM IS THE RUNPARM KEYWORD, OR THE BRMAINT
      *  ACTION.  CL-QUALIFIER TELLS APART THE REPEATABLE
      *  KEYWORDS (THE BRANCH OF A BRANCH-THRESHOLD, THE
      *  REGION OF A REGION-STREAM) AND CARRIES THE BRANCH
      *  OF A BRMAINT ACTION.  A VALUE LONGER THAN THE
      *  BEFORE/AFTER FIELDS IS SHOWN IN FULL ON BRCHGRPT.
      *  ON A BRMAINT APPROVAL CL-REASON DESCRIBES THE
      *  CHANGE APPROVED (EFFECTIVE DATE, NEW REGION AND
      *  DISTRICT, OR SURVIVING BRANCH).
      *****************************************************
       01  CHANGE-LOG-RECORD.
           05  CL-LOG-DATE             PIC 9(8).
           05  CL-LOG-TIME             PIC 9(6).
           05  CL-SOURCE               PIC X(8).
               88  CL-FROM-RUNPARM          VALUE 'RUNPARM'.
               88  CL-FROM-BRMAINT          VALUE 'BRMAINT'.
           05  CL-ENTRY-TYPE           PIC X(1).
               88  CL-IS-DIFFERENCE         VALUE 'D'.
               88  CL-IS-APPROVED           VALUE 'A'.
               88  CL-IS-REJECTED           VALUE 'R'.
               88  CL-IS-NO-CHANGE          VALUE 'N'.
           05  CL-SUBMITTER            PIC X(8).
           05  CL-APPROVER             PIC X(8).
           05  CL-ITEM                 PIC X(20).
           05  CL-QUALIFIER            PIC X(4).
           05  CL-CHANGE               PIC X(1).
               88  CL-IS-ADDED              VALUE 'A'.
               88  CL-IS-CHANGED            VALUE 'C'.
               88  CL-IS-REMOVED            VALUE 'R'.
           05  CL-VALUES.
               10  CL-BEFORE           PIC X(18).
               10  CL-AFTER            PIC X(18).
           05  CL-REASON REDEFINES CL-VALUES
                                       PIC X(36).
