      *****************************************************
      *  BRSTEPST - NIGHTLY STEP STATUS RECORD, KEPT BY THE
      *  BRJOBCTL JOB-STREAM CONTROLLER.  KEYED BY BUSINESS
      *  DATE, CYCLE GENERATION, STEP SEQUENCE, STEP NAME
      *  AND QUALIFIER (THE BRSPLIT STREAM NUMBER FOR A
      *  REGIONAL BRSUM01 WORKER, OTHERWISE SPACES).
      *
      *  THREE KINDS OF RECORD SHARE THE FILE:
      *    'P' - ONE POINTER RECORD (DATE ZERO) NAMING THE
      *          CURRENT NIGHTLY CYCLE
      *    'C' - ONE CYCLE RECORD PER BUSINESS DATE AND
      *          GENERATION (STEP SEQUENCE ZERO), OPEN UNTIL
      *          THE LAST STEP OF THE CHAIN COMPLETES.  A
      *          RERUN OF A DATE OPENS THE NEXT GENERATION SO
      *          THE ORIGINAL NIGHT'S HISTORY IS KEPT
      *    'S' - ONE RECORD PER STEP RUN IN THE CYCLE
      *
      *  SS-COUNT-1 / SS-COUNT-2 / SS-AMOUNT ARE WHAT THE
      *  STEP REPORTED, AS HARVESTED BY THE CONTROLLER:
      *    BRCHGCTL  RUNPARM DIFFERENCES / DECISIONS, WITH
      *              THE DECISION (APPROVED, NOCHANGE OR
      *              REJECTED) IN SS-REPORTED-STATUS
      *    BRFEEDGK  RECORDS ADMITTED / RECORDS QUARANTINED
      *    BRSPLIT   RECORDS FANNED / CHANNEL FEEDS, WITH THE
      *              SPLCTL STREAM COUNTS IN SS-STREAM-COUNT
      *    BRSUM01   RECORDS READ / BRANCHES, RUNNING AMOUNT
      *              (FROM THE REGIONAL PARTIAL SUMMARY)
      *    BRCONSOL  ELEMENTS PROCESSED, FINAL TOTAL AND RUN
      *              STATUS FROM ITS AUDIT LOG RECORD
      *    BRGLRECN  ENTRIES REBUILT ONTO GLRESEND
      *****************************************************
       01  STEP-STATUS-RECORD.
           05  SS-KEY.
               10  SS-BUSINESS-DATE        PIC 9(8).
               10  SS-GENERATION           PIC 9(2).
               10  SS-STEP-SEQ             PIC 9(2).
               10  SS-STEP-NAME            PIC X(8).
               10  SS-STEP-QUALIFIER       PIC X(2).
           05  SS-RECORD-KIND          PIC X(1).
               88  SS-IS-POINTER            VALUE 'P'.
               88  SS-IS-CYCLE              VALUE 'C'.
               88  SS-IS-STEP               VALUE 'S'.
           05  SS-STEP-DATA.
               10  SS-STATUS               PIC X(8).
                   88  SS-RUNNING               VALUE 'RUNNING'.
                   88  SS-COMPLETE              VALUE 'COMPLETE'.
                   88  SS-FAILED                VALUE 'FAILED'.
                   88  SS-CYCLE-OPEN            VALUE 'OPEN'.
                   88  SS-CYCLE-CLOSED          VALUE 'CLOSED'.
               10  SS-START-DATE           PIC 9(8).
               10  SS-START-TIME           PIC 9(6).
               10  SS-END-DATE             PIC 9(8).
               10  SS-END-TIME             PIC 9(6).
               10  SS-ATTEMPTS             PIC 9(3).
               10  SS-OPERATOR-ID          PIC X(8).
               10  SS-RUN-MODE             PIC X(8).
               10  SS-COUNT-1              PIC 9(9).
               10  SS-COUNT-2              PIC 9(9).
               10  SS-AMOUNT               PIC S9(11)V99.
               10  SS-EXCEPTION-COUNT      PIC 9(5).
               10  SS-STREAM-COUNT         PIC 9(7)
                                           OCCURS 4 TIMES.
               10  SS-REPORTED-STATUS      PIC X(8).
               10  SS-NOTE                 PIC X(40).
           05  SS-POINTER-DATA REDEFINES SS-STEP-DATA.
               10  SS-PTR-BUSINESS-DATE    PIC 9(8).
               10  SS-PTR-GENERATION       PIC 9(2).
               10  FILLER                  PIC X(157).
           05  FILLER                  PIC X(10).
