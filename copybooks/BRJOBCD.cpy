      *****************************************************
      *  BRJOBCD - JOB-STREAM CONTROL CARD, ONE PER
      *  BRJOBCTL INVOCATION.  THE RUN BOOK BRACKETS EVERY
      *  NIGHTLY STEP WITH A START CARD BEFORE IT AND AN END
      *  CARD AFTER IT:
      *
      *      START   RELEASE THE STEP IF EVERYTHING AHEAD OF
      *              IT IN THE CHAIN IS COMPLETE FOR THE
      *              CYCLE (RETURN CODE 0), BYPASS IT IF IT
      *              ALREADY COMPLETED (4), OR REFUSE IT (16)
      *      END     RECORD THE STEP'S OUTCOME AND COUNTS;
      *              A FAILED STEP SETS RETURN CODE 8
      *      REPORT  PRINT THE BATCH-WINDOW REPORT
      *      CLOSE   ABANDON THE OPEN CYCLE (OPERATOR ONLY)
      *
      *  JC-QUALIFIER IS THE BRSPLIT STREAM NUMBER (1-4) ON A
      *  REGIONAL BRSUM01 CARD.  JC-OUTCOME ON AN END CARD IS
      *  'FAILED' WHEN THE JOB ITSELF SAW THE STEP ABEND.
      *  JC-BUSINESS-DATE IS NORMALLY LEFT BLANK - THE
      *  CONTROLLER WORKS IT OUT FROM DATECTL - AND IS ONLY
      *  KEYED TO RUN OR REPORT A SPECIFIC DATE.
      *****************************************************
       01  JOB-CONTROL-CARD.
           05  JC-ACTION               PIC X(8).
               88  JC-IS-START              VALUE 'START'.
               88  JC-IS-END                VALUE 'END'.
               88  JC-IS-REPORT             VALUE 'REPORT'.
               88  JC-IS-CLOSE              VALUE 'CLOSE'.
           05  FILLER                  PIC X(1).
           05  JC-STEP-NAME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  JC-QUALIFIER            PIC X(2).
           05  FILLER                  PIC X(1).
           05  JC-OUTCOME              PIC X(8).
               88  JC-STEP-FAILED           VALUE 'FAILED'.
           05  FILLER                  PIC X(1).
           05  JC-BUSINESS-DATE        PIC X(8).
           05  JC-BUSINESS-DATE-N REDEFINES JC-BUSINESS-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X(42).
