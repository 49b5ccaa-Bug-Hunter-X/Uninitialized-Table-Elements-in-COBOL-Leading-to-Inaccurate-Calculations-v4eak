      *                          BUSINESS DATE AND BACKS THE
      *                          ORIGINAL DAY OUT OF THE
      *                          PERIOD HISTORY FIRST.
      *                          THE BRFEEDGK GATEKEEPER
      *                          ADMITS A RERUN'S FEEDS EVEN
      *                          THOUGH THEY ARE ALREADY ON
      *                          ITS RECEIPT REGISTER.
      *                          ADJUST RESTATES THE PRIOR
      *                          BUSINESS DATE NAMED BY
      *                          ADJUST-DATE: THE ORIGINAL
      *                          ITEM COUNT BEFORE A TELLER
      *                          IS JUDGED AT ALL, SO QUIET
      *                          WEEKS DO NOT FALSE-ALARM
      *      BATCH-TARGET-END    VALUE = HHMM, THE TIME THE
      *                          NIGHTLY MUST BE FINISHED BY
      *                          (DEFAULT 0600).  BRJOBCTL
      *                          MEASURES EVERY STEP AND THE
      *                          WHOLE WINDOW AGAINST IT
      *      BATCH-WARN-MINUTES  VALUE = MINUTES OF MARGIN
      *                          BELOW WHICH BRJOBCTL FLAGS
      *                          A STEP OR WINDOW AT RISK
      *                          (DEFAULT 30)
      *      SILENT-ACTIVE-DAYS  VALUE = 1 TO 20, THE NUMBER
      *                          OF THE LAST 20 BUSINESS
      *                          DAYS A BRANCH CHANNEL MUST
      *                          HAVE HAD ITEMS ON BEFORE A
      *                          DAY WITHOUT ANY IS REPORTED
      *                          AS SILENT (DEFAULT 10)
      *      COMPARE-DATE        VALUE = YYYYMMDD, THE BUSINESS
      *                          DATE THE BRCOMPRP REPORT
      *                          COMPARES (DEFAULT THE LAST
      *                          PROCESSED BUSINESS DATE)
      *      REBUILD-FROM-DATE   VALUE = YYYYMMDD, FIRST
      *                          LEDGER DAY THE BRHISTRB RUN
      *                          REPLAYS INTO THE PERIOD
      *                          HISTORY (REQUIRED FOR IT)
      *      REBUILD-TO-DATE     VALUE = YYYYMMDD, LAST LEDGER
      *                          DAY REPLAYED (DEFAULT THE
      *                          LAST PROCESSED BUSINESS DATE)
      *      REBUILD-BRANCH      VALUE = BRANCH CODE, LIMITS
      *                          THE BRHISTRB RUN TO ONE
      *                          BRANCH (DEFAULT ALL)
      *      ATTAIN-DATE         VALUE = YYYYMMDD, THE AS-OF
      *                          DATE OF THE BRATTAIN TARGET
      *                          ATTAINMENT REPORT (DEFAULT
      *                          THE LAST PROCESSED BUSINESS
      *                          DATE)
      *  A '*' IN COLUMN 1 OR A BLANK KEYWORD IS A COMMENT.
      *  A MISSING PARAMETER FILE MEANS THE COMPILED-IN
      *  DEFAULTS APPLY.
