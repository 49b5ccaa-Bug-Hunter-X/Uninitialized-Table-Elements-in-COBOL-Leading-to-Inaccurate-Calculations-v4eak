      *****************************************************
      *  BRARCH - ARCHIVE RECORD WRITTEN BY THE BRHOUSE
      *  HOUSEKEEPING RUN.  AGED AUDIT LOG, CHANGE-CONTROL
      *  LOG AND SUSPENSE RECORDS ARE WRAPPED IN THIS
      *  ENVELOPE AND APPENDED TO THE DATED YEARLY ARCHIVE
      *  FILE, WHERE COMPLIANCE KEEPS THEM FOR THE REQUIRED
      *  SEVEN YEARS WHILE THE LIVE FILES STAY SMALL.
      *  AR-RECORD-DATE IS THE BUSINESS DATE THE UNDERLYING
      *  RECORD CARRIES, SO THE BRARCHRP RETRIEVAL RUN CAN
      *  PULL A QUARTER WITHOUT UNWRAPPING EVERY RECORD.
      *
      *  SOURCES:
      *      AUD - AUDIT-LOG-RECORD (80 BYTES) IN AR-DATA
      *      SUS - SUSPENSE-RECORD (100 BYTES) IN AR-DATA
      *      CHG - CHANGE-LOG-RECORD (100 BYTES) IN AR-DATA
      *****************************************************
       01  ARCHIVE-RECORD.
           05  AR-SOURCE               PIC X(3).
               88  AR-IS-AUDIT              VALUE 'AUD'.
               88  AR-IS-SUSPENSE           VALUE 'SUS'.
               88  AR-IS-CHANGE-LOG         VALUE 'CHG'.
           05  AR-ARCHIVE-DATE         PIC 9(8).
           05  AR-RECORD-DATE          PIC 9(8).
           05  AR-DATA                 PIC X(100).
