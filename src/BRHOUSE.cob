      *  GO-LIVE, THE CHECKPOINT FILE DEAD SETS FROM EVERY
      *  COMPLETED RUN, AND SUSPENSE ITEMS CAN RECYCLE FOR
      *  MONTHS.  THIS RUN:
      *    - MOVES AUDIT AND CHANGE-CONTROL LOG RECORDS
      *      OLDER THAN AUDIT-RETAIN-DAYS, AND SUSPENSE
      *      ITEMS THAT HAVE RECYCLED LONGER THAN
      *      SUSP-RETAIN-DAYS,
      *      INTO BRARCH ENVELOPES APPENDED TO THE DATED
      *      YEARLY ARCHIVE (ARCHOUT NAMES THE YEAR'S
      *      GENERATION),
      *      ARE THE LEAVINGS OF ABENDED RUNS; AN UNSTAMPED
      *      PRE-CHANGE SET IS KEPT,
      *    - WRITES THE TRIMMED LIVE FILES TO AUDITNEW,
      *      CHGNEW, SUSPNEW AND CKPTNEW FOR THE JCL TO
      *      SWAP IN.
      *  COMPLIANCE KEEPS THE YEARLY GENERATIONS FOR
      *  ARCHIVE-RETAIN-YEARS (SEVEN), ENFORCED BY
      *  SCHEDULER EXPIRY ON THE GENERATIONS THEMSELVES;
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDNEW-STATUS.

           SELECT CHANGE-LOG-FILE ASSIGN TO "CHGLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGLOG-STATUS.

           SELECT CHANGE-LOG-NEW-FILE ASSIGN TO "CHGNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGNEW-STATUS.

           SELECT SUSPENSE-IN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-NEW-RECORD               PIC X(80).

       FD  CHANGE-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           COPY BRCHGLG.

       FD  CHANGE-LOG-NEW-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-LOG-NEW-RECORD          PIC X(100).

       FD  SUSPENSE-IN-FILE
           RECORD CONTAINS 100 CHARACTERS
           LABEL RECORDS ARE STANDARD.
           05  WS-DATEC-STATUS             PIC X(2).
           05  WS-AUDIT-STATUS             PIC X(2).
           05  WS-AUDNEW-STATUS            PIC X(2).
           05  WS-CHGLOG-STATUS            PIC X(2).
           05  WS-CHGNEW-STATUS            PIC X(2).
           05  WS-SUSPIN-STATUS            PIC X(2).
           05  WS-SUSPNEW-STATUS           PIC X(2).
           05  WS-CKPT-STATUS              PIC X(2).
               88  WS-PARM-EOF                   VALUE 'Y'.
           05  WS-AUDIT-EOF-SW             PIC X VALUE 'N'.
               88  WS-AUDIT-EOF                  VALUE 'Y'.
           05  WS-CHGLOG-EOF-SW            PIC X VALUE 'N'.
               88  WS-CHGLOG-EOF                 VALUE 'Y'.
           05  WS-SUSPIN-EOF-SW            PIC X VALUE 'N'.
               88  WS-SUSPIN-EOF                 VALUE 'Y'.
           05  WS-CKPT-EOF-SW              PIC X VALUE 'N'.
           05  WS-PARM-WORK-NUM            PIC 9(7)V99 VALUE 0.
           05  WS-AUDIT-KEPT               PIC 9(7) VALUE 0.
           05  WS-AUDIT-ARCHIVED           PIC 9(7) VALUE 0.
           05  WS-CHGLOG-KEPT              PIC 9(7) VALUE 0.
           05  WS-CHGLOG-ARCHIVED          PIC 9(7) VALUE 0.
           05  WS-SUSP-KEPT                PIC 9(7) VALUE 0.
           05  WS-SUSP-ARCHIVED            PIC 9(7) VALUE 0.
           05  WS-CKPT-KEPT                PIC 9(7) VALUE 0.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-TRIM-AUDIT-LOG
           PERFORM 3500-TRIM-CHANGE-LOG
           PERFORM 4000-TRIM-SUSPENSE-FILE
           PERFORM 5000-PURGE-CHECKPOINT-SETS
           PERFORM 9900-TERMINATE
               ADD 1 TO WS-AUDIT-KEPT
           END-IF.

      *****************************************************
      *  CHANGE-CONTROL LOG - THE MAKER-CHECKER RECORD IS
      *  AUDIT EVIDENCE AND FOLLOWS THE AUDIT LOG'S CUTOFF
      *  AND RULES EXACTLY.
      *****************************************************
       3500-TRIM-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CHGLOG-STATUS NOT = '00'
               DISPLAY 'BRHOUSE - NO CHANGE LOG TO TRIM, '
                   'STATUS=' WS-CHGLOG-STATUS
           ELSE
               OPEN OUTPUT CHANGE-LOG-NEW-FILE
               IF WS-CHGNEW-STATUS NOT = '00'
                   DISPLAY 'BRHOUSE - CANNOT OPEN NEW CHANGE '
                       'LOG, STATUS=' WS-CHGNEW-STATUS
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-CHGLOG-EOF
                   READ CHANGE-LOG-FILE
                       AT END
                           SET WS-CHGLOG-EOF TO TRUE
                       NOT AT END
                           PERFORM 3600-DISPOSE-ONE-CHANGE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
               CLOSE CHANGE-LOG-NEW-FILE
           END-IF.

       3600-DISPOSE-ONE-CHANGE-ENTRY.
           IF CL-LOG-DATE IS NUMERIC
               AND CL-LOG-DATE < WS-AUDIT-CUTOFF
               MOVE SPACES TO ARCHIVE-RECORD
               SET AR-IS-CHANGE-LOG TO TRUE
               MOVE WS-BUSINESS-DATE TO AR-ARCHIVE-DATE
               MOVE CL-LOG-DATE TO AR-RECORD-DATE
               MOVE CHANGE-LOG-RECORD TO AR-DATA
               WRITE ARCHIVE-RECORD
               ADD 1 TO WS-CHGLOG-ARCHIVED
           ELSE
               MOVE CHANGE-LOG-RECORD TO CHANGE-LOG-NEW-RECORD
               WRITE CHANGE-LOG-NEW-RECORD
               ADD 1 TO WS-CHGLOG-KEPT
           END-IF.

      *****************************************************
      *  SUSPENSE - AN ITEM THAT HAS RECYCLED PAST THE
      *  RETENTION WINDOW IS NEVER GOING TO APPLY BY
           CLOSE ARCHIVE-FILE.
           DISPLAY 'BRHOUSE - AUDIT KEPT ' WS-AUDIT-KEPT
               ' ARCHIVED ' WS-AUDIT-ARCHIVED.
           DISPLAY 'BRHOUSE - CHANGE LOG KEPT ' WS-CHGLOG-KEPT
               ' ARCHIVED ' WS-CHGLOG-ARCHIVED.
           DISPLAY 'BRHOUSE - SUSPENSE KEPT ' WS-SUSP-KEPT
               ' ARCHIVED ' WS-SUSP-ARCHIVED.
           DISPLAY 'BRHOUSE - CHECKPOINT SETS KEPT ' WS-SETS-KEPT
