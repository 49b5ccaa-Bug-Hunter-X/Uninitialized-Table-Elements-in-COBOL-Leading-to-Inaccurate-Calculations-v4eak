      *****************************************************
      *  BRACTPRF - BRANCH ACTIVITY PROFILE.  ONE RECORD PER
      *  BRANCH, KEYED BY BRANCH CODE, KEPT BY THE COMPANY-
      *  LEVEL NIGHTLY (BRSUM01 COMPANY SCOPE, OR BRCONSOL ON
      *  A SPLIT NIGHT) SO THE RUN KNOWS WHICH CHANNELS A
      *  BRANCH NORMALLY HAS ITEMS ON AND HOW LONG IT HAS
      *  GONE QUIET.
      *
      *  AP-DAY-PATTERN HOLDS THE LAST 20 BUSINESS DAYS FOR
      *  A CHANNEL, OLDEST FIRST - 'Y' FOR A DAY WITH ITEMS,
      *  'N' FOR A DAY WITHOUT, SPACE FOR A DAY BEFORE THE
      *  BRANCH WAS PROFILED.  A CHANNEL ACTIVE ON ENOUGH OF
      *  THOSE DAYS (SILENT-ACTIVE-DAYS ON RUNPARM) IS ONE
      *  THE BRANCH NORMALLY USES; ONCE SUCH A CHANNEL GOES
      *  SILENT AP-CHANNEL-SILENT STAYS ON UNTIL ITEMS
      *  ARRIVE AGAIN, SO A LONG OUTAGE DOES NOT AGE ITSELF
      *  OFF THE REPORT.
      *
      *  AP-PRIOR-STATE IS THE PROFILE AS IT STOOD BEFORE
      *  AP-LAST-RUN-DATE WAS APPLIED.  A RERUN OF THE SAME
      *  BUSINESS DATE STARTS AGAIN FROM IT INSTEAD OF
      *  COUNTING THE DAY TWICE.
      *****************************************************
       01  ACTIVITY-PROFILE-RECORD.
           05  AP-BRANCH-CODE          PIC X(4).
           05  AP-LAST-RUN-DATE        PIC 9(8).
           05  AP-CURRENT-STATE.
               10  AP-BRANCH-SILENT-DAYS   PIC 9(3).
               10  AP-CHANNEL-PROFILE OCCURS 3 TIMES.
                   15  AP-DAY-PATTERN      PIC X(20).
                   15  AP-SILENT-DAYS      PIC 9(3).
                   15  AP-LAST-ACTIVE-DATE PIC 9(8).
                   15  AP-SILENT-FLAG      PIC X(1).
                       88  AP-CHANNEL-SILENT    VALUE 'Y'.
           05  AP-PRIOR-STATE          PIC X(99).
           05  FILLER                  PIC X(10).
