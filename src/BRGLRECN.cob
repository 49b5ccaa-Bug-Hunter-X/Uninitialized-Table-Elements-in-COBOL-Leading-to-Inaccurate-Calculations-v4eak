      *  DUPLICATE ACKNOWLEDGMENTS ON BRGLRRPT, AND
      *  REBUILDS THE ENTRIES THE GL SIDE BOUNCED ONTO
      *  GLRESEND IN THE ORIGINAL INTERFACE LAYOUT.
      *  THE MATCH IS THE SAME FOR EVERY RECORD TYPE - THE
      *  BRANCH TOTALS (40, CORRECTED BY 41), THE NET FEE
      *  INCOME (42, CORRECTED BY 43) AND THE BRDRAWER CASH
      *  OVER AND SHORT (44 AND 45) ARE ACKNOWLEDGED,
      *  REPORTED AND RESENT ALIKE.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               88  WS-ENTRY-FOUND                VALUE 'Y'.

       01  WS-CONSTANTS.
           05  WS-EXTRACT-MAX-ENTRIES      PIC 9(5) VALUE 4000.
           05  WS-REPORT-LINES-PER-PAGE    PIC 9(3) VALUE 50.

      *****************************************************
      *  THE PRIOR NIGHT'S EXTRACT, HELD IN STORAGE WITH
      *  THE RAW RECORD IMAGE SO A BOUNCED ENTRY CAN GO
      *  BACK OUT BYTE FOR BYTE.  SIZED FOR 500 BRANCHES
      *  AT UP TO EIGHT ENTRIES EACH - THREE CHANNEL TOTALS,
      *  THREE CHANNEL FEE NETS, AND THE OVER/SHORT PAIR.
      *****************************************************
       01  WS-EXTRACT-TABLE.
           05  WS-EXTRACT-COUNT            PIC 9(5) VALUE 0.
           05  WS-EXTRACT-ENTRY OCCURS 4000 TIMES.
               10  WS-EXT-BRANCH           PIC X(4).
               10  WS-EXT-PERIOD           PIC 9(6).
               10  WS-EXT-CHANNEL          PIC X(1).
