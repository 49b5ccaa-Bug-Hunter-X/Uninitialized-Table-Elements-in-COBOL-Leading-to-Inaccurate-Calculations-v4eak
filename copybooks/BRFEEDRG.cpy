      *****************************************************
      *  BRFEEDRG - FEED RECEIPT REGISTER RECORD.  ONE
      *  RECORD PER CHANNEL FEED THE BRFEEDGK GATEKEEPER
      *  HAS ADMITTED, KEPT PERMANENTLY.  THE KEY IS THE
      *  FEED'S CHANNEL, HEADER RUN DATE AND TRAILER
      *  CONTROL TOTALS, SO A FEED THE SENDING AREA
      *  TRANSMITS TWICE - OR THAT IS LOADED TWICE HERE -
      *  CARRIES A KEY ALREADY ON FILE AND IS REFUSED
      *  INSTEAD OF BEING POSTED A SECOND TIME.  A
      *  QUARANTINED FEED IS NEVER REGISTERED, SO THE
      *  CORRECTED RESEND IS ADMITTED NORMALLY.
      *****************************************************
       01  FEED-RECEIPT-RECORD.
           05  FR-RECEIPT-KEY.
               10  FR-CHANNEL-CODE         PIC X(1).
               10  FR-RUN-DATE             PIC 9(8).
               10  FR-EXPECTED-COUNT       PIC 9(7).
               10  FR-EXPECTED-TOTAL       PIC 9(9).
               10  FR-EXPECTED-AMOUNT      PIC S9(11)V99.
           05  FR-RECEIVED-DATE        PIC 9(8).
           05  FR-RECEIVED-TIME        PIC 9(6).
           05  FR-OPERATOR-ID          PIC X(8).
           05  FILLER                  PIC X(20).
