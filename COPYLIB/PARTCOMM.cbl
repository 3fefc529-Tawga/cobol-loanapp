           10 CLED-APP-ID            PIC S9(9) USAGE COMP.
      *    EARN WHEN A BROKERED LOAN FUNDS, CLAWBACK (A NEGATIVE       *
      *    AMOUNT) WHEN IT PAYS OFF EARLY OR EXERCISES THE             *
      *    COOLING-OFF WITHDRAWAL INSIDE THE CLAWBACK WINDOW;          *
      *    WITHHELD (ZERO) WHEN IT WAS TAKEN IN WHILE THE PARTNER      *
      *    WAS OUT OF CONTRACT                                         *
           10 CLED-EVENT-TYPE        PIC X(8).
              88 CLED-EARN           VALUE 'EARN'.
              88 CLED-CLAWBACK       VALUE 'CLAWBACK'.
              88 CLED-WITHHELD       VALUE 'WITHHELD'.
           10 CLED-COMM-AMT          PIC S9(8)V9(2) USAGE COMP-3.
           10 CLED-EVENT-DATE        PIC X(10).
           10 CLED-SETTLED-FLAG      PIC X(1).
