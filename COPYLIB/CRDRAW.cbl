           10 DRAW-DATE              PIC X(10).
      *    PENDING UNTIL LOANDISB PUTS THE DRAW ON THE OUTBOUND        *
      *    PAYMENT-ORDER FILE - ONLY A SENT DRAW COUNTS IN THE DRAWN   *
      *    BALANCE THE BILLING RUN WORKS FROM. REJECTED WHEN THE BANK  *
      *    RETURNS THE ORDER (LOANDSTL) - NEITHER PAID AGAIN NOR       *
      *    BILLED UNTIL THE REPAIRED PAYMENT IS CONFIRMED SETTLED      *
           10 DRAW-STATUS            PIC X(8).
              88 DRAW-PENDING        VALUE 'PENDING'.
              88 DRAW-SENT           VALUE 'SENT'.
              88 DRAW-REJECTED       VALUE 'REJECTED'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
