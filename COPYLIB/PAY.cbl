             ALLOC_FEES                     DECIMAL(10, 2),
             ALLOC_PENALTY                  DECIMAL(10, 2),
             ALLOC_INTEREST                 DECIMAL(10, 2),
             ALLOC_PRINCIPAL                DECIMAL(10, 2),
             VALUE_DATE                     DATE,
             RUN_ID                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PAYMENT                     *
           10 PAY-ALLOC-PENALTY      PIC S9(8)V9(2) USAGE COMP-3.
           10 PAY-ALLOC-INTEREST     PIC S9(8)V9(2) USAGE COMP-3.
           10 PAY-ALLOC-PRINCIPAL    PIC S9(8)V9(2) USAGE COMP-3.
      *    THE DAY THE MONEY LEFT THE PAYER ACCORDING TO THE BANK      *
      *    STATEMENT - PAY_DATE STAYS THE DAY IT WAS POSTED. NULL ON   *
      *    PAYMENTS TAKEN ONLINE, WHICH ARE VALUED THE DAY THEY POST   *
           10 PAY-VALUE-DATE         PIC X(10).
      *    THE BATCH RUN THAT POSTED THE PAYMENT - NULL ON PAYMENTS    *
      *    TAKEN ONLINE                                                *
           10 PAY-RUN-ID             PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
