             FEE_AMT                        DECIMAL(8, 2) NOT NULL,
             ASSESSED_DATE                  DATE NOT NULL,
             PAID_AMT                       DECIMAL(8, 2),
             WAIVED_AMT                     DECIMAL(8, 2),
             RUN_ID                         INTEGER,
             CHG_RUN_ID                     INTEGER,
             PRIOR_PAID_AMT                 DECIMAL(8, 2),
             PRIOR_WAIVED_AMT               DECIMAL(8, 2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.FEE_HISTORY                 *
      *    WHAT HAS BEEN WAIVED AS GOODWILL THROUGH THE FEE-WAIVER     *
      *    TRANSACTION - THE FEE IS OPEN WHILE PAID + WAIVED < FEE     *
           10 FEE-WAIVED-AMT         PIC S9(6)V9(2) USAGE COMP-3.
      *    THE BATCH RUN THAT ASSESSED THE FEE - NULL WHEN IT WAS      *
      *    ASSESSED ONLINE                                             *
           10 FEE-RUN-ID             PIC S9(9) USAGE COMP.
      *    THE LAST BATCH RUN THAT MOVED PAID_AMT OR WAIVED_AMT, AND   *
      *    THE TWO FIGURES AS THEY STOOD BEFORE THAT RUN FIRST TOUCHED *
      *    THE FEE - WHAT A BACKOUT OF THAT RUN PUTS BACK              *
           10 FEE-CHG-RUN-ID         PIC S9(9) USAGE COMP.
           10 FEE-PRIOR-PAID-AMT     PIC S9(6)V9(2) USAGE COMP-3.
           10 FEE-PRIOR-WAIVED-AMT   PIC S9(6)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
