             PEN_RATE                       DECIMAL(5, 4) NOT NULL,
             ACCRUED_AMT                    DECIMAL(10, 2) NOT NULL,
             ACCRUED_THRU                   DATE NOT NULL,
             PEN_STATUS                     CHAR(8) NOT NULL,
             RUN_ID                         INTEGER,
             PRIOR_ACCRUED_AMT              DECIMAL(10, 2),
             PRIOR_ACCRUED_THRU             DATE,
             PRIOR_STATUS                   CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PENALTY_ACCRUAL             *
           10 PEN-STATUS             PIC X(8).
              88 PEN-OPEN            VALUE 'OPEN'.
              88 PEN-CURED           VALUE 'CURED'.
      *    THE LAST BATCH RUN THAT WROTE THE ROW, AND THE ACCRUAL AS   *
      *    IT STOOD BEFORE THAT RUN - PRIOR_ACCRUED_THRU IS NULL WHEN  *
      *    THE RUN OPENED THE ROW, SO A BACKOUT DELETES IT             *
           10 PEN-RUN-ID             PIC S9(9) USAGE COMP.
           10 PEN-PRIOR-ACCRUED-AMT  PIC S9(8)V9(2) USAGE COMP-3.
           10 PEN-PRIOR-ACCRUED-THRU PIC X(10).
           10 PEN-PRIOR-STATUS       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
