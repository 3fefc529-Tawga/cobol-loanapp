      ******************************************************************
      * THE RUNNING EARNED-BUT-UNBILLED INTEREST PER LOAN, ADVANCED    *
      * BY THE DAILY LOANACCR RUN                                      *
      * ACCRUAL_STATUS N MARKS A LOAN ON NON-ACCRUAL (SERIOUSLY        *
      * DELINQUENT OR CHARGED OFF) - ITS UNPAID ACCRUAL WAS REVERSED   *
      * OUT OF ACCRUED_AMT INTO REVERSED_AMT ON NONACCRUAL_DATE AND    *
      * ONLY INTEREST ACTUALLY RECEIVED IS ADDED BACK. NULL OR A MEANS *
      * THE LOAN ACCRUES NORMALLY                                      *
      ******************************************************************
           EXEC SQL DECLARE KALA15.INTEREST_ACCRUAL TABLE
           ( APP_ID                         INTEGER NOT NULL,
             ACCRUED_AMT                    DECIMAL(12, 2) NOT NULL,
             LAST_ACCRUAL_DATE              DATE NOT NULL,
             ACCRUAL_STATUS                 CHAR(1),
             NONACCRUAL_DATE                DATE,
             REVERSED_AMT                   DECIMAL(12, 2),
             BACKVAL_ADJ_AMT                DECIMAL(12, 2),
             RUN_ID                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.INTEREST_ACCRUAL            *
           10 ACCR-APP-ID            PIC S9(9) USAGE COMP.
           10 ACCR-AMT               PIC S9(10)V9(2) USAGE COMP-3.
           10 ACCR-LAST-DATE         PIC X(10).
           10 ACCR-STATUS            PIC X(1).
           10 ACCR-NONACCRUAL-DATE   PIC X(10).
           10 ACCR-REVERSED-AMT      PIC S9(10)V9(2) USAGE COMP-3.
      *    WHAT THE LAST BATCH RUN TO BACK-VALUE A CREDIT TOOK OFF     *
      *    ACCRUED_AMT, AND THAT RUN, SO A BACKOUT CAN PUT IT BACK ON  *
      *    TOP OF WHATEVER HAS ACCRUED SINCE - BOTH NULL UNTIL THEN    *
           10 ACCR-BACKVAL-ADJ-AMT   PIC S9(10)V9(2) USAGE COMP-3.
           10 ACCR-RUN-ID            PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
      * WHICH LEDGER ACCOUNTS EACH POSTING EVENT HITS - MAINTAINED BY  *
      * FINANCE, NEVER HARDCODED IN THE PROGRAMS                       *
