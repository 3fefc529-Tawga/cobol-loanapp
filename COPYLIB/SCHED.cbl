             DEFERRED_FLAG                  CHAR(1),
             SUBSIDY_INT_AMT                DECIMAL(10, 2),
             PRESENTED_DATE                 DATE,
             CREDITOR_REF                   CHAR(20),
             PRENOTE_AMT                    DECIMAL(10, 2),
             PRENOTE_DUE_DATE               DATE,
             REPRESENT_DATE                 DATE,
             REPRESENT_CNT                  SMALLINT,
             RUN_ID                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PAYMENT_SCHEDULE             *
      *    DIGIT. PRINTED ON EVERY NOTICE, CARRIED IN THE DIRECT-DEBIT
      *    INSTRUCTION, AND THE FIRST THING LOANCASH MATCHES ON
           10 SCHED-CREDITOR-REF   PIC X(20).
      *    THE AMOUNT AND DUE DATE THE DEBTOR WAS LAST PRE-NOTIFIED OF
      *    FOR THIS DIRECT DEBIT - SET BY THE LOANSDD PRENOTE RUN. A
      *    ROW WHOSE AMOUNT OR DATE HAS SINCE MOVED (RATE RESET,
      *    PAYMENT HOLIDAY, FEE) NO LONGER MATCHES AND IS NOTIFIED
      *    AGAIN BEFORE IT IS PRESENTED
           10 SCHED-PRENOTE-AMT    PIC S9(8)V9(2) USAGE COMP-3.
           10 SCHED-PRENOTE-DUE-DATE PIC X(10).
      *    SET WHEN A RETURNED DIRECT DEBIT IS TO BE PRESENTED AGAIN -
      *    THE NEW COLLECTION DATE, WHICH STANDS IN FOR DUE-DATE IN THE
      *    COLLECTION AND PRE-NOTIFICATION RUNS. WHILE IT IS SET THE
      *    INSTALLMENT STAYS OUT OF THE DELINQUENCY FLOW. CLEARED WHEN
      *    THE RE-PRESENTATION SETTLES OR THE ATTEMPTS RUN OUT
           10 SCHED-REPRESENT-DATE PIC X(10).
           10 SCHED-REPRESENT-CNT  PIC S9(4) USAGE COMP.
      *    THE BATCH RUN THAT LAST POSTED OR UNPOSTED                  *
      *    ACTUAL_BALANCE_AMT - NULL WHEN THE POSTING WAS ONLINE       *
           10 SCHED-RUN-ID           PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17       *
      ******************************************************************
