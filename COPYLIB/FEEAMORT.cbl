      ******************************************************************
      * DCLGEN TABLE(KALA15.FEE_AMORTIZATION)                          *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(FEEAMORT))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE DEFERRED ORIGINATION FEE OF EACH FUNDED LOAN. THE FEE IS   *
      * NOT INCOME ON THE DAY IT IS CHARGED - LOANACCR BOOKS IT AS     *
      * DEFERRED (ORIGDEF) AND THE MONTH-END LOANFEIR RUN RELEASES IT  *
      * TO INCOME (ORIGAMRT) BY THE EFFECTIVE-INTEREST METHOD. THE     *
      * MONTHLY EFFECTIVE RATE IS SOLVED ONCE, WHEN THE LOAN IS        *
      * ENROLLED, AS THE RATE THAT DISCOUNTS THE CONTRACTUAL SCHEDULE  *
      * BACK TO THE NET AMOUNT ADVANCED (LOAN_AMN LESS THE FEE).       *
      * STATUS A = AMORTIZING, C = FULLY AMORTIZED AT MATURITY,        *
      * R = RELEASED IN FULL EARLY (ORIGRLSE) - RELEASE_REASON SAYS    *
      * WHY: PAYOFF, REFI OR CHGOFF                                    *
      ******************************************************************
           EXEC SQL DECLARE KALA15.FEE_AMORTIZATION TABLE
           ( APP_ID                         INTEGER NOT NULL,
             ORIG_FEE_AMT                   DECIMAL(8, 2) NOT NULL,
             NET_ADVANCE_AMT                DECIMAL(12, 2) NOT NULL,
             MONTHLY_EIR                    DECIMAL(13, 12) NOT NULL,
             AMORTIZED_AMT                  DECIMAL(8, 2) NOT NULL,
             UNAMORTIZED_AMT                DECIMAL(8, 2) NOT NULL,
             START_DATE                     DATE NOT NULL,
             LAST_AMORT_DATE                DATE,
             AMORT_STATUS                   CHAR(1) NOT NULL,
             RELEASE_REASON                 CHAR(8),
             RELEASE_DATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.FEE_AMORTIZATION            *
      ******************************************************************
       01  DCLFEE-AMORTIZATION.
           10 FAMZ-APP-ID            PIC S9(9) USAGE COMP.
           10 FAMZ-ORIG-FEE-AMT      PIC S9(6)V9(2) USAGE COMP-3.
           10 FAMZ-NET-ADVANCE-AMT   PIC S9(10)V9(2) USAGE COMP-3.
           10 FAMZ-MONTHLY-EIR       PIC S9V9(12) USAGE COMP-3.
           10 FAMZ-AMORTIZED-AMT     PIC S9(6)V9(2) USAGE COMP-3.
           10 FAMZ-UNAMORTIZED-AMT   PIC S9(6)V9(2) USAGE COMP-3.
           10 FAMZ-START-DATE        PIC X(10).
           10 FAMZ-LAST-AMORT-DATE   PIC X(10).
           10 FAMZ-AMORT-STATUS      PIC X(1).
              88 FAMZ-AMORTIZING     VALUE 'A'.
              88 FAMZ-COMPLETE       VALUE 'C'.
              88 FAMZ-RELEASED       VALUE 'R'.
           10 FAMZ-RELEASE-REASON    PIC X(8).
           10 FAMZ-RELEASE-DATE      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
