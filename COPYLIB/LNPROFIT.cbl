      ******************************************************************
      * DCLGEN TABLE(KALA15.LOAN_PROFITABILITY)                        *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(LNPROFIT))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER FUNDED LOAN PER CALENDAR MONTH, WRITTEN BY THE     *
      * MONTHLY LOANPROF RUN - WHAT THE LOAN EARNED IN THE MONTH       *
      * (CONTRACTUAL INTEREST, THE ORIGINATION FEE RELEASED UNDER THE  *
      * EFFECTIVE-INTEREST METHOD, THE LENDER'S SHARE OF THE INSURANCE *
      * PREMIUM) AGAINST WHAT IT COST (TREASURY FUNDING AT THE LOAN'S  *
      * FTP RATE, THE MOVEMENT IN ITS ECL PROVISION). ALL AMOUNTS IN   *
      * EUR AT THE MONTH-END RATE. THE PRODUCT, BRANCH, PARTNER AND    *
      * CAMPAIGN ARE COPIED FROM THE APPLICATION SO THE ROLL-UPS NEED  *
      * NO JOIN. A RERUN REPLACES THE MONTH                            *
      ******************************************************************
           EXEC SQL DECLARE KALA15.LOAN_PROFITABILITY TABLE
           ( PROFIT_MONTH                   DATE NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             CURRENCY_CODE                  CHAR(3) NOT NULL,
             PRODUCT_CODE                   CHAR(8),
             BRANCH_ID                      INTEGER,
             PARTNER_ID                     CHAR(8),
             CAMPAIGN_CODE                  CHAR(8),
             BALANCE_AMT                    DECIMAL(12, 2) NOT NULL,
             FTP_RATE                       DECIMAL(6, 3) NOT NULL,
             INTEREST_AMT                   DECIMAL(10, 2) NOT NULL,
             FUNDING_COST_AMT               DECIMAL(10, 2) NOT NULL,
             FEE_AMORT_AMT                  DECIMAL(10, 2) NOT NULL,
             FEE_AMORT_TD                   DECIMAL(10, 2) NOT NULL,
             INS_INCOME_AMT                 DECIMAL(10, 2) NOT NULL,
             ECL_CHARGE_AMT                 DECIMAL(10, 2) NOT NULL,
             NET_MARGIN_AMT                 DECIMAL(10, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.LOAN_PROFITABILITY          *
      ******************************************************************
       01  DCLLOAN-PROFITABILITY.
      *    FIRST DAY OF THE MONTH REPORTED                             *
           10 PROF-MONTH             PIC X(10).
           10 PROF-APP-ID            PIC S9(9) USAGE COMP.
           10 PROF-CURRENCY-CODE     PIC X(3).
           10 PROF-PRODUCT-CODE      PIC X(8).
           10 PROF-BRANCH-ID         PIC S9(9) USAGE COMP.
           10 PROF-PARTNER-ID        PIC X(8).
           10 PROF-CAMPAIGN-CODE     PIC X(8).
      *    PRINCIPAL OUTSTANDING AT MONTH END, AND THE FTP RATE        *
      *    IT WAS CHARGED FUNDING AT                                   *
           10 PROF-BALANCE-AMT       PIC S9(10)V9(2) USAGE COMP-3.
           10 PROF-FTP-RATE          PIC S9(3)V9(3) USAGE COMP-3.
           10 PROF-INTEREST-AMT      PIC S9(8)V9(2) USAGE COMP-3.
           10 PROF-FUNDING-COST-AMT  PIC S9(8)V9(2) USAGE COMP-3.
      *    THE MONTH'S FEE RELEASE IS THE MOVE IN FEE_AMORT_TD, THE    *
      *    AMOUNT RELEASED TO DATE IN THE LOAN'S OWN CURRENCY AS       *
      *    FEE_AMORTIZATION STOOD WHEN THE MONTH WAS REPORTED          *
           10 PROF-FEE-AMORT-AMT     PIC S9(8)V9(2) USAGE COMP-3.
           10 PROF-FEE-AMORT-TD      PIC S9(8)V9(2) USAGE COMP-3.
           10 PROF-INS-INCOME-AMT    PIC S9(8)V9(2) USAGE COMP-3.
      *    A PROVISION RELEASED IN THE MONTH IS A NEGATIVE CHARGE      *
           10 PROF-ECL-CHARGE-AMT    PIC S9(8)V9(2) USAGE COMP-3.
           10 PROF-NET-MARGIN-AMT    PIC S9(8)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
