      ******************************************************************
      * DCLGEN TABLE(KALA15.BRANCH_BUDGET)                             *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(BRBUDGET))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * MANAGEMENT'S ANNUAL TARGETS, ONE ROW PER BRANCH, PRODUCT AND   *
      * MONTH OF THE BUDGET YEAR - NEW LENDING VOLUME, APPLICATIONS    *
      * TAKEN, INTEREST INCOME AND CREDIT LOSSES. LOADED FROM THE      *
      * CONTROLLERS' BUDGET FILE BY LOANBUDL; A RELOAD OF THE YEAR     *
      * REPLACES IT WHOLE. AMOUNTS IN EUR. LOANBVAR SETS THE MONTH AND *
      * THE YEAR TO DATE AGAINST THE ACTUALS                           *
      ******************************************************************
           EXEC SQL DECLARE KALA15.BRANCH_BUDGET TABLE
           ( BUDGET_YEAR                    INTEGER NOT NULL,
             BUDGET_MONTH                   INTEGER NOT NULL,
             BRANCH_ID                      INTEGER NOT NULL,
             PRODUCT_CODE                   CHAR(8) NOT NULL,
             LEND_VOLUME_AMT                DECIMAL(12, 2) NOT NULL,
             APP_COUNT                      INTEGER NOT NULL,
             INTEREST_INC_AMT               DECIMAL(12, 2) NOT NULL,
             CREDIT_LOSS_AMT                DECIMAL(12, 2) NOT NULL,
             LOADED_TS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.BRANCH_BUDGET               *
      ******************************************************************
       01  DCLBRANCH-BUDGET.
           10 BUDG-YEAR              PIC S9(9) USAGE COMP.
           10 BUDG-MONTH             PIC S9(9) USAGE COMP.
           10 BUDG-BRANCH-ID         PIC S9(9) USAGE COMP.
           10 BUDG-PRODUCT-CODE      PIC X(8).
           10 BUDG-LEND-VOLUME-AMT   PIC S9(10)V9(2) USAGE COMP-3.
           10 BUDG-APP-COUNT         PIC S9(9) USAGE COMP.
           10 BUDG-INTEREST-INC-AMT  PIC S9(10)V9(2) USAGE COMP-3.
      *    CHARGE-OFFS THE BRANCH IS EXPECTED TO TAKE IN THE MONTH     *
           10 BUDG-CREDIT-LOSS-AMT   PIC S9(10)V9(2) USAGE COMP-3.
           10 BUDG-LOADED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
