      ******************************************************************
      * DCLGEN TABLE(KALA15.PREPAY_SPEED)                              *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(PRPSPEED))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * HOW FAST THE BOOK PREPAID IN A CALENDAR MONTH, ONE ROW PER     *
      * PRODUCT, VINTAGE (YEAR FIRST FUNDED), RATE BAND (WHOLE PERCENT *
      * OF THE CUSTOMER RATE) AND FIXED/ARM, WRITTEN BY LOANCPR ON THE *
      * FIRST WORKING DAY FOR THE MONTH JUST ENDED - A RERUN REPLACES  *
      * THE MONTH. AMOUNTS IN EUR. PRINCIPAL PAID OFF AHEAD OF THE     *
      * SCHEDULE IS SPLIT BY WHO PAID IT: THE CUSTOMER, ONE OF OUR OWN *
      * NEW LOANS (REFINANCE, TOP-UP OR CONSOLIDATION WITH US), OR     *
      * ANOTHER LENDER SETTLING THE LOAN. LOANTRSY READS THE MEASURED  *
      * SPEEDS INTO THE CASH-FLOW PROJECTION                           *
      ******************************************************************
           EXEC SQL DECLARE KALA15.PREPAY_SPEED TABLE
           ( SPEED_MONTH                    DATE NOT NULL,
             PRODUCT_CODE                   CHAR(8) NOT NULL,
             VINTAGE_YEAR                   INTEGER NOT NULL,
             RATE_BAND                      SMALLINT NOT NULL,
             ARM_FLAG                       CHAR(1) NOT NULL,
             LOAN_CNT                       INTEGER NOT NULL,
             PAYOFF_CNT                     INTEGER NOT NULL,
             OPEN_BAL_EUR                   DECIMAL(13, 2) NOT NULL,
             SCHED_PRIN_EUR                 DECIMAL(13, 2) NOT NULL,
             PREPAY_CUST_EUR                DECIMAL(13, 2) NOT NULL,
             PREPAY_REFI_EUR                DECIMAL(13, 2) NOT NULL,
             PREPAY_CONS_EUR                DECIMAL(13, 2) NOT NULL,
             SMM_PCT                        DECIMAL(7, 4) NOT NULL,
             CPR_PCT                        DECIMAL(7, 4) NOT NULL,
             CPR_CUST_PCT                   DECIMAL(7, 4) NOT NULL,
             CPR_REFI_PCT                   DECIMAL(7, 4) NOT NULL,
             CPR_CONS_PCT                   DECIMAL(7, 4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PREPAY_SPEED                *
      ******************************************************************
       01  DCLPREPAY-SPEED.
      *    FIRST DAY OF THE MONTH MEASURED                             *
           10 PSPD-SPEED-MONTH       PIC X(10).
           10 PSPD-PRODUCT-CODE      PIC X(8).
           10 PSPD-VINTAGE-YEAR      PIC S9(9) USAGE COMP.
           10 PSPD-RATE-BAND         PIC S9(4) USAGE COMP.
           10 PSPD-ARM-FLAG          PIC X(1).
      *    LOANS OUTSTANDING AT THE START OF THE MONTH, AND HOW MANY   *
      *    OF THEM WERE PAID OFF IN FULL DURING IT                     *
           10 PSPD-LOAN-CNT          PIC S9(9) USAGE COMP.
           10 PSPD-PAYOFF-CNT        PIC S9(9) USAGE COMP.
      *    BALANCE AT THE START OF THE MONTH AND THE PRINCIPAL THE     *
      *    SCHEDULES CALLED FOR DURING IT                              *
           10 PSPD-OPEN-BAL-EUR      PIC S9(11)V9(2) USAGE COMP-3.
           10 PSPD-SCHED-PRIN-EUR    PIC S9(11)V9(2) USAGE COMP-3.
      *    PRINCIPAL PAID BEYOND THE SCHEDULE - BY THE CUSTOMER        *
      *    (PARTIAL PREPAYMENTS AND OWN PAYOFFS), BY A NEW LOAN OF     *
      *    OURS, AND BY ANOTHER LENDER                                 *
           10 PSPD-PREPAY-CUST-EUR   PIC S9(11)V9(2) USAGE COMP-3.
           10 PSPD-PREPAY-REFI-EUR   PIC S9(11)V9(2) USAGE COMP-3.
           10 PSPD-PREPAY-CONS-EUR   PIC S9(11)V9(2) USAGE COMP-3.
      *    SINGLE-MONTH MORTALITY - PREPAID OVER THE BALANCE LEFT      *
      *    AFTER SCHEDULED PRINCIPAL - AND ITS ANNUALISED RATE,        *
      *    1 - (1 - SMM) ** 12, IN PERCENT; THE CPR ALSO PER CAUSE     *
           10 PSPD-SMM-PCT           PIC S9(3)V9(4) USAGE COMP-3.
           10 PSPD-CPR-PCT           PIC S9(3)V9(4) USAGE COMP-3.
           10 PSPD-CPR-CUST-PCT      PIC S9(3)V9(4) USAGE COMP-3.
           10 PSPD-CPR-REFI-PCT      PIC S9(3)V9(4) USAGE COMP-3.
           10 PSPD-CPR-CONS-PCT      PIC S9(3)V9(4) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
