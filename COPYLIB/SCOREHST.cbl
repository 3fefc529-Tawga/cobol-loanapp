      ******************************************************************
      * DCLGEN TABLE(KALA15.CREDIT_SCORE_HISTORY)                      *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(SCOREHST))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * EVERY CREDIT SCORE HELD FOR A CUSTOMER AFTER UNDERWRITING, ONE *
      * ROW PER SCORE AS AT SCORE_DATE. APPLICATIONS.CREDIT_SCORE      *
      * STAYS THE FIGURE THE LOAN WAS DECIDED ON; THE NEWEST ROW HERE  *
      * IS THE CUSTOMER'S CURRENT SCORE AND THE ONE BEFORE IT THE      *
      * BASELINE A DROP IS MEASURED FROM. SCORE_SOURCE NAMES THE FEED  *
      ******************************************************************
           EXEC SQL DECLARE KALA15.CREDIT_SCORE_HISTORY TABLE
           ( SCORE_ID                       INTEGER NOT NULL,
             CUST_SSN                       CHAR(11) NOT NULL,
             SCORE_DATE                     DATE NOT NULL,
             CREDIT_SCORE                   INTEGER NOT NULL,
             SCORE_SOURCE                   CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.CREDIT_SCORE_HISTORY        *
      ******************************************************************
       01  DCLCREDIT-SCORE-HISTORY.
           10 CSH-SCORE-ID           PIC S9(9) USAGE COMP.
           10 CSH-CUST-SSN           PIC X(11).
           10 CSH-SCORE-DATE         PIC X(10).
           10 CSH-CREDIT-SCORE       PIC S9(9) USAGE COMP.
           10 CSH-SCORE-SOURCE       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
