      ******************************************************************
      * DCLGEN TABLE(KALA15.CREDIT_LINE_REVIEW)                        *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(LINEREV))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER REVIEW OF A REVOLVING LINE BY THE LOANLREV RUN -   *
      * ANNUAL, OR BROUGHT FORWARD BY A FALLING BUREAU SCORE OR BY     *
      * ARREARS - WITH THE SCORE, UTILISATION AND DELINQUENCY COUNT IT *
      * WAS DECIDED ON. A DECREASE WAITS OUT THE ADVANCE NOTICE PERIOD *
      * AS PENDING BEFORE LOAN_AMN IS CUT; ANY OTHER DECISION APPLIES  *
      * ON THE DAY. THE LATEST APPLIED ROW IS THE STATE OF THE LINE -  *
      * A FREEZE THERE REFUSES EVERY FURTHER DRAW                      *
      ******************************************************************
           EXEC SQL DECLARE KALA15.CREDIT_LINE_REVIEW TABLE
           ( REVIEW_ID                      INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             REVIEW_DATE                    DATE NOT NULL,
             REVIEW_TRIGGER                 CHAR(8) NOT NULL,
             CREDIT_SCORE                   INTEGER,
             UTIL_PCT                       DECIMAL(5, 2),
             DELINQ_CNT                     INTEGER,
             OLD_LIMIT                      INTEGER NOT NULL,
             NEW_LIMIT                      INTEGER NOT NULL,
             REVIEW_ACTION                  CHAR(8) NOT NULL,
             NOTICE_DATE                    DATE,
             EFFECTIVE_DATE                 DATE NOT NULL,
             APPLY_STATUS                   CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.CREDIT_LINE_REVIEW          *
      ******************************************************************
       01  DCLCREDIT-LINE-REVIEW.
           10 LREV-REVIEW-ID         PIC S9(9) USAGE COMP.
           10 LREV-APP-ID            PIC S9(9) USAGE COMP.
           10 LREV-REVIEW-DATE       PIC X(10).
           10 LREV-TRIGGER           PIC X(8).
              88 LREV-ANNUAL         VALUE 'ANNUAL'.
              88 LREV-SCORE-DROP     VALUE 'SCORE'.
              88 LREV-ARREARS        VALUE 'ARREARS'.
           10 LREV-CREDIT-SCORE      PIC S9(9) USAGE COMP.
           10 LREV-UTIL-PCT          PIC S9(3)V9(2) USAGE COMP-3.
           10 LREV-DELINQ-CNT        PIC S9(9) USAGE COMP.
           10 LREV-OLD-LIMIT         PIC S9(9) USAGE COMP.
           10 LREV-NEW-LIMIT         PIC S9(9) USAGE COMP.
      *    KEEP LEAVES THE LINE AS IT IS; UNFREEZE IS A KEEP THAT      *
      *    LIFTS AN EARLIER FREEZE                                     *
           10 LREV-ACTION            PIC X(8).
              88 LREV-KEEP           VALUE 'KEEP'.
              88 LREV-DECREASE       VALUE 'DECREASE'.
              88 LREV-FREEZE         VALUE 'FREEZE'.
              88 LREV-INCREASE       VALUE 'INCREASE'.
              88 LREV-UNFREEZE       VALUE 'UNFREEZE'.
      *    THE DAY THE NOTICE LETTER WENT OUT - NULL FOR A KEEP        *
           10 LREV-NOTICE-DATE       PIC X(10).
           10 LREV-EFFECTIVE-DATE    PIC X(10).
      *    A PENDING DECREASE OVERTAKEN BY A LATER REVIEW OF THE       *
      *    SAME LINE IS SUPERSEDED AND NEVER APPLIED                   *
           10 LREV-APPLY-STATUS      PIC X(8).
              88 LREV-PENDING        VALUE 'PENDING'.
              88 LREV-APPLIED        VALUE 'APPLIED'.
              88 LREV-SUPERSEDED     VALUE 'SUPERSED'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
