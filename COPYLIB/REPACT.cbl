      ******************************************************************
      * DCLGEN TABLE(KALA15.REPRESENTATIVE_ACTION)                     *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(REPACT))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER SERVICING REQUEST LOANDB2 CARRIED OUT ON THE       *
      * INSTRUCTION OF A REPRESENTATIVE RATHER THAN THE CUSTOMER -     *
      * WHICH MANDATE, WHICH REQUEST CODE, WHICH LOAN, WHO KEYED IT    *
      * AND THE OUTCOME MESSAGE THE OPERATOR SAW                       *
      ******************************************************************
           EXEC SQL DECLARE KALA15.REPRESENTATIVE_ACTION TABLE
           ( ACTION_ID                      INTEGER NOT NULL,
             REP_ID                         INTEGER NOT NULL,
             CUST_SSN                       CHAR(11) NOT NULL,
             APP_ID                         INTEGER,
             CRUD_SW                        CHAR(1) NOT NULL,
             OPERATOR_ID                    CHAR(3),
             ACTION_MESSAGE                 CHAR(40),
             ACTION_TS                      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.REPRESENTATIVE_ACTION       *
      ******************************************************************
       01  DCLREPRESENTATIVE-ACTION.
           10 RACT-ACTION-ID         PIC S9(9) USAGE COMP.
           10 RACT-REP-ID            PIC S9(9) USAGE COMP.
           10 RACT-CUST-SSN          PIC X(11).
           10 RACT-APP-ID            PIC S9(9) USAGE COMP.
           10 RACT-CRUD-SW           PIC X(1).
           10 RACT-OPERATOR-ID       PIC X(3).
           10 RACT-MESSAGE           PIC X(40).
           10 RACT-ACTION-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
