      ******************************************************************
      * DCLGEN TABLE(KALA15.REGISTER_CREDIT)                           *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(PCRCRED))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER CREDIT THE POSITIVE CREDIT REGISTER RETURNED FOR   *
      * THE APPLICANT OR A CO-APPLICANT WHEN THE APPLICATION WAS       *
      * UNDERWRITTEN - CREDITOR, TYPE, BALANCE, LIMIT AND MONTHLY      *
      * INSTALLMENT AS THE REGISTER HELD THEM AT INQUIRY_TS. A         *
      * RE-UNDERWRITE OF THE SAME APPLICATION REPLACES ITS ROWS. THEIR *
      * BALANCE TOTAL IS CARRIED ON APPLICATIONS.REGISTER_DEBT NEXT TO *
      * THE DECLARED CURR_LOANS                                        *
      ******************************************************************
           EXEC SQL DECLARE KALA15.REGISTER_CREDIT TABLE
           ( CREDIT_ROW_ID                  INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             CUST_SSN                       CHAR(11) NOT NULL,
             CREDITOR_NAME                  CHAR(20) NOT NULL,
             CREDIT_TYPE                    CHAR(8),
             BALANCE_AMT                    INTEGER NOT NULL,
             CREDIT_LIMIT                   INTEGER,
             MO_INSTALLMENT                 DECIMAL(9, 2),
             INQUIRY_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.REGISTER_CREDIT             *
      ******************************************************************
       01  DCLREGISTER-CREDIT.
           10 PCRC-CREDIT-ROW-ID     PIC S9(9) USAGE COMP.
           10 PCRC-APP-ID            PIC S9(9) USAGE COMP.
           10 PCRC-CUST-SSN          PIC X(11).
           10 PCRC-CREDITOR-NAME     PIC X(20).
           10 PCRC-CREDIT-TYPE       PIC X(8).
           10 PCRC-BALANCE-AMT       PIC S9(9) USAGE COMP.
           10 PCRC-CREDIT-LIMIT      PIC S9(9) USAGE COMP.
           10 PCRC-MO-INSTALLMENT    PIC S9(7)V9(2) USAGE COMP-3.
           10 PCRC-INQUIRY-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
