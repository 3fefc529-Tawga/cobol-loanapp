      ******************************************************************
      * DCLGEN TABLE(KALA15.LOAN_POSITION)                             *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(LOANPOS))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER LOAN CARRYING ITS RUNNING POSITION - THE BALANCE   *
      * ENTERING THE NEXT UNPAID INSTALLMENT, THE INTEREST AND THE     *
      * INSTALLMENT ARREARS STILL OPEN ON DELINQUENT INSTALLMENTS, AND *
      * THE OPEN FEES AND PENALTY INTEREST. EVERY PROGRAM THAT POSTS   *
      * TO PAYMENT, PAYMENT_SCHEDULE, FEE_HISTORY, PENALTY_ACCRUAL OR  *
      * DELINQUENCY REBUILDS THE LOAN'S ROW FROM THOSE TABLES IN THE   *
      * SAME UNIT OF WORK, SO READERS TAKE THE POSITION WITH ONE KEYED *
      * READ. A LOAN WITH NO ROW YET GETS ONE ON ITS FIRST POSTING.    *
      * LOANPOSP PROVES EVERY ROW AGAINST THE DETAIL EACH NIGHT        *
      ******************************************************************
           EXEC SQL DECLARE KALA15.LOAN_POSITION TABLE
           ( APP_ID                         INTEGER NOT NULL,
             NEXT_INST_NO                   INTEGER NOT NULL,
             PRINCIPAL_BAL                  DECIMAL(10, 2) NOT NULL,
             INTEREST_DUE                   DECIMAL(10, 2) NOT NULL,
             FEES_DUE                       DECIMAL(10, 2) NOT NULL,
             PENALTY_DUE                    DECIMAL(10, 2) NOT NULL,
             ARREARS_AMT                    DECIMAL(10, 2) NOT NULL,
             LAST_UPDATE_TS                 TIMESTAMP NOT NULL,
             UPDATED_BY                     CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.LOAN_POSITION               *
      ******************************************************************
       01  DCLLOAN-POSITION.
           10 POS-APP-ID             PIC S9(9) USAGE COMP.
      *    ZERO ONCE EVERY INSTALLMENT CARRIES AN ACTUAL BALANCE       *
           10 POS-NEXT-INST-NO       PIC S9(9) USAGE COMP.
           10 POS-PRINCIPAL-BAL      PIC S9(8)V9(2) USAGE COMP-3.
           10 POS-INTEREST-DUE       PIC S9(8)V9(2) USAGE COMP-3.
           10 POS-FEES-DUE           PIC S9(8)V9(2) USAGE COMP-3.
      *    BILLED PENALTY STILL OPEN PLUS ANY ACCRUAL NOT YET CURED    *
           10 POS-PENALTY-DUE        PIC S9(8)V9(2) USAGE COMP-3.
           10 POS-ARREARS-AMT        PIC S9(8)V9(2) USAGE COMP-3.
           10 POS-LAST-UPDATE-TS     PIC X(26).
      *    PROGRAM-ID OF THE LAST POSTING TO REBUILD THE ROW           *
           10 POS-UPDATED-BY         PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
