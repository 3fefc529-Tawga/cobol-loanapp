      ******************************************************************
      * DCLGEN TABLE(KALA15.GL_RECON_BREAK)                            *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(GLRCBRK))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER BALANCE THAT FAILED TO AGREE AT A MONTH-END        *
      * RECONCILIATION: THE FINANCE TRIAL BALANCE FOR THE GL ACCOUNT   *
      * AGAINST THE LOANMECL CLOSE_SNAPSHOT TOTAL FOR THE SAME PERIOD. *
      * LOANGLRC WRITES THE ROW OPEN AND REPORTS IT AGAIN EVERY MONTH  *
      * UNTIL FINANCE SENDS THE EXPLANATION THAT FLIPS IT TO EXPLAIN - *
      * THE AUDIT TRAIL THE EXTERNAL AUDITORS TEST                     *
      ******************************************************************
           EXEC SQL DECLARE KALA15.GL_RECON_BREAK TABLE
           ( PERIOD_ID                      CHAR(7) NOT NULL,
             COMPONENT                      CHAR(1) NOT NULL,
             GL_ACCT                        CHAR(10) NOT NULL,
             GL_BAL                         DECIMAL(14, 2) NOT NULL,
             SUBLEDGER_BAL                  DECIMAL(14, 2) NOT NULL,
             BREAK_AMT                      DECIMAL(14, 2) NOT NULL,
             BREAK_STATUS                   CHAR(8) NOT NULL,
             EXPLAIN_TEXT                   CHAR(40) NOT NULL,
             EXPLAINED_BY                   CHAR(3) NOT NULL,
             EXPLAINED_TS                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.GL_RECON_BREAK              *
      ******************************************************************
       01  DCLGL-RECON-BREAK.
           10 GLRB-PERIOD-ID         PIC X(7).
      *    WHICH SNAPSHOT TOTAL: P PRINCIPAL, I ACCRUED INTEREST,      *
      *    F OPEN FEES, C CHARGE-OFF BOOK                              *
           10 GLRB-COMPONENT         PIC X(1).
              88 GLRB-PRINCIPAL      VALUE 'P'.
              88 GLRB-ACCRUED        VALUE 'I'.
              88 GLRB-FEES           VALUE 'F'.
              88 GLRB-CHARGEOFF      VALUE 'C'.
           10 GLRB-GL-ACCT           PIC X(10).
           10 GLRB-GL-BAL            PIC S9(12)V9(2) USAGE COMP-3.
           10 GLRB-SUBLEDGER-BAL     PIC S9(12)V9(2) USAGE COMP-3.
      *    GL LESS SUBLEDGER                                           *
           10 GLRB-BREAK-AMT         PIC S9(12)V9(2) USAGE COMP-3.
           10 GLRB-STATUS            PIC X(8).
              88 GLRB-OPEN           VALUE 'OPEN'.
              88 GLRB-EXPLAINED      VALUE 'EXPLAIN'.
           10 GLRB-EXPLAIN-TEXT      PIC X(40).
           10 GLRB-EXPLAINED-BY      PIC X(3).
           10 GLRB-EXPLAINED-TS      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
