      ******************************************************************
      * DCLGEN TABLE(KALA15.STOP_CODE_BLOCK)                           *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(STOPBLK))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE STOP-CODE MATRIX - ONE ROW FOR EVERY ACTIVITY A STOP       *
      * CODE REFUSES. NO ROW, NO BLOCK. ONLINE ACTIVITIES: PAYMENT,    *
      * TOPUP, DRAW, TRANSFER, BANKCHG (LOANDB2). BATCH: DISBURSE      *
      * (LOANDISB), DIRDEBIT (LOANSDD), DUNNING (LOANDUNN), NOTICE     *
      * (LOANNOTE AND LOANREMD), AGENCY (LOANAGPL), DIALER (LOANDLRO)  *
      ******************************************************************
           EXEC SQL DECLARE KALA15.STOP_CODE_BLOCK TABLE
           ( STOP_CODE                      CHAR(4) NOT NULL,
             ACTIVITY                       CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.STOP_CODE_BLOCK             *
      ******************************************************************
       01  DCLSTOP-CODE-BLOCK.
           10 STBK-STOP-CODE         PIC X(4).
           10 STBK-ACTIVITY          PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
