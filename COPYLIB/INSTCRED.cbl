      ******************************************************************
      * DCLGEN TABLE(KALA15.INSTANT_CREDIT)                            *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(INSTCRED))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER INSTANT CREDIT (SCT INST) THE BANK NOTIFIED DURING *
      * THE DAY, KEYED ON THE BANK'S TRANSACTION REFERENCE - THE SAME  *
      * REFERENCE THE NIGHT'S CAMT STATEMENT CARRIES FOR THAT CREDIT.  *
      * WRITTEN BY LOANINST IN THE UNIT OF WORK THAT POSTS THE CREDIT  *
      * OR PARKS IT IN SUSPENSE, SO A REDELIVERED MESSAGE FINDS ITS    *
      * ROW AND IS NOT POSTED TWICE. LOANCASH SKIPS ANY STATEMENT      *
      * CREDIT WITH A ROW HERE AND STAMPS STMT_DATE, WHICH STAYS NULL  *
      * UNTIL THE STATEMENT HAS CONFIRMED THE MONEY                    *
      ******************************************************************
           EXEC SQL DECLARE KALA15.INSTANT_CREDIT TABLE
           ( INST_REF                       CHAR(20) NOT NULL,
             INST_AMOUNT                    DECIMAL(10, 2) NOT NULL,
             RECEIVED_TS                    TIMESTAMP NOT NULL,
             APP_ID                         INTEGER,
             PAY_ID                         INTEGER,
             SUSP_ID                        INTEGER,
             INST_STATUS                    CHAR(8) NOT NULL,
             STMT_DATE                      DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.INSTANT_CREDIT              *
      ******************************************************************
       01  DCLINSTANT-CREDIT.
           10 INST-REF               PIC X(20).
           10 INST-AMOUNT            PIC S9(8)V9(2) USAGE COMP-3.
           10 INST-RECEIVED-TS       PIC X(26).
      *    THE LOAN AND PAYMENT ROW A POSTED CREDIT WENT TO, OR THE    *
      *    SUSPENSE ITEM AN UNMATCHED ONE WAS PARKED AS                *
           10 INST-APP-ID            PIC S9(9) USAGE COMP.
           10 INST-PAY-ID            PIC S9(9) USAGE COMP.
           10 INST-SUSP-ID           PIC S9(9) USAGE COMP.
      *    POSTED OR SUSPENSE                                          *
           10 INST-STATUS            PIC X(8).
              88 INST-POSTED         VALUE 'POSTED'.
              88 INST-SUSPENDED      VALUE 'SUSPENSE'.
           10 INST-STMT-DATE         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
