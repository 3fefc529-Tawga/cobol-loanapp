      ******************************************************************
      * DCLGEN TABLE(KALA15.DQ_RESULT)                                 *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(DQRESULT))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE DATA-QUALITY TREND HISTORY - ONE ROW PER RULE PER NIGHT    *
      * WITH THE NUMBER OF DEFECTS LOANDQSC FOUND. A RERUN ON THE SAME *
      * DAY REPLACES THAT DAY'S ROWS                                   *
      ******************************************************************
           EXEC SQL DECLARE KALA15.DQ_RESULT TABLE
           ( RUN_DATE                       DATE NOT NULL,
             RULE_CODE                      CHAR(8) NOT NULL,
             OWNER_CODE                     CHAR(8) NOT NULL,
             DEFECT_CNT                     INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.DQ_RESULT                   *
      ******************************************************************
       01  DCLDQ-RESULT.
           10 DQS-RUN-DATE           PIC X(10).
           10 DQS-RULE-CODE          PIC X(8).
      *    THE OWNER ON THE NIGHT, SO A HANDOVER KEEPS HISTORY         *
      *    WITH THE TEAM THAT HELD THE RULE                            *
           10 DQS-OWNER-CODE         PIC X(8).
           10 DQS-DEFECT-CNT         PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
