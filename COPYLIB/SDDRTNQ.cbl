      ******************************************************************
      * DCLGEN TABLE(KALA15.SDD_RETURN_QUEUE)                          *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(SDDRTNQ))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * RETURNED DIRECT DEBITS NO RULE ON SDD_RETURN_POLICY CAN SETTLE *
      * ON ITS OWN - ONE ROW PER RETURN, WRITTEN OPEN BY THE LOANSDD   *
      * RETURNS RUN AND CLOSED BY THE OPERATOR WHO WORKS IT. THE       *
      * INSTALLMENT ITSELF HAS ALREADY GONE BACK TO UNPAID             *
      ******************************************************************
           EXEC SQL DECLARE KALA15.SDD_RETURN_QUEUE TABLE
           ( RTNQ_ID                        INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             INSTALLMENT_NO                 INTEGER NOT NULL,
             REASON_CODE                    CHAR(4) NOT NULL,
             RETURN_AMT                     DECIMAL(10, 2) NOT NULL,
             QUEUED_DATE                    DATE NOT NULL,
             QUEUE_STATUS                   CHAR(8) NOT NULL,
             WORKED_BY                      CHAR(3),
             WORKED_DATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.SDD_RETURN_QUEUE            *
      ******************************************************************
       01  DCLSDD-RETURN-QUEUE.
           10 RTNQ-ID                PIC S9(9) USAGE COMP.
           10 RTNQ-APP-ID            PIC S9(9) USAGE COMP.
           10 RTNQ-INSTALLMENT-NO    PIC S9(9) USAGE COMP.
           10 RTNQ-REASON-CODE       PIC X(4).
           10 RTNQ-RETURN-AMT        PIC S9(8)V9(2) USAGE COMP-3.
           10 RTNQ-QUEUED-DATE       PIC X(10).
           10 RTNQ-QUEUE-STATUS      PIC X(8).
              88 RTNQ-OPEN           VALUE 'OPEN'.
              88 RTNQ-WORKED         VALUE 'WORKED'.
           10 RTNQ-WORKED-BY         PIC X(3).
           10 RTNQ-WORKED-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
