      ******************************************************************
      * DCLGEN TABLE(KALA15.PAYMENT_SCHEDULE_ARCHIVE)                  *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(SCHEDARC))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PAYMENT_SCHEDULE ROWS OF LOANS CLOSED FOR LONGER THAN          *
      * SVC_ARCHIVE_YRS (BUSINESS_PARAM), MOVED OUT OF THE LIVE        *
      * TABLE BY LOANSVCA - COLUMN FOR COLUMN AS THEY STOOD, RUN       *
      * TAGS AND PRIOR FIGURES INCLUDED, PLUS WHEN THEY MOVED. THE     *
      * SCHEDULE INQUIRY, CUSTOMER 360 AND THE SUBJECT-ACCESS          *
      * EXTRACT READ THROUGH TO THESE ROWS                             *
      ******************************************************************
           EXEC SQL DECLARE KALA15.PAYMENT_SCHEDULE_ARCHIVE TABLE
           ( SCHED_ID                       INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             INSTALLMENT_NO                 INTEGER NOT NULL,
             DUE_DATE                       DATE NOT NULL,
             PRINCIPAL_AMT                  DECIMAL(10, 2) NOT NULL,
             INTEREST_AMT                   DECIMAL(10, 2) NOT NULL,
             BALANCE_AMT                    DECIMAL(10, 2) NOT NULL,
             ACTUAL_BALANCE_AMT             DECIMAL(10, 2),
             DEFERRED_FLAG                  CHAR(1),
             SUBSIDY_INT_AMT                DECIMAL(10, 2),
             PRESENTED_DATE                 DATE,
             CREDITOR_REF                   CHAR(20),
             PRENOTE_AMT                    DECIMAL(10, 2),
             PRENOTE_DUE_DATE               DATE,
             REPRESENT_DATE                 DATE,
             REPRESENT_CNT                  SMALLINT,
             RUN_ID                         INTEGER,
             ARCHIVED_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PAYMENT_SCHEDULE_ARCHIVE    *
      ******************************************************************
       01  DCLPAYMENT-SCHEDULE-ARCHIVE.
           10 SCHA-ID                PIC S9(9) USAGE COMP.
           10 SCHA-APP-ID            PIC S9(9) USAGE COMP.
           10 SCHA-INSTALLMENT-NO    PIC S9(9) USAGE COMP.
           10 SCHA-DUE-DATE          PIC X(10).
           10 SCHA-PRINCIPAL-AMT     PIC S9(8)V9(2) USAGE COMP-3.
           10 SCHA-INTEREST-AMT      PIC S9(8)V9(2) USAGE COMP-3.
           10 SCHA-BALANCE-AMT       PIC S9(8)V9(2) USAGE COMP-3.
           10 SCHA-ACTUAL-BALANCE-AMT PIC S9(8)V9(2) USAGE COMP-3.
           10 SCHA-DEFERRED-FLAG     PIC X(1).
           10 SCHA-SUBSIDY-INT-AMT   PIC S9(8)V9(2) USAGE COMP-3.
           10 SCHA-PRESENTED-DATE    PIC X(10).
           10 SCHA-CREDITOR-REF      PIC X(20).
           10 SCHA-PRENOTE-AMT       PIC S9(8)V9(2) USAGE COMP-3.
           10 SCHA-PRENOTE-DUE-DATE  PIC X(10).
           10 SCHA-REPRESENT-DATE    PIC X(10).
           10 SCHA-REPRESENT-CNT     PIC S9(4) USAGE COMP.
           10 SCHA-RUN-ID            PIC S9(9) USAGE COMP.
           10 SCHA-ARCHIVED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
