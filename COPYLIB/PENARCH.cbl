      ******************************************************************
      * DCLGEN TABLE(KALA15.PENALTY_ACCRUAL_ARCHIVE)                   *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(PENARCH))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PENALTY_ACCRUAL ROWS OF LOANS CLOSED FOR LONGER THAN           *
      * SVC_ARCHIVE_YRS (BUSINESS_PARAM), MOVED OUT OF THE LIVE        *
      * TABLE BY LOANSVCA - COLUMN FOR COLUMN AS THEY STOOD, RUN       *
      * TAGS AND PRIOR FIGURES INCLUDED, PLUS WHEN THEY MOVED. THE     *
      * SCHEDULE INQUIRY, CUSTOMER 360 AND THE SUBJECT-ACCESS          *
      * EXTRACT READ THROUGH TO THESE ROWS                             *
      ******************************************************************
           EXEC SQL DECLARE KALA15.PENALTY_ACCRUAL_ARCHIVE TABLE
           ( APP_ID                         INTEGER NOT NULL,
             INSTALLMENT_NO                 INTEGER NOT NULL,
             OVERDUE_AMT                    DECIMAL(10, 2) NOT NULL,
             PEN_RATE                       DECIMAL(5, 4) NOT NULL,
             ACCRUED_AMT                    DECIMAL(10, 2) NOT NULL,
             ACCRUED_THRU                   DATE NOT NULL,
             PEN_STATUS                     CHAR(8) NOT NULL,
             RUN_ID                         INTEGER,
             PRIOR_ACCRUED_AMT              DECIMAL(10, 2),
             PRIOR_ACCRUED_THRU             DATE,
             PRIOR_STATUS                   CHAR(8),
             ARCHIVED_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PENALTY_ACCRUAL_ARCHIVE     *
      ******************************************************************
       01  DCLPENALTY-ACCRUAL-ARCHIVE.
           10 PENA-APP-ID            PIC S9(9) USAGE COMP.
           10 PENA-INSTALLMENT-NO    PIC S9(9) USAGE COMP.
           10 PENA-OVERDUE-AMT       PIC S9(8)V9(2) USAGE COMP-3.
           10 PENA-RATE              PIC S9V9(4) USAGE COMP-3.
           10 PENA-ACCRUED-AMT       PIC S9(8)V9(2) USAGE COMP-3.
           10 PENA-ACCRUED-THRU      PIC X(10).
           10 PENA-STATUS            PIC X(8).
           10 PENA-RUN-ID            PIC S9(9) USAGE COMP.
           10 PENA-PRIOR-ACCRUED-AMT PIC S9(8)V9(2) USAGE COMP-3.
           10 PENA-PRIOR-ACCRUED-THRU PIC X(10).
           10 PENA-PRIOR-STATUS      PIC X(8).
           10 PENA-ARCHIVED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
