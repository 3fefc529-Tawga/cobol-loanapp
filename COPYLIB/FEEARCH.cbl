      ******************************************************************
      * DCLGEN TABLE(KALA15.FEE_HISTORY_ARCHIVE)                       *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(FEEARCH))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * FEE_HISTORY ROWS OF LOANS CLOSED FOR LONGER THAN               *
      * SVC_ARCHIVE_YRS (BUSINESS_PARAM), MOVED OUT OF THE LIVE        *
      * TABLE BY LOANSVCA - COLUMN FOR COLUMN AS THEY STOOD, RUN       *
      * TAGS AND PRIOR FIGURES INCLUDED, PLUS WHEN THEY MOVED. THE     *
      * SCHEDULE INQUIRY, CUSTOMER 360 AND THE SUBJECT-ACCESS          *
      * EXTRACT READ THROUGH TO THESE ROWS                             *
      ******************************************************************
           EXEC SQL DECLARE KALA15.FEE_HISTORY_ARCHIVE TABLE
           ( FEE_ID                         INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             INSTALLMENT_NO                 INTEGER NOT NULL,
             DUE_DATE                       DATE NOT NULL,
             BUCKET                         CHAR(8) NOT NULL,
             FEE_AMT                        DECIMAL(8, 2) NOT NULL,
             ASSESSED_DATE                  DATE NOT NULL,
             PAID_AMT                       DECIMAL(8, 2),
             WAIVED_AMT                     DECIMAL(8, 2),
             RUN_ID                         INTEGER,
             CHG_RUN_ID                     INTEGER,
             PRIOR_PAID_AMT                 DECIMAL(8, 2),
             PRIOR_WAIVED_AMT               DECIMAL(8, 2),
             ARCHIVED_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.FEE_HISTORY_ARCHIVE         *
      ******************************************************************
       01  DCLFEE-HISTORY-ARCHIVE.
           10 FEEA-ID                PIC S9(9) USAGE COMP.
           10 FEEA-APP-ID            PIC S9(9) USAGE COMP.
           10 FEEA-INSTALLMENT-NO    PIC S9(9) USAGE COMP.
           10 FEEA-DUE-DATE          PIC X(10).
           10 FEEA-BUCKET            PIC X(8).
           10 FEEA-AMT               PIC S9(6)V9(2) USAGE COMP-3.
           10 FEEA-ASSESSED-DATE     PIC X(10).
           10 FEEA-PAID-AMT          PIC S9(6)V9(2) USAGE COMP-3.
           10 FEEA-WAIVED-AMT        PIC S9(6)V9(2) USAGE COMP-3.
           10 FEEA-RUN-ID            PIC S9(9) USAGE COMP.
           10 FEEA-CHG-RUN-ID        PIC S9(9) USAGE COMP.
           10 FEEA-PRIOR-PAID-AMT    PIC S9(6)V9(2) USAGE COMP-3.
           10 FEEA-PRIOR-WAIVED-AMT  PIC S9(6)V9(2) USAGE COMP-3.
           10 FEEA-ARCHIVED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
