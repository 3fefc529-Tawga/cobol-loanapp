      ******************************************************************
      * DCLGEN TABLE(KALA15.PAYMENT_ARCHIVE)                           *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(PAYARCH))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PAYMENT ROWS OF LOANS CLOSED FOR LONGER THAN                   *
      * SVC_ARCHIVE_YRS (BUSINESS_PARAM), MOVED OUT OF THE LIVE        *
      * TABLE BY LOANSVCA - COLUMN FOR COLUMN AS THEY STOOD, RUN       *
      * TAGS AND PRIOR FIGURES INCLUDED, PLUS WHEN THEY MOVED. THE     *
      * SCHEDULE INQUIRY, CUSTOMER 360 AND THE SUBJECT-ACCESS          *
      * EXTRACT READ THROUGH TO THESE ROWS                             *
      ******************************************************************
           EXEC SQL DECLARE KALA15.PAYMENT_ARCHIVE TABLE
           ( PAY_ID                         INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             PAY_AMOUNT                     DECIMAL(10, 2) NOT NULL,
             PAY_DATE                       DATE NOT NULL,
             PAY_TYPE                       CHAR(6) NOT NULL,
             BALANCE_AFTER                  DECIMAL(10, 2) NOT NULL,
             ALLOC_FEES                     DECIMAL(10, 2),
             ALLOC_PENALTY                  DECIMAL(10, 2),
             ALLOC_INTEREST                 DECIMAL(10, 2),
             ALLOC_PRINCIPAL                DECIMAL(10, 2),
             VALUE_DATE                     DATE,
             RUN_ID                         INTEGER,
             ARCHIVED_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PAYMENT_ARCHIVE             *
      ******************************************************************
       01  DCLPAYMENT-ARCHIVE.
           10 PAYA-ID                PIC S9(9) USAGE COMP.
           10 PAYA-APP-ID            PIC S9(9) USAGE COMP.
           10 PAYA-AMOUNT            PIC S9(8)V9(2) USAGE COMP-3.
           10 PAYA-DATE              PIC X(10).
           10 PAYA-TYPE              PIC X(6).
           10 PAYA-BALANCE-AFTER     PIC S9(8)V9(2) USAGE COMP-3.
           10 PAYA-ALLOC-FEES        PIC S9(8)V9(2) USAGE COMP-3.
           10 PAYA-ALLOC-PENALTY     PIC S9(8)V9(2) USAGE COMP-3.
           10 PAYA-ALLOC-INTEREST    PIC S9(8)V9(2) USAGE COMP-3.
           10 PAYA-ALLOC-PRINCIPAL   PIC S9(8)V9(2) USAGE COMP-3.
           10 PAYA-VALUE-DATE        PIC X(10).
           10 PAYA-RUN-ID            PIC S9(9) USAGE COMP.
           10 PAYA-ARCHIVED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
