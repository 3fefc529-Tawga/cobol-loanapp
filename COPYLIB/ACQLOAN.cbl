      ******************************************************************
      * DCLGEN TABLE(KALA15.ACQUIRED_LOAN)                             *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(ACQLOAN))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER LOAN BOARDED FROM A PURCHASED PORTFOLIO BY         *
      * LOANACQL - THE SELLER, THE SELLER'S OWN LOAN REFERENCE AND THE *
      * TRANCHE IT WAS BOUGHT IN, AGAINST THE APP_ID IT WAS BOARDED    *
      * UNDER. THE SELLER'S BALANCE AT THE CUT-OFF DATE IS KEPT NEXT   *
      * TO THE PRINCIPAL OF THE REMAINING SCHEDULE BOARDED WITH IT,    *
      * WHICH IS WHAT THE RECONCILIATION REPORT PROVES. A SELLER       *
      * REFERENCE ALREADY HERE IS NEVER BOARDED TWICE                  *
      ******************************************************************
           EXEC SQL DECLARE KALA15.ACQUIRED_LOAN TABLE
           ( APP_ID                         INTEGER NOT NULL,
             SELLER_ID                      CHAR(8) NOT NULL,
             SELLER_LOAN_REF                CHAR(20) NOT NULL,
             TRANCHE_ID                     CHAR(8) NOT NULL,
             CUTOFF_DATE                    DATE NOT NULL,
             SELLER_BALANCE                 DECIMAL(10, 2) NOT NULL,
             SCHED_PRINCIPAL                DECIMAL(10, 2) NOT NULL,
             BOARDED_DATE                   DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.ACQUIRED_LOAN               *
      ******************************************************************
       01  DCLACQUIRED-LOAN.
           10 ACQL-APP-ID            PIC S9(9) USAGE COMP.
      *    THE SOURCE ID ON THE SELLER FILE'S HDR ENVELOPE             *
           10 ACQL-SELLER-ID         PIC X(8).
           10 ACQL-SELLER-LOAN-REF   PIC X(20).
           10 ACQL-TRANCHE-ID        PIC X(8).
      *    THE BUSINESS DATE ON THE HDR - THE DATE THE SELLER'S        *
      *    BALANCES WERE STRUCK                                        *
           10 ACQL-CUTOFF-DATE       PIC X(10).
           10 ACQL-SELLER-BALANCE    PIC S9(8)V9(2) USAGE COMP-3.
      *    SUM OF PRINCIPAL_AMT OVER THE UNPAID INSTALLMENTS BOARDED   *
           10 ACQL-SCHED-PRINCIPAL   PIC S9(8)V9(2) USAGE COMP-3.
           10 ACQL-BOARDED-DATE      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
