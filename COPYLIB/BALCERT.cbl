      ******************************************************************
      * DCLGEN TABLE(KALA15.BALANCE_CERTIFICATE)                       *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(BALCERT))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER BALANCE CONFIRMATION CERTIFICATE ISSUED FROM THE   *
      * SCHEDULE INQUIRY OR THE CUSTOMER-360 SCREEN - THE FIGURES      *
      * EXACTLY AS PRINTED FOR THE AS-OF DATE ASKED FOR, AND WHO THE   *
      * CERTIFICATE WAS ADDRESSED TO, SO A CERTIFICATE NUMBER QUOTED   *
      * BACK BY AN AUDITOR, ANOTHER BANK OR AN ESTATE CAN BE CHECKED   *
      * WITHOUT RE-DERIVING THE BALANCES                               *
      ******************************************************************
           EXEC SQL DECLARE KALA15.BALANCE_CERTIFICATE TABLE
           ( CERT_ID                        INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             ASOF_DATE                      DATE NOT NULL,
             ISSUED_DATE                    DATE NOT NULL,
             PRINCIPAL_AMT                  DECIMAL(10, 2) NOT NULL,
             ACCRUED_INT_AMT                DECIMAL(10, 2) NOT NULL,
             FEES_AMT                       DECIMAL(10, 2) NOT NULL,
             ARREARS_AMT                    DECIMAL(10, 2) NOT NULL,
             ADDRESSEE_NAME                 CHAR(30),
             ADDRESSEE_ADDRESS              CHAR(20),
             ADDRESSEE_POSTAL               CHAR(5),
             ADDRESSEE_CITY                 CHAR(20),
             ISSUED_BY                      CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.BALANCE_CERTIFICATE         *
      ******************************************************************
       01  DCLBALANCE-CERTIFICATE.
           10 BCERT-ID               PIC S9(9) USAGE COMP.
           10 BCERT-APP-ID           PIC S9(9) USAGE COMP.
           10 BCERT-ASOF-DATE        PIC X(10).
           10 BCERT-ISSUED-DATE      PIC X(10).
      *    OUTSTANDING PRINCIPAL, INTEREST EARNED BUT NOT YET PAID,    *
      *    OPEN FEES AND PENALTY INTEREST, ALL AT THE AS-OF DATE.      *
      *    ARREARS IS THE PART OF PRINCIPAL AND INTEREST ALREADY       *
      *    PAST DUE - INCLUDED IN THE OTHER FIGURES, NOT ADDED         *
           10 BCERT-PRINCIPAL-AMT    PIC S9(8)V9(2) USAGE COMP-3.
           10 BCERT-ACCRUED-INT-AMT  PIC S9(8)V9(2) USAGE COMP-3.
           10 BCERT-FEES-AMT         PIC S9(8)V9(2) USAGE COMP-3.
           10 BCERT-ARREARS-AMT      PIC S9(8)V9(2) USAGE COMP-3.
      *    THE THIRD PARTY THE CERTIFICATE WAS ADDRESSED TO - NULL     *
      *    WHEN IT WENT TO THE BORROWER                                *
           10 BCERT-ADDRESSEE-NAME   PIC X(30).
           10 BCERT-ADDRESSEE-ADDRESS PIC X(20).
           10 BCERT-ADDRESSEE-POSTAL PIC X(5).
           10 BCERT-ADDRESSEE-CITY   PIC X(20).
      *    SIGNED-ON OPERATOR WHO PRODUCED THE CERTIFICATE             *
           10 BCERT-ISSUED-BY        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
