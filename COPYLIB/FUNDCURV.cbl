      ******************************************************************
      * DCLGEN TABLE(KALA15.FUNDING_CURVE)                             *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(FUNDCURV))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TREASURY'S COST-OF-FUNDS CURVE - THE ANNUAL RATE THE BANK      *
      * CHARGES THE LENDING BOOK FOR MONEY OF A GIVEN TERM, ONE POINT  *
      * PER CURRENCY AND TERM. LOADED FROM TREASURY'S CURVE FILE BY    *
      * LOANFTPL; A NEW POINT CLOSES THE ONE IT REPLACES THE DAY       *
      * BEFORE IT TAKES EFFECT, SO THE CURVE IN FORCE ON ANY PAST DATE *
      * CAN ALWAYS BE READ BACK. A LOAN TAKES THE POINT FOR THE        *
      * SHORTEST TERM AT OR ABOVE ITS OWN, THE LONGEST POINT WHEN IT   *
      * RUNS PAST THE END OF THE CURVE                                 *
      ******************************************************************
           EXEC SQL DECLARE KALA15.FUNDING_CURVE TABLE
           ( CURRENCY_CODE                  CHAR(3) NOT NULL,
             TERM_MONTHS                    INTEGER NOT NULL,
             FTP_RATE                       DECIMAL(6, 3) NOT NULL,
             EFFECTIVE_DATE                 DATE NOT NULL,
             END_DATE                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.FUNDING_CURVE               *
      ******************************************************************
       01  DCLFUNDING-CURVE.
           10 FTPC-CURRENCY-CODE     PIC X(3).
           10 FTPC-TERM-MONTHS       PIC S9(9) USAGE COMP.
      *    PERCENT A YEAR                                              *
           10 FTPC-FTP-RATE          PIC S9(3)V9(3) USAGE COMP-3.
           10 FTPC-EFFECTIVE-DATE    PIC X(10).
           10 FTPC-END-DATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
