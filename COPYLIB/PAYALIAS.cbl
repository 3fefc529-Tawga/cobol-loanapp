      ******************************************************************
      * DCLGEN TABLE(KALA15.PAYER_ALIAS)                               *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(PAYALIAS))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PAYERS WE HAVE LEARNED TO RECOGNISE - A RELATIVE OR EMPLOYER   *
      * PAYING A LOAN FROM ITS OWN ACCOUNT. ONE ROW PER PAYER IBAN AND *
      * LOAN, WRITTEN BY LOANDB2 WHEN AN OPERATOR APPLIES A SUSPENSE   *
      * ITEM FROM LOANSUSQ, WITH THE OPERATOR WHO CONFIRMED IT AND THE *
      * DATE. LOANCASH MATCHES A LATER CREDIT FROM THE SAME IBAN TO    *
      * THE SAME LOAN AS LONG AS THE ALIAS IS THE ONLY LIVE ONE FOR    *
      * THAT IBAN; A RETIRED ALIAS IS KEPT FOR THE TRAIL AND NEVER     *
      * MATCHED                                                        *
      ******************************************************************
           EXEC SQL DECLARE KALA15.PAYER_ALIAS TABLE
           ( ALIAS_ID                       INTEGER NOT NULL,
             PAYER_IBAN                     CHAR(34) NOT NULL,
             PAYER_NAME                     CHAR(30),
             APP_ID                         INTEGER NOT NULL,
             CONFIRMED_BY                   CHAR(3) NOT NULL,
             CONFIRMED_DATE                 DATE NOT NULL,
             ALIAS_STATUS                   CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PAYER_ALIAS                 *
      ******************************************************************
       01  DCLPAYER-ALIAS.
           10 ALIAS-ID               PIC S9(9) USAGE COMP.
           10 ALIAS-PAYER-IBAN       PIC X(34).
           10 ALIAS-PAYER-NAME       PIC X(30).
           10 ALIAS-APP-ID           PIC S9(9) USAGE COMP.
      *    OPERATOR ID FROM THE SIGN-ON, NEVER STRAIGHT FROM EIBOPID   *
           10 ALIAS-CONFIRMED-BY     PIC X(3).
           10 ALIAS-CONFIRMED-DATE   PIC X(10).
           10 ALIAS-STATUS           PIC X(8).
              88 ALIAS-ACTIVE        VALUE 'ACTIVE'.
              88 ALIAS-RETIRED       VALUE 'RETIRED'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
