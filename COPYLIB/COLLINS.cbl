      ******************************************************************
      * DCLGEN TABLE(KALA15.COLLATERAL_INSURANCE)                      *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(COLLINS))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE INSURANCE COVER ON A PLEDGED COLLATERAL ITEM, KEYED ON     *
      * LOANCOLL - ONE ROW PER POLICY. A RENEWAL IS KEYED AS A NEW ROW *
      * AND THE ONE IT REPLACES IS MARKED REPLACED, SO AN ITEM HAS AT  *
      * MOST ONE ACTIVE OR LAPSED ROW. THE MONTHLY LOANCINS RUN        *
      * REMINDS THE CUSTOMER AHEAD OF EXPIRY, LAPSES A POLICY NOT      *
      * RENEWED WITHIN THE GRACE PERIOD - OPENING A FOLLOW-UP ON EACH  *
      * LOAN THE ITEM SECURES - AND LISTS UNINSURED COLLATERAL BY      *
      * EXPOSURE                                                       *
      ******************************************************************
           EXEC SQL DECLARE KALA15.COLLATERAL_INSURANCE TABLE
           ( INS_ID                         INTEGER NOT NULL,
             COLL_ID                        INTEGER NOT NULL,
             INSURER                        CHAR(30) NOT NULL,
             POLICY_NO                      CHAR(20) NOT NULL,
             COVER_AMT                      DECIMAL(11, 2) NOT NULL,
             EXPIRY_DATE                    DATE NOT NULL,
             INS_STATUS                     CHAR(8) NOT NULL,
             RECORDED_BY                    CHAR(3),
             RECORDED_DATE                  DATE NOT NULL,
             REMINDER_DATE                  DATE,
             LAPSED_DATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.COLLATERAL_INSURANCE        *
      ******************************************************************
       01  DCLCOLLATERAL-INSURANCE.
           10 CINS-INS-ID            PIC S9(9) USAGE COMP.
           10 CINS-COLL-ID           PIC S9(9) USAGE COMP.
           10 CINS-INSURER           PIC X(30).
           10 CINS-POLICY-NO         PIC X(20).
           10 CINS-COVER-AMT         PIC S9(9)V9(2) USAGE COMP-3.
           10 CINS-EXPIRY-DATE       PIC X(10).
      *    LAPSED WHEN NO RENEWAL WAS KEYED WITHIN INS_GRACE_DAYS      *
      *    OF EXPIRY; REPLACED ONCE A NEWER POLICY IS KEYED            *
           10 CINS-STATUS            PIC X(8).
              88 CINS-ACTIVE         VALUE 'ACTIVE'.
              88 CINS-LAPSED         VALUE 'LAPSED'.
              88 CINS-REPLACED       VALUE 'REPLACED'.
           10 CINS-RECORDED-BY       PIC X(3).
           10 CINS-RECORDED-DATE     PIC X(10).
      *    SET WHEN THE EXPIRY REMINDER LETTER WENT OUT                *
           10 CINS-REMINDER-DATE     PIC X(10).
           10 CINS-LAPSED-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
