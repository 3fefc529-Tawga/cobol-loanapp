      ******************************************************************
      * DCLGEN TABLE(KALA15.AGREEMENT_AMENDMENT)                       *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(AMEND))                  *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER SERVICING CHANGE THAT ALTERS THE TERMS OF A        *
      * RUNNING CREDIT AGREEMENT - RESTRUCTURE, DUE-DAY CHANGE,        *
      * PAYMENT HOLIDAY, TRANSFER TO A NEW DEBTOR, CO-SIGNER RELEASE.  *
      * LOANDB2 WRITES IT IN THE SAME UNIT OF WORK AS THE CHANGE, WITH *
      * THE BEFORE-AND-AFTER WORDING WHILE THE OLD TERMS ARE STILL     *
      * KNOWN. THE NIGHTLY LOANAMND RUN PRINTS THE AMENDMENT DOCUMENT  *
      * WITH THE REGENERATED REPAYMENT ANNEX, FILES IT ON THE DOCUMENT *
      * CHECKLIST AND, WHERE THE CHANGE NEEDS THE CUSTOMER'S CONSENT,  *
      * OPENS AN E-SIGNATURE REQUEST UNDER THE AMENDMENT'S OWN         *
      * REFERENCE                                                      *
      ******************************************************************
           EXEC SQL DECLARE KALA15.AGREEMENT_AMENDMENT TABLE
           ( AMEND_ID                       INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             AMEND_TYPE                     CHAR(10) NOT NULL,
             CHANGE_TEXT                    CHAR(60) NOT NULL,
             EFFECTIVE_DATE                 DATE NOT NULL,
             CONSENT_FLAG                   CHAR(1) NOT NULL,
             RECORDED_TS                    TIMESTAMP NOT NULL,
             DOC_DATE                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.AGREEMENT_AMENDMENT         *
      ******************************************************************
       01  DCLAGREEMENT-AMENDMENT.
           10 AMND-ID                PIC S9(9) USAGE COMP.
           10 AMND-APP-ID            PIC S9(9) USAGE COMP.
           10 AMND-TYPE              PIC X(10).
              88 AMND-RESTRUCTURE    VALUE 'RESTRUCT'.
              88 AMND-DUE-DAY        VALUE 'DUEDAY'.
              88 AMND-HOLIDAY        VALUE 'HOLIDAY'.
              88 AMND-NOVATION       VALUE 'NOVATION'.
              88 AMND-CO-RELEASE     VALUE 'CORELEASE'.
      *    WHAT CHANGED, OLD TERMS TO NEW, AS PRINTED ON THE           *
      *    AMENDMENT                                                   *
           10 AMND-CHANGE-TEXT       PIC X(60).
           10 AMND-EFFECTIVE-DATE    PIC X(10).
      *    Y WHEN THE CUSTOMER MUST SIGN THE AMENDMENT, N WHEN IT      *
      *    IS SENT FOR THEIR RECORDS ONLY                              *
           10 AMND-CONSENT-FLAG      PIC X(1).
              88 AMND-CONSENT-NEEDED VALUE 'Y'.
           10 AMND-RECORDED-TS       PIC X(26).
      *    SET BY LOANAMND WHEN THE DOCUMENT IS PRODUCED - NULL        *
      *    MEANS STILL TO BE PRINTED                                   *
           10 AMND-DOC-DATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
