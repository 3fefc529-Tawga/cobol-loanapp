      ******************************************************************
      * DCLGEN TABLE(KALA15.APPLICATION_DRAFT)                         *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(APPDRAFT))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * AN APPLICATION SAVED PART-WAY THROUGH, WITHOUT UNDERWRITING,   *
      * SO A LATER SESSION CAN PICK IT UP - FROM LOANFORM AT THE       *
      * BRANCH OR THROUGH THE LOANAPI WEB SERVICE. FILING THE          *
      * APPLICATION REMOVES THE CUSTOMER'S DRAFTS                      *
      ******************************************************************
           EXEC SQL DECLARE KALA15.APPLICATION_DRAFT TABLE
           ( CUST_SSN                       CHAR(11) NOT NULL,
             OPERATOR_ID                    CHAR(3) NOT NULL,
             CHANNEL                        CHAR(1) NOT NULL,
             SAVED_TS                       TIMESTAMP NOT NULL,
             EXPIRY_DATE                    DATE NOT NULL,
             F_NAME                         CHAR(15) NOT NULL,
             L_NAME                         CHAR(15) NOT NULL,
             ADDRESS                        CHAR(20) NOT NULL,
             POSTAL_CODE                    CHAR(5) NOT NULL,
             CITY                           CHAR(20) NOT NULL,
             PHONE_NO                       CHAR(15) NOT NULL,
             EMAIL                          CHAR(40) NOT NULL,
             SMS_CONSENT                    CHAR(1) NOT NULL,
             EMAIL_CONSENT                  CHAR(1) NOT NULL,
             PREF_CHANNEL                   CHAR(1) NOT NULL,
             LANG_CODE                      CHAR(1) NOT NULL,
             LOAN_AMN                       INTEGER NOT NULL,
             LOAN_PERIOD                    INTEGER NOT NULL,
             LOAN_USAGE                     CHAR(40) NOT NULL,
             EMP_STATUS                     CHAR(5) NOT NULL,
             MO_GROSS_INC                   INTEGER NOT NULL,
             CURR_LOANS                     INTEGER NOT NULL,
             CURR_ASSETS                    INTEGER NOT NULL,
             CURRENCY_CODE                  CHAR(3) NOT NULL,
             PRODUCT_CODE                   CHAR(8) NOT NULL,
             ARM_FLAG                       CHAR(1) NOT NULL,
             IO_MONTHS                      SMALLINT NOT NULL,
             BALLOON_AMT                    DECIMAL(10, 2) NOT NULL,
             FEE_FINANCED                   CHAR(1) NOT NULL,
             INS_PLAN_CODE                  CHAR(8) NOT NULL,
             HH_ADULTS                      SMALLINT NOT NULL,
             HH_CHILDREN                    SMALLINT NOT NULL,
             DUE_DAY                        SMALLINT NOT NULL,
             PREAPP_REF                     INTEGER NOT NULL,
             CAMPAIGN_CODE                  CHAR(8) NOT NULL,
             PARTNER_ID                     CHAR(8) NOT NULL,
             REFINANCED_FROM_APP_ID         INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.APPLICATION_DRAFT           *
      ******************************************************************
       01  DCLAPPLICATION-DRAFT.
      *    ONE DRAFT PER CUSTOMER PER OPERATOR. A DRAFT SAVED THROUGH  *
      *    THE WEB SERVICE CARRIES THE SERVICE'S USER ID AND CHANNEL W *
      *    AND CAN BE PICKED UP BY ANY BRANCH OPERATOR; A BRANCH DRAFT *
      *    (CHANNEL B) ONLY BY THE OPERATOR WHO SAVED IT               *
           10 DRFT-CUST-SSN          PIC X(11).
           10 DRFT-OPERATOR-ID       PIC X(3).
           10 DRFT-CHANNEL           PIC X(1).
              88 DRFT-WEB-DRAFT      VALUE 'W'.
              88 DRFT-BRANCH-DRAFT   VALUE 'B'.
           10 DRFT-SAVED-TS          PIC X(26).
      *    SAVED DATE PLUS DRAFT_EXPIRY_DAYS - LOANDRFP DELETES THE    *
      *    DRAFT, AND THE PERSONAL DATA WITH IT, ONCE IT HAS PASSED    *
           10 DRFT-EXPIRY-DATE       PIC X(10).
      *    THE FORM AS FAR AS IT WAS FILLED IN - BLANK OR ZERO WHERE   *
      *    NOTHING WAS KEYED YET                                       *
           10 DRFT-F-NAME            PIC X(15).
           10 DRFT-L-NAME            PIC X(15).
           10 DRFT-ADDRESS           PIC X(20).
           10 DRFT-POSTAL-CODE       PIC X(5).
           10 DRFT-CITY              PIC X(20).
           10 DRFT-PHONE-NO          PIC X(15).
           10 DRFT-EMAIL             PIC X(40).
           10 DRFT-SMS-CONSENT       PIC X(1).
           10 DRFT-EMAIL-CONSENT     PIC X(1).
           10 DRFT-PREF-CHANNEL      PIC X(1).
           10 DRFT-LANG-CODE         PIC X(1).
           10 DRFT-LOAN-AMN          PIC S9(9) USAGE COMP.
           10 DRFT-LOAN-PERIOD       PIC S9(9) USAGE COMP.
           10 DRFT-LOAN-USAGE        PIC X(40).
           10 DRFT-EMP-STATUS        PIC X(5).
           10 DRFT-MO-GROSS-INC      PIC S9(9) USAGE COMP.
           10 DRFT-CURR-LOANS        PIC S9(9) USAGE COMP.
           10 DRFT-CURR-ASSETS       PIC S9(9) USAGE COMP.
           10 DRFT-CURRENCY-CODE     PIC X(3).
           10 DRFT-PRODUCT-CODE      PIC X(8).
           10 DRFT-ARM-FLAG          PIC X(1).
           10 DRFT-IO-MONTHS         PIC S9(4) USAGE COMP.
           10 DRFT-BALLOON-AMT       PIC S9(8)V9(2) USAGE COMP-3.
           10 DRFT-FEE-FINANCED      PIC X(1).
           10 DRFT-INS-PLAN-CODE     PIC X(8).
           10 DRFT-HH-ADULTS         PIC S9(4) USAGE COMP.
           10 DRFT-HH-CHILDREN       PIC S9(4) USAGE COMP.
           10 DRFT-DUE-DAY           PIC S9(4) USAGE COMP.
           10 DRFT-PREAPP-REF        PIC S9(9) USAGE COMP.
           10 DRFT-CAMPAIGN-CODE     PIC X(8).
           10 DRFT-PARTNER-ID        PIC X(8).
           10 DRFT-REFI-FROM-APP-ID  PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 37      *
      ******************************************************************
