      ******************************************************************
      * DCLGEN TABLE(KALA15.APPLICATION_INTAKE)                        *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(APPINTK))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER APPLICATION, WRITTEN BY LOANDB2 WHEN THE           *
      * APPLICATION IS FIRST FILED, RECORDING THE CHANNEL IT ARRIVED   *
      * THROUGH. LOANFUNL COUNTS EACH CHANNEL'S APPLICATIONS THROUGH   *
      * THE STAGES TO FUNDING. APPLICATIONS FILED BEFORE THE TABLE WAS *
      * KEPT HAVE NO ROW                                               *
      ******************************************************************
           EXEC SQL DECLARE KALA15.APPLICATION_INTAKE TABLE
           ( APP_ID                         INTEGER NOT NULL,
             INTAKE_CHANNEL                 CHAR(1) NOT NULL,
             PREAPP_REF                     INTEGER NOT NULL,
             TRANSACTION_ID                 CHAR(4) NOT NULL,
             OPERATOR_ID                    CHAR(3) NOT NULL,
             SUBMITTED_TS                   TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.APPLICATION_INTAKE          *
      ******************************************************************
       01  DCLAPPLICATION-INTAKE.
           10 INTK-APP-ID            PIC S9(9) USAGE COMP.
      *    WHERE THE APPLICATION CAME IN: B BRANCH TERMINAL, W THE     *
      *    LOANAPI WEB SERVICE, F A LOANBULK PARTNER FILE, P A         *
      *    PREAPPROVAL CERTIFICATE REDEEMED (THE REFERENCE IS KEPT)    *
           10 INTK-CHANNEL           PIC X(1).
              88 INTK-BRANCH         VALUE 'B'.
              88 INTK-WEB-SERVICE    VALUE 'W'.
              88 INTK-PARTNER-FILE   VALUE 'F'.
              88 INTK-PREAPPROVAL    VALUE 'P'.
           10 INTK-PREAPP-REF        PIC S9(9) USAGE COMP.
           10 INTK-TRANSACTION-ID    PIC X(4).
           10 INTK-OPERATOR-ID       PIC X(3).
           10 INTK-SUBMITTED-TS      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
