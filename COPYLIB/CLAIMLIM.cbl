      ******************************************************************
      * DCLGEN TABLE(KALA15.CLAIM_LIMITATION)                          *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(CLAIMLIM))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE LIMITATION CLOCK ON A CLAIM UNDER THE ACT ON THE           *
      * LIMITATION OF DEBTS - ONE ROW PER LOAN FROM THE DAY IT IS      *
      * CHARGED OFF OR PLACED WITH AN AGENCY. THE GENERAL PERIOD       *
      * (LIMIT_YEARS, 3) RUNS FROM THE LAST INTERRUPTING EVENT - A     *
      * PAYMENT OR RECOVERY, A DUNNING LETTER, AN ENFORCEMENT FILING   *
      * OR THE CUSTOMER'S ACKNOWLEDGEMENT - AND EACH NEW EVENT         *
      * RESTARTS IT. ONCE A JUDGMENT IS IN HAND THE CLAIM RUNS TO A    *
      * FINAL DATE (LIMIT_JUDGMENT_YEARS, 15) THAT NOTHING EXTENDS.    *
      * MAINTAINED NIGHTLY BY LOANLIMT; A CLAIM PAST EXPIRY_DATE IS    *
      * TIME-BARRED AND NO LONGER WORKED, DUNNED OR PLACED             *
      ******************************************************************
           EXEC SQL DECLARE KALA15.CLAIM_LIMITATION TABLE
           ( APP_ID                         INTEGER NOT NULL,
             CLOCK_START_DATE               DATE NOT NULL,
             LAST_EVENT_DATE                DATE NOT NULL,
             LAST_EVENT_TYPE                CHAR(8) NOT NULL,
             EXPIRY_DATE                    DATE NOT NULL,
             JUDGMENT_DATE                  DATE,
             LIMIT_STATUS                   CHAR(1) NOT NULL,
             STATUS_DATE                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.CLAIM_LIMITATION            *
      ******************************************************************
       01  DCLCLAIM-LIMITATION.
           10 CLIM-APP-ID            PIC S9(9) USAGE COMP.
           10 CLIM-CLOCK-START-DATE  PIC X(10).
           10 CLIM-LAST-EVENT-DATE   PIC X(10).
      *    CHGOFF, AGENCY, PAYMENT, RECOVERY, DUNNING, ENFORCE OR      *
      *    ACKNOWL                                                     *
           10 CLIM-LAST-EVENT-TYPE   PIC X(8).
           10 CLIM-EXPIRY-DATE       PIC X(10).
           10 CLIM-JUDGMENT-DATE     PIC X(10).
      *    L = LIVE, J = JUDGMENT (FINAL DATE RUNNING), E = EXPIRED    *
           10 CLIM-LIMIT-STATUS      PIC X(1).
              88 CLIM-LIVE           VALUE 'L'.
              88 CLIM-JUDGMENT       VALUE 'J'.
              88 CLIM-EXPIRED        VALUE 'E'.
           10 CLIM-STATUS-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
