      ******************************************************************
      * DCLGEN TABLE(KALA15.OPERATOR_SIGNON)                           *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(OPSIGNON))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE SIGN-ON CREDENTIAL FOR EACH LOAN_OFFICER OPERATOR ID. THE  *
      * PASSCODE IS NEVER STORED - ONLY THE HEX SHA-256 OF THE         *
      * OPERATOR ID CONCATENATED WITH THE PASSCODE, SO THE SAME        *
      * PASSCODE GIVES A DIFFERENT HASH FOR EVERY OPERATOR. ROWS ARE   *
      * ENROLLED AND RESET BY SECURITY ADMINISTRATION. FAIL_COUNT      *
      * COUNTS CONSECUTIVE BAD PASSCODES; AT THE SIGNON_MAX_FAILS      *
      * BUSINESS PARAMETER THE STATUS GOES FROM A (ACTIVE) TO L        *
      * (LOCKED) AND STAYS THERE UNTIL SECURITY RESETS THE ROW         *
      ******************************************************************
           EXEC SQL DECLARE KALA15.OPERATOR_SIGNON TABLE
           ( OPERATOR_ID                    CHAR(3) NOT NULL,
             PASSCODE_HASH                  CHAR(64) NOT NULL,
             FAIL_COUNT                     SMALLINT NOT NULL,
             SIGNON_STATUS                  CHAR(1) NOT NULL,
             LOCKED_TS                      TIMESTAMP,
             LAST_SIGNON_TS                 TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.OPERATOR_SIGNON             *
      ******************************************************************
       01  DCLOPERATOR-SIGNON.
           10 OPSG-OPERATOR-ID       PIC X(3).
           10 OPSG-PASSCODE-HASH     PIC X(64).
           10 OPSG-FAIL-COUNT        PIC S9(4) USAGE COMP.
           10 OPSG-SIGNON-STATUS     PIC X(1).
           10 OPSG-LOCKED-TS         PIC X(26).
           10 OPSG-LAST-SIGNON-TS    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      ******************************************************************
      * DCLGEN TABLE(KALA15.TERMINAL_SESSION)                          *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(OPSIGNON))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER TERMINAL WITH A VERIFIED OPERATOR SIGNED ON. THE   *
      * ROW IS WRITTEN BY A SUCCESSFUL SIGN-ON, TOUCHED BY EVERY       *
      * LOANDB2 REQUEST FROM THAT TERMINAL AND DELETED AT SIGN-OFF OR  *
      * WHEN THE TERMINAL HAS BEEN IDLE LONGER THAN THE                *
      * SIGNON_IDLE_MINS BUSINESS PARAMETER                            *
      ******************************************************************
           EXEC SQL DECLARE KALA15.TERMINAL_SESSION TABLE
           ( TERMINAL_ID                    CHAR(4) NOT NULL,
             OPERATOR_ID                    CHAR(3) NOT NULL,
             SIGNON_TS                      TIMESTAMP NOT NULL,
             LAST_ACTIVITY_TS               TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.TERMINAL_SESSION            *
      ******************************************************************
       01  DCLTERMINAL-SESSION.
           10 TSES-TERMINAL-ID       PIC X(4).
           10 TSES-OPERATOR-ID       PIC X(3).
           10 TSES-SIGNON-TS         PIC X(26).
           10 TSES-LAST-ACTIVITY-TS  PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
