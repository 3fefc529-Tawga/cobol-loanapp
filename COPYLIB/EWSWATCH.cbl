      ******************************************************************
      * DCLGEN TABLE(KALA15.EWS_WATCHLIST)                             *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(EWSWATCH))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * PERFORMING LOANS THE NIGHTLY LOANEWRN RUN SCORED AT OR ABOVE   *
      * THE EARLY-WARNING THRESHOLD - ONE OPEN ROW PER LOAN, REFRESHED *
      * EACH NIGHT IT STILL QUALIFIES. SIGNALS IS ONE Y/N BYTE PER     *
      * TRIGGER: SDD RETURN, ADDRESS INVALID, SCORE DROP, ENFORCEMENT  *
      * ON ANOTHER LOAN, OPEN COMPLAINT, PAYMENT HOLIDAY. A ROW THE    *
      * RUN DOES NOT REFRESH IS CLEARED - BELOW THRESHOLD OR NO LONGER *
      * PERFORMING, WHEN LOANDELQ AND COLLECTIONS TAKE OVER. RUN_TS IS *
      * THE START OF THE RUN THAT LAST REFRESHED THE ROW               *
      ******************************************************************
           EXEC SQL DECLARE KALA15.EWS_WATCHLIST TABLE
           ( WATCH_ID                       INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             CUST_SSN                       CHAR(11) NOT NULL,
             FIRST_DATE                     DATE NOT NULL,
             RUN_DATE                       DATE NOT NULL,
             RUN_TS                         TIMESTAMP NOT NULL,
             EWS_SCORE                      SMALLINT NOT NULL,
             SIGNALS                        CHAR(6) NOT NULL,
             WATCH_STATUS                   CHAR(8) NOT NULL,
             CLEARED_DATE                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.EWS_WATCHLIST               *
      ******************************************************************
       01  DCLEWS-WATCHLIST.
           10 EWS-WATCH-ID           PIC S9(9) USAGE COMP.
           10 EWS-APP-ID             PIC S9(9) USAGE COMP.
           10 EWS-CUST-SSN           PIC X(11).
           10 EWS-FIRST-DATE         PIC X(10).
           10 EWS-RUN-DATE           PIC X(10).
           10 EWS-RUN-TS             PIC X(26).
           10 EWS-SCORE              PIC S9(4) USAGE COMP.
           10 EWS-SIGNALS            PIC X(6).
           10 EWS-WATCH-STATUS       PIC X(8).
              88 EWS-OPEN            VALUE 'OPEN    '.
              88 EWS-CLEARED         VALUE 'CLEARED '.
           10 EWS-CLEARED-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
