      ******************************************************************
      * DCLGEN TABLE(KALA15.STOP_CODE)                                 *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(STOPCODE))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * A HARD STOP PLACED ON A CUSTOMER (APP_ID NULL - EVERY LOAN     *
      * THEY HOLD) OR ON ONE LOAN, FOR A FRAUD INVESTIGATION, A        *
      * POLICE REQUEST, DISPUTED IDENTITY, A BANKRUPTCY ESTATE OR A    *
      * LEGAL DISPUTE. WHILE STOP_STATUS IS A, STOP_CODE_BLOCK         *
      * DECIDES WHICH ONLINE FUNCTIONS AND BATCH ACTIVITIES THE STOP   *
      * REFUSES. A RELEASE KEEPS THE ROW (STATUS R) WITH WHO           *
      * RELEASED IT AND WHEN                                           *
      ******************************************************************
           EXEC SQL DECLARE KALA15.STOP_CODE TABLE
           ( STOP_ID                        INTEGER NOT NULL,
             CUST_SSN                       CHAR(11) NOT NULL,
             APP_ID                         INTEGER,
             STOP_CODE                      CHAR(4) NOT NULL,
             STOP_REASON                    VARCHAR(40) NOT NULL,
             STOP_STATUS                    CHAR(1) NOT NULL,
             PLACED_BY                      CHAR(3) NOT NULL,
             PLACED_TS                      TIMESTAMP NOT NULL,
             REVIEW_DATE                    DATE NOT NULL,
             RELEASED_BY                    CHAR(3),
             RELEASED_TS                    TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.STOP_CODE                   *
      ******************************************************************
       01  DCLSTOP-CODE.
           10 STOP-ID                PIC S9(9) USAGE COMP.
           10 STOP-CUST-SSN          PIC X(11).
           10 STOP-APP-ID            PIC S9(9) USAGE COMP.
      *    FRAU FRAUD INVESTIGATION, POLC POLICE REQUEST, IDDS
      *    DISPUTED IDENTITY, BKRP BANKRUPTCY ESTATE, LEGL LEGAL
      *    DISPUTE - ANY CODE WITH STOP_CODE_BLOCK ROWS MAY BE PLACED
           10 STOP-CODE              PIC X(4).
           10 STOP-REASON            PIC X(40).
      *       49 STOP-REASON-LEN     PIC S9(4) USAGE COMP.
      *       49 STOP-REASON-TEXT    PIC X(40).
           10 STOP-STATUS            PIC X(1).
              88 STOP-ACTIVE         VALUE 'A'.
              88 STOP-RELEASED       VALUE 'R'.
           10 STOP-PLACED-BY         PIC X(3).
           10 STOP-PLACED-TS         PIC X(26).
           10 STOP-REVIEW-DATE       PIC X(10).
           10 STOP-RELEASED-BY       PIC X(3).
           10 STOP-RELEASED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
