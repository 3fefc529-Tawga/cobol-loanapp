      ******************************************************************
      * DCLGEN TABLE(KALA15.FIELD_CHANGE_HISTORY)                      *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(FLDCHG))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER COLUMN AN EDIT ACTUALLY CHANGED ON                 *
      * KALA15.APPLICATIONS OR KALA15.CUSTOMER - THE VALUE BEFORE, THE *
      * VALUE AFTER, AND THE SIGNED-ON OPERATOR AND TERMINAL THAT MADE *
      * THE CHANGE (A BATCH JOB WRITES ITS OWN THREE-LETTER CODE AND   *
      * TERMINAL 'BATC'). ENTITY_TYPE 'A' ROWS CARRY THE APP_ID, 'C'   *
      * ROWS ONLY THE CUSTOMER; BOTH CARRY CUST_SSN SO ONE KEY PULLS A *
      * CUSTOMER'S WHOLE EDIT TRAIL. VALUES ARE HELD AS TEXT (NUMERICS *
      * IN SQL CHAR FORM), A NULL COLUMN AS BLANK                      *
      ******************************************************************
           EXEC SQL DECLARE KALA15.FIELD_CHANGE_HISTORY TABLE
           ( CHG_ID                         INTEGER NOT NULL,
             ENTITY_TYPE                    CHAR(1) NOT NULL,
             APP_ID                         INTEGER,
             CUST_SSN                       CHAR(11) NOT NULL,
             COLUMN_NAME                    CHAR(18) NOT NULL,
             OLD_VALUE                      VARCHAR(40),
             NEW_VALUE                      VARCHAR(40),
             OPERATOR_ID                    CHAR(3),
             TERMINAL_ID                    CHAR(4),
             CHANGED_TS                     TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.FIELD_CHANGE_HISTORY        *
      ******************************************************************
       01  DCLFIELD-CHANGE-HISTORY.
           10 FCH-CHG-ID             PIC S9(9) USAGE COMP.
           10 FCH-ENTITY-TYPE        PIC X(1).
              88 FCH-APPLICATION     VALUE 'A'.
              88 FCH-CUSTOMER        VALUE 'C'.
           10 FCH-APP-ID             PIC S9(9) USAGE COMP.
           10 FCH-CUST-SSN           PIC X(11).
           10 FCH-COLUMN-NAME        PIC X(18).
           10 FCH-OLD-VALUE          PIC X(40).
      *       49 FCH-OLD-VALUE-LEN   PIC S9(4) USAGE COMP.
      *       49 FCH-OLD-VALUE-TEXT  PIC X(40).
           10 FCH-NEW-VALUE          PIC X(40).
      *       49 FCH-NEW-VALUE-LEN   PIC S9(4) USAGE COMP.
      *       49 FCH-NEW-VALUE-TEXT  PIC X(40).
           10 FCH-OPERATOR-ID        PIC X(3).
           10 FCH-TERMINAL-ID        PIC X(4).
           10 FCH-CHANGED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
