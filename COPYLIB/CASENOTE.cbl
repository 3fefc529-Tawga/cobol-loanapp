      ******************************************************************
      * DCLGEN TABLE(KALA15.CASE_NOTE)                                 *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(CASENOTE))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * FREE-TEXT CASE NOTES SHARED BY EVERY SCREEN THAT WORKS A       *
      * CUSTOMER - ONE ROW PER NOTE, AGAINST THE CUSTOMER AND          *
      * OPTIONALLY ONE OF THEIR APPLICATIONS, WITH CATEGORY, AUTHOR    *
      * AND TIME. ADDED AND PAGED THROUGH LOANCNOT, LISTED IN SECTION  *
      * N OF LOANC360, EXTRACTED BY LOANDSAR, OFFLOADED BY LOANRETN    *
      * AND REDACTED BY LOANANON                                       *
      ******************************************************************
           EXEC SQL DECLARE KALA15.CASE_NOTE TABLE
           ( NOTE_ID                        INTEGER NOT NULL,
             CUST_SSN                       CHAR(11) NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             CATEGORY                       CHAR(8) NOT NULL,
             AUTHOR_ID                      CHAR(3) NOT NULL,
             NOTE_TS                        TIMESTAMP NOT NULL,
             NOTE_TEXT                      CHAR(60) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.CASE_NOTE                   *
      ******************************************************************
       01  DCLCASE-NOTE.
           10 NOTE-ID                PIC S9(9) USAGE COMP.
           10 NOTE-CUST-SSN          PIC X(11).
      *    ZERO WHEN THE NOTE IS ABOUT THE CUSTOMER RATHER THAN ONE    *
      *    OF THEIR APPLICATIONS                                       *
           10 NOTE-APP-ID            PIC S9(9) USAGE COMP.
           10 NOTE-CATEGORY          PIC X(8).
              88 NOTE-CATEGORY-VALID VALUE 'GENERAL ' 'CALL    '
                                           'COLLECT ' 'COMPLNT '
                                           'HARDSHIP' 'SERVICE '.
           10 NOTE-AUTHOR-ID         PIC X(3).
           10 NOTE-TS                PIC X(26).
           10 NOTE-TEXT              PIC X(60).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
