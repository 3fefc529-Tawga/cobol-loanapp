      ******************************************************************
      * DCLGEN TABLE(KALA15.DQ_RULE)                                   *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(DQRULE))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE DATA-QUALITY RULES LOANDQSC RUNS EVERY NIGHT. THE CHECK    *
      * BEHIND EACH RULE CODE IS BUILT INTO LOANDQSC; THIS TABLE SAYS  *
      * WHO OWNS THE FIX, WHETHER THE RULE IS RUN AND HOW MANY         *
      * OFFENDING KEYS THE REPORT LISTS. LOANDQSC ADDS A MISSING ROW   *
      * WITH ITS OWN DEFAULTS THE FIRST TIME IT RUNS A RULE            *
      ******************************************************************
           EXEC SQL DECLARE KALA15.DQ_RULE TABLE
           ( RULE_CODE                      CHAR(8) NOT NULL,
             RULE_DESC                      CHAR(50) NOT NULL,
             OWNER_CODE                     CHAR(8) NOT NULL,
             ACTIVE_FLAG                    CHAR(1) NOT NULL,
             LIST_LIMIT                     INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.DQ_RULE                     *
      ******************************************************************
       01  DCLDQ-RULE.
           10 DQR-RULE-CODE          PIC X(8).
           10 DQR-RULE-DESC          PIC X(50).
      *    THE TEAM THAT CLEARS THE DEFECTS - THE REPORT IS SECTIONED  *
      *    BY IT SO EACH OWNER GETS ONLY THEIR OWN RULES               *
           10 DQR-OWNER-CODE         PIC X(8).
           10 DQR-ACTIVE-FLAG        PIC X(1).
              88 DQR-ACTIVE          VALUE 'Y'.
      *    MOST OFFENDING KEYS PRINTED PER RULE - THE COUNT IS ALWAYS  *
      *    THE FULL ONE                                                *
           10 DQR-LIST-LIMIT         PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
