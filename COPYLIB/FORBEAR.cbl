      ******************************************************************
      * DCLGEN TABLE(KALA15.FORBEARANCE)                               *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(FORBEAR))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER CONCESSION GRANTED TO A BORROWER IN DIFFICULTY -   *
      * RESTRUCTURE, PAYMENT HOLIDAY, COURT DEBT ADJUSTMENT OR A CALL  *
      * ON THE GUARANTEE. THE LOAN IS A FORBORNE EXPOSURE WHILE ITS    *
      * LATEST ROW IS ACTIVE. FORB_CLASS IS THE REGULATORY STANDING:   *
      * N = NON-PERFORMING FORBORNE, P = PERFORMING FORBORNE. A        *
      * NON-PERFORMING ROW CAN CURE NO EARLIER THAN CURE_END_DATE;     *
      * ONCE PERFORMING IT SERVES A PROBATION TO PROBATION_END_DATE    *
      * BEFORE THE NIGHTLY LOANFORB RUN LETS IT EXIT. STATUS A =       *
      * ACTIVE, X = EXITED, S = SUPERSEDED BY A LATER CONCESSION       *
      ******************************************************************
           EXEC SQL DECLARE KALA15.FORBEARANCE TABLE
           ( FORB_ID                        INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             CONCESSION_TYPE                CHAR(8) NOT NULL,
             START_DATE                     DATE NOT NULL,
             FORB_CLASS                     CHAR(1) NOT NULL,
             CLASS_DATE                     DATE NOT NULL,
             CURE_END_DATE                  DATE,
             PROBATION_END_DATE             DATE,
             FORB_STATUS                    CHAR(1) NOT NULL,
             EXIT_DATE                      DATE,
             EXIT_REASON                    CHAR(8)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.FORBEARANCE                 *
      ******************************************************************
       01  DCLFORBEARANCE.
           10 FORB-ID                PIC S9(9) USAGE COMP.
           10 FORB-APP-ID            PIC S9(9) USAGE COMP.
      *    RESTRUCT, HOLIDAY, COURTADJ OR GUARCALL                     *
           10 FORB-CONCESSION-TYPE   PIC X(8).
           10 FORB-START-DATE        PIC X(10).
           10 FORB-CLASS             PIC X(1).
              88 FORB-PERFORMING     VALUE 'P'.
              88 FORB-NON-PERFORMING VALUE 'N'.
      *    THE DATE THE CURRENT CLASS WAS TAKEN                        *
           10 FORB-CLASS-DATE        PIC X(10).
           10 FORB-CURE-END-DATE     PIC X(10).
           10 FORB-PROBATION-END-DATE PIC X(10).
           10 FORB-STATUS            PIC X(1).
              88 FORB-ACTIVE         VALUE 'A'.
              88 FORB-EXITED         VALUE 'X'.
              88 FORB-SUPERSEDED     VALUE 'S'.
           10 FORB-EXIT-DATE         PIC X(10).
      *    PROBEND, CLOSED, CHGOFF OR SUPERSED                         *
           10 FORB-EXIT-REASON       PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
