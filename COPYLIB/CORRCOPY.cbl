      ******************************************************************
      * DCLGEN TABLE(KALA15.CORRESPONDENCE_COPY)                       *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(CORRCOPY))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * LINKS EACH COPY LETTER LOANRCPY SENDS TO A REPRESENTATIVE OR   *
      * GUARDIAN BACK TO THE ORIGINAL CORRESPONDENCE ROW. COPY_CORR_ID *
      * IS THE COPY'S OWN CORRESPONDENCE ROW; HOLDER_TYPE R POINTS     *
      * HOLDER_ID AT CUSTOMER_REPRESENTATIVE, G AT GUARDIANSHIP. A     *
      * LETTER IS NEVER COPIED TWICE TO THE SAME HOLDER                *
      ******************************************************************
           EXEC SQL DECLARE KALA15.CORRESPONDENCE_COPY TABLE
           ( COPY_CORR_ID                   INTEGER NOT NULL,
             ORIG_CORR_ID                   INTEGER NOT NULL,
             HOLDER_TYPE                    CHAR(1) NOT NULL,
             HOLDER_ID                      INTEGER NOT NULL,
             COPY_DATE                      DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.CORRESPONDENCE_COPY         *
      ******************************************************************
       01  DCLCORRESPONDENCE-COPY.
           10 CCPY-COPY-CORR-ID      PIC S9(9) USAGE COMP.
           10 CCPY-ORIG-CORR-ID      PIC S9(9) USAGE COMP.
           10 CCPY-HOLDER-TYPE       PIC X(1).
              88 CCPY-REPRESENTATIVE VALUE 'R'.
              88 CCPY-GUARDIAN       VALUE 'G'.
           10 CCPY-HOLDER-ID         PIC S9(9) USAGE COMP.
           10 CCPY-COPY-DATE         PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
