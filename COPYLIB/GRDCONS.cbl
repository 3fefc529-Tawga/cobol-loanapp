      ******************************************************************
      * DCLGEN TABLE(KALA15.GUARDIAN_CONSENT)                          *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(GRDCONS))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE GUARDIAN'S CONSENT TO ONE APPLICATION BY THEIR WARD - THE  *
      * CONSENT DOCUMENT'S IMAGING REFERENCE AND WHO KEYED IT. AN      *
      * APPLICATION HELD FOR CONSENT CAN ONLY BE APPROVED, AND AN      *
      * APPROVED ONE ONLY PAID OUT, ONCE EVERY ACTIVE GUARDIANSHIP     *
      * OVER ITS APPLICANTS HAS A ROW HERE                             *
      ******************************************************************
           EXEC SQL DECLARE KALA15.GUARDIAN_CONSENT TABLE
           ( CONSENT_ID                     INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             GRD_ID                         INTEGER NOT NULL,
             CONSENT_REF                    CHAR(20) NOT NULL,
             RECORDED_BY                    CHAR(3),
             RECORDED_TS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.GUARDIAN_CONSENT            *
      ******************************************************************
       01  DCLGUARDIAN-CONSENT.
           10 GCON-CONSENT-ID        PIC S9(9) USAGE COMP.
           10 GCON-APP-ID            PIC S9(9) USAGE COMP.
           10 GCON-GRD-ID            PIC S9(9) USAGE COMP.
           10 GCON-CONSENT-REF       PIC X(20).
           10 GCON-RECORDED-BY       PIC X(3).
           10 GCON-RECORDED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
