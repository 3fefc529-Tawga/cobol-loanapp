      ******************************************************************
      * DCLGEN TABLE(KALA15.GUARDIANSHIP)                              *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(GUARDSHP))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER COURT-APPOINTED GUARDIANSHIP OVER A CUSTOMER, AS   *
      * THE GUARDIANSHIP REGISTER REPORTS IT (SOURCE REGISTER, KEPT    *
      * CURRENT BY THE LOANGRDF FEED) OR AS KEYED FROM A LETTER        *
      * BEFORE THE FEED CARRIES IT (SOURCE MANUAL). THE GUARDIAN'S     *
      * NAME AND POSTAL ADDRESS ARE HELD HERE AS THE CONTACT FOR       *
      * CORRESPONDENCE. WHILE A ROW IS ACTIVE NEW CREDIT FOR THE WARD  *
      * IS HELD AT INTAKE AND NEVER PAID OUT UNTIL THE GUARDIAN'S      *
      * CONSENT IS ON KALA15.GUARDIAN_CONSENT FOR THAT APPLICATION     *
      ******************************************************************
           EXEC SQL DECLARE KALA15.GUARDIANSHIP TABLE
           ( GRD_ID                         INTEGER NOT NULL,
             CUST_SSN                       CHAR(11) NOT NULL,
             REGISTER_REF                   CHAR(12),
             GUARDIAN_NAME                  VARCHAR(30) NOT NULL,
             GUARDIAN_ADDRESS               CHAR(20),
             GUARDIAN_POSTAL                CHAR(5),
             GUARDIAN_CITY                  CHAR(20),
             COMP_RESTRICTED                CHAR(1) NOT NULL,
             GRD_STATUS                     CHAR(1) NOT NULL,
             GRD_SOURCE                     CHAR(8) NOT NULL,
             START_DATE                     DATE NOT NULL,
             LAST_SEEN_DATE                 DATE,
             ENDED_DATE                     DATE,
             RECORDED_BY                    CHAR(3)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.GUARDIANSHIP                *
      ******************************************************************
       01  DCLGUARDIANSHIP.
           10 GRD-ID                 PIC S9(9) USAGE COMP.
           10 GRD-CUST-SSN           PIC X(11).
           10 GRD-REGISTER-REF       PIC X(12).
           10 GRD-GUARDIAN-NAME      PIC X(30).
      *       49 GRD-GUARDIAN-NAME-LEN  PIC S9(4) USAGE COMP.
      *       49 GRD-GUARDIAN-NAME-TEXT PIC X(30).
           10 GRD-GUARDIAN-ADDRESS   PIC X(20).
           10 GRD-GUARDIAN-POSTAL    PIC X(5).
           10 GRD-GUARDIAN-CITY      PIC X(20).
      *    Y = THE COURT ALSO RESTRICTED THE WARD'S LEGAL COMPETENCE
           10 GRD-COMP-RESTRICTED    PIC X(1).
           10 GRD-STATUS             PIC X(1).
              88 GRD-ACTIVE          VALUE 'A'.
              88 GRD-ENDED           VALUE 'E'.
      *    REGISTER OR MANUAL
           10 GRD-SOURCE             PIC X(8).
           10 GRD-START-DATE         PIC X(10).
           10 GRD-LAST-SEEN-DATE     PIC X(10).
           10 GRD-ENDED-DATE         PIC X(10).
           10 GRD-RECORDED-BY        PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
