      ******************************************************************
      * DCLGEN TABLE(KALA15.LIEN_REGISTRATION)                         *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(LIENREG))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER COLLATERAL ITEM AND LOAN WHOSE CHARGE HAS BEEN     *
      * SENT TO THE NATIONAL REGISTRY FOR REGISTRATION (OR WAIVED      *
      * BEFORE IT WAS). LOANLREG SENDS THE ITEMS OF EVERY APPROVED     *
      * SECURED LOAN, LOANLRCF RECORDS THE REGISTRY'S ANSWER, AND      *
      * LOANDISB WILL NOT FUND THE LOAN UNTIL EACH OF ITS ITEMS IS     *
      * REGISTERED OR A SUPERVISOR HAS WAIVED THE HOLD ON LOANCOLL. A  *
      * WAIVER RELEASES THE FUNDING ONLY - THE REGISTRATION IS STILL   *
      * SENT AND CONFIRMED                                             *
      ******************************************************************
           EXEC SQL DECLARE KALA15.LIEN_REGISTRATION TABLE
           ( COLL_ID                        INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             REG_STATUS                     CHAR(8) NOT NULL,
             SENT_DATE                      DATE,
             REG_NUMBER                     CHAR(20),
             REG_DATE                       DATE,
             REJECT_REASON                  CHAR(20),
             WAIVED_BY                      CHAR(3),
             WAIVED_DATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.LIEN_REGISTRATION           *
      ******************************************************************
       01  DCLLIEN-REGISTRATION.
           10 LREG-COLL-ID           PIC S9(9) USAGE COMP.
           10 LREG-APP-ID            PIC S9(9) USAGE COMP.
      *    UNSENT ONLY WHEN A WAIVER CAME FIRST; A REJECTED            *
      *    REGISTRATION IS SENT AGAIN BY THE NEXT LOANLREG RUN         *
           10 LREG-STATUS            PIC X(8).
              88 LREG-UNSENT         VALUE 'UNSENT'.
              88 LREG-SENT           VALUE 'SENT'.
              88 LREG-REGISTERED     VALUE 'REGISTRD'.
              88 LREG-REJECTED       VALUE 'REJECTED'.
           10 LREG-SENT-DATE         PIC X(10).
           10 LREG-REG-NUMBER        PIC X(20).
           10 LREG-REG-DATE          PIC X(10).
           10 LREG-REJECT-REASON     PIC X(20).
           10 LREG-WAIVED-BY         PIC X(3).
           10 LREG-WAIVED-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
