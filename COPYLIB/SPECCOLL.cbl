      ******************************************************************
      * DCLGEN TABLE(KALA15.SPECIALIST_COLLECTOR)                      *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(SPECCOLL))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE COLLECTORS TRAINED TO WORK A VULNERABLE CUSTOMER'S CASE.   *
      * THE LOANCOLQ QUEUE SERVES A CASE ON THE VULNERABLE-CUSTOMER    *
      * REGISTER ONLY TO A COLLECTOR ID LISTED HERE, AND WILL NOT      *
      * ASSIGN ONE TO ANYBODY ELSE. MAINTAINED BY COLLECTIONS          *
      * MANAGEMENT WHEN THE TRAINING IS SIGNED OFF                     *
      ******************************************************************
           EXEC SQL DECLARE KALA15.SPECIALIST_COLLECTOR TABLE
           ( COLLECTOR_ID                   INTEGER NOT NULL,
             COLLECTOR_NAME                 VARCHAR(30),
             ADDED_BY                       CHAR(3),
             ADDED_DATE                     DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.SPECIALIST_COLLECTOR        *
      ******************************************************************
       01  DCLSPECIALIST-COLLECTOR.
           10 SPCL-COLLECTOR-ID      PIC S9(9) USAGE COMP.
           10 SPCL-COLLECTOR-NAME    PIC X(30).
      *       49 SPCL-COLLECTOR-NAME-LEN  PIC S9(4) USAGE COMP.
      *       49 SPCL-COLLECTOR-NAME-TEXT PIC X(30).
           10 SPCL-ADDED-BY          PIC X(3).
           10 SPCL-ADDED-DATE        PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
