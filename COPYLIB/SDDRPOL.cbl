      ******************************************************************
      * DCLGEN TABLE(KALA15.SDD_RETURN_POLICY)                         *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(SDDRPOL))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * WHAT THE LOANSDD RETURNS RUN DOES WITH A FAILED DIRECT DEBIT,  *
      * KEYED BY ITS SEPA R-TRANSACTION REASON CODE. REPRESNT PUTS THE *
      * INSTALLMENT BACK IN FRONT OF THE BANK REPRESENT_DAYS BUSINESS  *
      * DAYS LATER (BANK_CALENDAR), AT MOST MAX_REPRESENT TIMES, AND   *
      * KEEPS IT OUT OF THE DELINQUENCY FLOW WHILE IT WAITS. MANDATE   *
      * MARKS THE DEBTOR'S MANDATE INACTIVE AND SWITCHES THEM TO       *
      * PAPER NOTICES. OPERATOR - AND ANY CODE NOT ON THIS TABLE -     *
      * QUEUES THE RETURN ON SDD_RETURN_QUEUE FOR A PERSON TO DECIDE   *
      ******************************************************************
           EXEC SQL DECLARE KALA15.SDD_RETURN_POLICY TABLE
           ( REASON_CODE                    CHAR(4) NOT NULL,
             POLICY_ACTION                  CHAR(8) NOT NULL,
             REPRESENT_DAYS                 SMALLINT,
             MAX_REPRESENT                  SMALLINT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.SDD_RETURN_POLICY           *
      ******************************************************************
       01  DCLSDD-RETURN-POLICY.
      *    AM04, MD01, MS03, ...                                       *
           10 RPOL-REASON-CODE       PIC X(4).
           10 RPOL-POLICY-ACTION     PIC X(8).
              88 RPOL-REPRESENT      VALUE 'REPRESNT'.
              88 RPOL-MANDATE-FAIL   VALUE 'MANDATE'.
              88 RPOL-OPERATOR       VALUE 'OPERATOR'.
           10 RPOL-REPRESENT-DAYS    PIC S9(4) USAGE COMP.
           10 RPOL-MAX-REPRESENT     PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
