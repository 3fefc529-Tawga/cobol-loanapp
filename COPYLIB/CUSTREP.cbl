      ******************************************************************
      * DCLGEN TABLE(KALA15.CUSTOMER_REPRESENTATIVE)                   *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(CUSTREP))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER PERSON AUTHORISED TO ACT FOR A CUSTOMER UNDER A    *
      * POWER OF ATTORNEY OR SIMILAR MANDATE - WHO THEY ARE, WHAT THE  *
      * MANDATE COVERS (I = INQUIRY ONLY, P = PAYMENTS, F = FULL       *
      * SERVICING), THE DATES IT RUNS BETWEEN AND THE IMAGING          *
      * REFERENCE OF THE DOCUMENT. THE ADDRESS IS WHERE LOANRCPY       *
      * SENDS THE COPY LETTERS THE SCOPE CALLS FOR                     *
      ******************************************************************
           EXEC SQL DECLARE KALA15.CUSTOMER_REPRESENTATIVE TABLE
           ( REP_ID                         INTEGER NOT NULL,
             CUST_SSN                       CHAR(11) NOT NULL,
             REP_NAME                       VARCHAR(30) NOT NULL,
             REP_SCOPE                      CHAR(1) NOT NULL,
             VALID_FROM                     DATE NOT NULL,
             VALID_TO                       DATE,
             DOC_REF                        CHAR(20) NOT NULL,
             REP_ADDRESS                    CHAR(20),
             REP_POSTAL                     CHAR(5),
             REP_CITY                       CHAR(20),
             REP_STATUS                     CHAR(1) NOT NULL,
             RECORDED_BY                    CHAR(3),
             RECORDED_TS                    TIMESTAMP NOT NULL,
             REVOKED_BY                     CHAR(3),
             REVOKED_TS                     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.CUSTOMER_REPRESENTATIVE     *
      ******************************************************************
       01  DCLCUSTOMER-REPRESENTATIVE.
           10 REP-ID                 PIC S9(9) USAGE COMP.
           10 REP-CUST-SSN           PIC X(11).
           10 REP-NAME               PIC X(30).
      *       49 REP-NAME-LEN        PIC S9(4) USAGE COMP.
      *       49 REP-NAME-TEXT       PIC X(30).
           10 REP-SCOPE              PIC X(1).
              88 REP-INQUIRY-ONLY    VALUE 'I'.
              88 REP-PAYMENTS        VALUE 'P'.
              88 REP-FULL-SERVICING  VALUE 'F'.
           10 REP-VALID-FROM         PIC X(10).
           10 REP-VALID-TO           PIC X(10).
           10 REP-DOC-REF            PIC X(20).
           10 REP-ADDRESS            PIC X(20).
           10 REP-POSTAL             PIC X(5).
           10 REP-CITY               PIC X(20).
           10 REP-STATUS             PIC X(1).
              88 REP-ACTIVE          VALUE 'A'.
              88 REP-REVOKED         VALUE 'R'.
           10 REP-RECORDED-BY        PIC X(3).
           10 REP-RECORDED-TS        PIC X(26).
           10 REP-REVOKED-BY         PIC X(3).
           10 REP-REVOKED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
