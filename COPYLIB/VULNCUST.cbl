      ******************************************************************
      * DCLGEN TABLE(KALA15.VULNERABLE_CUSTOMER)                       *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(VULNCUST))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER VULNERABILITY RECORDED AGAINST A CUSTOMER - THE    *
      * TYPE, THE EVIDENCE SEEN, WHETHER THE CUSTOMER CONSENTED TO     *
      * IT BEING HELD, AND THE DATE IT IS DUE FOR REVIEW. WHILE A ROW  *
      * IS ACTIVE LOANDUNN SENDS THE SOFT LETTER TRACK WITHOUT THE     *
      * STATUTORY FEE, THE LOANCOLQ QUEUE SERVES THE CASE ONLY TO A    *
      * SPECIALIST COLLECTOR, AND LOANAGPL LEAVES IT IN-HOUSE UNLESS   *
      * A SUPERVISOR HAS SIGNED THE AGENCY OVERRIDE                    *
      ******************************************************************
           EXEC SQL DECLARE KALA15.VULNERABLE_CUSTOMER TABLE
           ( VULN_ID                        INTEGER NOT NULL,
             CUST_SSN                       CHAR(11) NOT NULL,
             VULN_TYPE                      CHAR(4) NOT NULL,
             EVIDENCE                       VARCHAR(40),
             CONSENT_FLAG                   CHAR(1) NOT NULL,
             REVIEW_DATE                    DATE NOT NULL,
             VULN_STATUS                    CHAR(1) NOT NULL,
             RECORDED_BY                    CHAR(3),
             RECORDED_TS                    TIMESTAMP NOT NULL,
             AGENCY_OVRD_BY                 CHAR(3),
             AGENCY_OVRD_TS                 TIMESTAMP,
             CLOSED_BY                      CHAR(3),
             CLOSED_TS                      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.VULNERABLE_CUSTOMER         *
      ******************************************************************
       01  DCLVULNERABLE-CUSTOMER.
           10 VULN-ID                PIC S9(9) USAGE COMP.
           10 VULN-CUST-SSN          PIC X(11).
      *    ILLN SERIOUS ILLNESS, BRVT BEREAVEMENT, COGN COGNITIVE
      *    IMPAIRMENT, HARD FINANCIAL HARDSHIP
           10 VULN-TYPE              PIC X(4).
           10 VULN-EVIDENCE          PIC X(40).
      *       49 VULN-EVIDENCE-LEN   PIC S9(4) USAGE COMP.
      *       49 VULN-EVIDENCE-TEXT  PIC X(40).
           10 VULN-CONSENT-FLAG      PIC X(1).
              88 VULN-CONSENT-GIVEN  VALUE 'Y'.
           10 VULN-REVIEW-DATE       PIC X(10).
           10 VULN-STATUS            PIC X(1).
              88 VULN-ACTIVE         VALUE 'A'.
              88 VULN-CLOSED         VALUE 'C'.
           10 VULN-RECORDED-BY       PIC X(3).
           10 VULN-RECORDED-TS       PIC X(26).
           10 VULN-AGENCY-OVRD-BY    PIC X(3).
           10 VULN-AGENCY-OVRD-TS    PIC X(26).
           10 VULN-CLOSED-BY         PIC X(3).
           10 VULN-CLOSED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
