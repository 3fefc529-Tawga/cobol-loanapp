             PARTNER_ID                     CHAR(8),
             SLA_FLAG                       CHAR(1),
             CAMPAIGN_CODE                  CHAR(8),
             DUE_DAY                        INTEGER,
             REGISTER_DEBT                  INTEGER,
             REVIEW_REASON                  CHAR(8),
             VERIFIED_INC                   INTEGER,
             HH_ADULTS                      SMALLINT,
             HH_CHILDREN                    SMALLINT,
             FTP_RATE                       DECIMAL(6, 3),
             FTP_DATE                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.APPLICATIONS                *
      *    (1-28). NULL/ZERO KEEPS THE FUNDING-DATE ANNIVERSARY THE
      *    GENERATOR ALWAYS USED
           10 APP-DUE-DAY          PIC S9(9) USAGE COMP.
      *    THE APPLICANTS' TOTAL OUTSTANDING CREDIT AS THE POSITIVE
      *    CREDIT REGISTER REPORTED IT AT UNDERWRITING - NULL WHEN THE
      *    REGISTER COULD NOT BE REACHED. DEBT TESTS USE THIS, NOT THE
      *    DECLARED CURR_LOANS, WHENEVER IT IS PRESENT
           10 REGISTER-DEBT        PIC S9(9) USAGE COMP.
      *    WHY AN APPLICATION WAS PARKED FOR MANUAL REVIEW (STATUS 2)
      *    BY A RULE THAT DOES NOT REJECT OUTRIGHT - BLANK OTHERWISE
           10 REVIEW-REASON        PIC X(8).
      *    AVERAGE MONTHLY GROSS EARNINGS THE INCOMES REGISTER REPORTED
      *    FOR THE APPLICANT AT UNDERWRITING, KEPT NEXT TO THE DECLARED
      *    MO_GROSS_INC - NULL WHEN THE REGISTER COULD NOT BE REACHED
           10 VERIFIED-INC         PIC S9(9) USAGE COMP.
      *    HOUSEHOLD SIZE DECLARED ON THE APPLICATION - ADULTS
      *    (APPLICANT INCLUDED) AND DEPENDENT CHILDREN - PRICED BY THE
      *    LIVING_COST_NORM TABLE IN THE AFFORDABILITY TESTS
           10 HH-ADULTS            PIC S9(4) USAGE COMP.
           10 HH-CHILDREN          PIC S9(4) USAGE COMP.
      *    TREASURY'S COST OF FUNDS FOR THE LOAN'S TERM AND CURRENCY,
      *    PERCENT A YEAR, TAKEN FROM THE FUNDING_CURVE IN FORCE THE
      *    DAY LOANDISB FUNDED IT AND FIXED FOR THE LIFE OF THE LOAN.
      *    NULL ON A LOAN FUNDED BEFORE THE CURVE WAS KEPT - LOANPROF
      *    PRICES THOSE AT THE CURVE IN FORCE FOR THE MONTH REPORTED
           10 FTP-RATE             PIC S9(3)V9(3) USAGE COMP-3.
           10 FTP-DATE             PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 44      *
      ******************************************************************

