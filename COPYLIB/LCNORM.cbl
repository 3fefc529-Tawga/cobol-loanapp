      ******************************************************************
      * DCLGEN TABLE(KALA15.LIVING_COST_NORM)                          *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(LCNORM))                 *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * MONTHLY LIVING-COST NORM DEDUCTED FROM GROSS INCOME BEFORE THE *
      * STRESSED-PAYMENT AND MAXIMUM-AMOUNT AFFORDABILITY TESTS - A    *
      * FLAT AMOUNT FOR THE FIRST ADULT, ONE FOR EACH FURTHER ADULT    *
      * AND ONE PER CHILD IN THE HOUSEHOLD. DATED LIKE LOAN_LIMITS:    *
      * THE ROW IN FORCE HAS A NULL END_DATE, AND A CHANGE APPROVED ON *
      * THE REFERENCE MAINTENANCE SCREEN END-DATES IT AND ADDS ANOTHER *
      ******************************************************************
           EXEC SQL DECLARE KALA15.LIVING_COST_NORM TABLE
           ( NORM_ID                        INTEGER NOT NULL,
             FIRST_ADULT_AMT                INTEGER NOT NULL,
             ADDL_ADULT_AMT                 INTEGER NOT NULL,
             CHILD_AMT                      INTEGER NOT NULL,
             EFFECTIVE_DATE                 DATE NOT NULL,
             END_DATE                       DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.LIVING_COST_NORM            *
      ******************************************************************
       01  DCLLIVING-COST-NORM.
           10 LCN-NORM-ID            PIC S9(9) USAGE COMP.
           10 LCN-FIRST-ADULT-AMT    PIC S9(9) USAGE COMP.
           10 LCN-ADDL-ADULT-AMT     PIC S9(9) USAGE COMP.
           10 LCN-CHILD-AMT          PIC S9(9) USAGE COMP.
           10 LCN-EFFECTIVE-DATE     PIC X(10).
           10 LCN-END-DATE           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
