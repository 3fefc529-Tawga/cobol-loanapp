      * END-DATED, NEVER UPDATED IN PLACE - THE PATTERN THE INTEREST   *
      * BRACKETS ALWAYS FOLLOWED). TABLE CODES: BP BUSINESS_PARAM,     *
      * IN INTEREST, FS FEE_SCHEDULE, PR PRODUCT, GL GL_ACCOUNT_MAP,   *
      * LL LOAN_LIMITS, RP RISK_PRICING. NEW_VALUES IS POSITIONAL PER  *
      * TABLE, ALL NUMERICS WITH IMPLIED DECIMALS                      *
      ******************************************************************
           EXEC SQL DECLARE KALA15.REF_TABLE_CHANGE TABLE
           ( CHANGE_ID                      INTEGER NOT NULL,
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
      * THE WHAT-IF RESULT LOANRSIM ATTACHES TO A PENDING INTEREST     *
      * BRACKET (IN) OR RISK-PRICING (RP) CHANGE - THE CHANGE RUN      *
      * AGAINST THE OPEN PIPELINE AND THE ADJUSTABLE-RATE BOOK AS IF   *
      * IT WERE ALREADY APPROVED. ONE ROW PER CHANGE, REPLACED EACH    *
      * NIGHT THE CHANGE IS STILL PENDING SO THE APPROVER SEES IT      *
      * AGAINST TONIGHT'S BOOK. AN IN OR RP CHANGE CANNOT BE APPROVED  *
      * UNTIL ITS ROW EXISTS                                           *
      ******************************************************************
           EXEC SQL DECLARE KALA15.REF_CHANGE_SIMULATION TABLE
           ( CHANGE_ID                      INTEGER NOT NULL,
             SIM_TS                         TIMESTAMP NOT NULL,
             PIPELINE_CNT                   INTEGER NOT NULL,
             ARM_BOOK_CNT                   INTEGER NOT NULL,
             REPRICED_CNT                   INTEGER NOT NULL,
             BRACKET_CHG_CNT                INTEGER NOT NULL,
             OLD_AVG_PAYMENT                DECIMAL(9, 2) NOT NULL,
             NEW_AVG_PAYMENT                DECIMAL(9, 2) NOT NULL,
             OLD_AVG_APR                    DECIMAL(6, 3) NOT NULL,
             NEW_AVG_APR                    DECIMAL(6, 3) NOT NULL,
             CAP_CROSS_CNT                  INTEGER NOT NULL,
             ANNUAL_INC_EUR                 DECIMAL(13, 2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.REF_CHANGE_SIMULATION       *
      ******************************************************************
       01  DCLREF-CHANGE-SIMULATION.
           10 RSIM-CHANGE-ID         PIC S9(9) USAGE COMP.
           10 RSIM-SIM-TS            PIC X(26).
      *    LOANS LOOKED AT IN EACH POPULATION, AND HOW MANY OF THEM    *
      *    THE CHANGE WOULD REPRICE - OF THOSE, HOW MANY MOVE INTO A   *
      *    DIFFERENT BRACKET RATHER THAN SEE THEIR OWN ONE REPRICED    *
           10 RSIM-PIPELINE-CNT      PIC S9(9) USAGE COMP.
           10 RSIM-ARM-BOOK-CNT      PIC S9(9) USAGE COMP.
           10 RSIM-REPRICED-CNT      PIC S9(9) USAGE COMP.
           10 RSIM-BRACKET-CHG-CNT   PIC S9(9) USAGE COMP.
      *    AVERAGE INSTALLMENT AND ANNUAL PERCENTAGE RATE OF THE       *
      *    REPRICED LOANS BEFORE AND AFTER THE CHANGE                  *
           10 RSIM-OLD-AVG-PAYMENT   PIC S9(7)V9(2) USAGE COMP-3.
           10 RSIM-NEW-AVG-PAYMENT   PIC S9(7)V9(2) USAGE COMP-3.
           10 RSIM-OLD-AVG-APR       PIC S9(3)V9(3) USAGE COMP-3.
           10 RSIM-NEW-AVG-APR       PIC S9(3)V9(3) USAGE COMP-3.
      *    LOANS THE CHANGE WOULD TAKE ABOVE THE STATUTORY CAP         *
           10 RSIM-CAP-CROSS-CNT     PIC S9(9) USAGE COMP.
      *    A YEAR'S INTEREST INCOME GAINED (LOST IF NEGATIVE) ON THE   *
      *    BALANCES REPRICED, IN EUR                                   *
           10 RSIM-ANNUAL-INC-EUR    PIC S9(11)V9(2) USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
