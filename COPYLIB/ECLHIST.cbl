      ******************************************************************
      * ONE ROW PER FUNDED LOAN PER MONTH-END ECL RUN, APPEND-ONLY -   *
      * THE STAGE-MIGRATION REPORT IS THE DIFFERENCE BETWEEN A RUN     *
      * AND THE ONE BEFORE IT. FORB_CLASS CARRIES THE LOAN'S           *
      * FORBEARANCE STANDING AT THE RUN - P PERFORMING FORBORNE,       *
      * N NON-PERFORMING FORBORNE, SPACE NOT FORBORNE                  *
      ******************************************************************
           EXEC SQL DECLARE KALA15.ECL_STAGE_HISTORY TABLE
           ( ECL_ID                         INTEGER NOT NULL,
             RUN_DATE                       DATE NOT NULL,
             ECL_STAGE                      INTEGER NOT NULL,
             EXPOSURE_AMT                   DECIMAL(12, 2) NOT NULL,
             ECL_AMT                        DECIMAL(12, 2) NOT NULL,
             FORB_CLASS                     CHAR(1)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.ECL_STAGE_HISTORY           *
           10 ECL-STAGE              PIC S9(9) USAGE COMP.
           10 ECL-EXPOSURE-AMT       PIC S9(10)V9(2) USAGE COMP-3.
           10 ECL-AMT                PIC S9(10)V9(2) USAGE COMP-3.
           10 ECL-FORB-CLASS         PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
