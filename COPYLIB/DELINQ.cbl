             DAYS_PAST_DUE                  INTEGER NOT NULL,
             BUCKET                         CHAR(8) NOT NULL,
             DELINQ_STATUS                  CHAR(8) NOT NULL,
             FLAGGED_DATE                   DATE NOT NULL,
             RUN_ID                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.DELINQUENCY                 *
           10 DELINQ-BUCKET           PIC X(8).
           10 DELINQ-STATUS-CODE      PIC X(8).
           10 DELINQ-FLAGGED-DATE     PIC X(10).
      *    THE BATCH RUN THAT CLEARED THE DELINQUENCY AHEAD OF THE     *
      *    NIGHTLY REBUILD - A BACK-VALUED CREDIT THAT CURED IT. NULL  *
      *    OTHERWISE                                                   *
           10 DELINQ-RUN-ID           PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
