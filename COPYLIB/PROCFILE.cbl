           EXEC SQL DECLARE KALA15.PROCESSED_FILES TABLE
           ( SOURCE_ID                      CHAR(8) NOT NULL,
             BUSINESS_DATE                  DATE NOT NULL,
             PROCESSED_TS                   TIMESTAMP NOT NULL,
             RUN_ID                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PROCESSED_FILES             *
           10 PROCF-SOURCE-ID        PIC X(8).
           10 PROCF-BUSINESS-DATE    PIC X(10).
           10 PROCF-PROCESSED-TS     PIC X(26).
      *    THE BATCH RUN THAT APPLIED THE FILE - A BACKOUT OF THAT RUN *
      *    DELETES THE ROW SO THE CORRECTED FILE CAN BE APPLIED AGAIN  *
           10 PROCF-RUN-ID           PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
