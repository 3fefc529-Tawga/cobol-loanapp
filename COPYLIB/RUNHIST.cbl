             RECS_READ                      INTEGER NOT NULL,
             RECS_UPDATED                   INTEGER NOT NULL,
             RECS_WRITTEN                   INTEGER NOT NULL,
             RUN_RC                         INTEGER NOT NULL,
             RUN_STATUS                     CHAR(1),
             BACKOUT_TS                     TIMESTAMP,
             BACKOUT_AUTH_ID                INTEGER,
             BACKOUT_RUN_ID                 INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.BATCH_RUN_HISTORY           *
           10 RUNH-RECS-UPDATED      PIC S9(9) USAGE COMP.
           10 RUNH-RECS-WRITTEN      PIC S9(9) USAGE COMP.
           10 RUNH-RUN-RC            PIC S9(9) USAGE COMP.
      *    A JOB WHOSE ROWS CAN BE BACKED OUT RESERVES ITS RUN ID AT   *
      *    START (R, WITH RUN_RC -1 SO NO CYCLE GATE READS IT AS       *
      *    CLEAN) AND CLOSES THE ROW AT TERMINATE (C) - A RUN LEFT AT  *
      *    R ENDED ABNORMALLY. B ONCE LOANBKOT HAS REVERSED THE RUN.   *
      *    NULL ON ROWS FROM JOBS THAT LOG ONLY AT TERMINATE           *
           10 RUNH-RUN-STATUS        PIC X(1).
              88 RUNH-RUNNING        VALUE 'R'.
              88 RUNH-COMPLETE       VALUE 'C'.
              88 RUNH-BACKED-OUT     VALUE 'B'.
      *    WHEN THE BACKOUT RAN, THE SUPERVISOR (LOAN_OFFICER ID) WHO  *
      *    AUTHORISED IT, AND THE BACKOUT'S OWN RUN ID - THE ROWS IT   *
      *    WROTE TO REVERSE THIS RUN CARRY THAT ID                     *
           10 RUNH-BACKOUT-TS        PIC X(26).
           10 RUNH-BACKOUT-AUTH-ID   PIC S9(9) USAGE COMP.
           10 RUNH-BACKOUT-RUN-ID    PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
