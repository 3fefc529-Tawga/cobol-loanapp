             APP_ID                         INTEGER NOT NULL,
             STATUS_CODE                    CHAR(12) NOT NULL,
             CHANGED_TS                     TIMESTAMP NOT NULL,
             CHANGED_BY                     CHAR(20) NOT NULL,
             RUN_ID                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.APPLICATION_STATUS_HISTORY  *
           10 STATUS-CODE             PIC X(12).
           10 CHANGED-TS              PIC X(26).
           10 CHANGED-BY              PIC X(20).
      *    THE BATCH RUN THAT LOGGED THE TRANSITION - NULL ONLINE      *
           10 HIST-RUN-ID            PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
