             REQUESTED_DATE                 DATE NOT NULL,
             WV_STATUS                      CHAR(8) NOT NULL,
             DECIDED_BY                     CHAR(3),
             DECIDED_DATE                   DATE,
             RUN_ID                         INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.FEE_WAIVER                  *
              88 WVR-REJECTED        VALUE 'REJECTED'.
           10 WVR-DECIDED-BY         PIC X(3).
           10 WVR-DECIDED-DATE       PIC X(10).
      *    THE BATCH RUN THAT WROTE THE WAIVER - NULL ONLINE           *
           10 WVR-RUN-ID             PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
