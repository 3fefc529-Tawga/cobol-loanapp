             STATUS_CODE                    CHAR(12) NOT NULL,          00000200
             EVENT_TS                       TIMESTAMP NOT NULL,         00000210
             PUBLISHED_FLAG                 CHAR(1) NOT NULL,           00000220
             PUBLISHED_TS                   TIMESTAMP,                  00000230
             RUN_ID                         INTEGER                     00000235
           ) END-EXEC.                                                  00000240
      ******************************************************************00000250
      * COBOL DECLARATION FOR TABLE KALA15.EVENT_OUTBOX                *00000260
           10 OBX-EVENT-TS           PIC X(26).                         00000320
           10 OBX-PUBLISHED-FLAG     PIC X(1).                          00000330
           10 OBX-PUBLISHED-TS       PIC X(26).                         00000340
      *    THE BATCH RUN THAT WROTE THE EVENT - NULL ONLINE            *00000345
           10 OBX-RUN-ID             PIC S9(9) USAGE COMP.              00000346
      ******************************************************************00000350
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *00000360
      ******************************************************************00000370
