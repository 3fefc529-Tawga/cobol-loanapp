                INTO :WS-RUN-START                                      00820000
                FROM SYSIBM.SYSDUMMY1                                   00830000
           END-EXEC                                                     00840000
           PERFORM 945-RESERVE-RUN-ID                                   00840001
           OPEN OUTPUT REMIND-EXTRACT                                   00850000
           IF WS-LTR-STATUS NOT = '00'                                  00860000
              DISPLAY 'LOANOEXP - UNABLE TO OPEN OEXPLTR, STATUS = '    00870000
                 AND NOT EXISTS                                         01340000
                    (SELECT 1 FROM KALA15.E_SIGNATURE E                 01350000
                      WHERE E.APP_ID = A.APP_ID                         01360000
                        AND E.SIG_STATUS = 'SIGNED'                     01360001
                        AND E.AGREEMENT_REF LIKE 'AGR%')                01360002
               ORDER BY A.APP_ID                                        01380000
           END-EXEC                                                     01390000
           EXEC SQL                                                     01400000
           MOVE APP-ID TO HIST-APP-ID                                   02080000
           EXEC SQL                                                     02090000
              INSERT INTO KALA15.APPLICATION_STATUS_HISTORY             02100000
                 (HIST_ID, APP_ID, STATUS_CODE, CHANGED_TS, CHANGED_BY, 02100001
                  RUN_ID)                                               02100002
              VALUES                                                    02120000
                 (:HIST-ID, :HIST-APP-ID, :STATUS-CODE,                 02130000
                  CURRENT TIMESTAMP, 'LOANOEXP', :RUNH-RUN-ID)          02130001
           END-EXEC                                                     02150000
           PERFORM 320-WRITE-OUTBOX-EVENT                               02160000
           EXIT.                                                        02170000
           EXEC SQL                                                     02300000
              INSERT INTO KALA15.EVENT_OUTBOX                           02310000
                 (EVENT_ID, APP_ID, STATUS_CODE, EVENT_TS,              02320000
                  PUBLISHED_FLAG, RUN_ID)                               02320001
              VALUES                                                    02340000
                 (:OBX-EVENT-ID, :OBX-APP-ID, :OBX-STATUS-CODE,         02350000
                  CURRENT TIMESTAMP, 'N', :RUNH-RUN-ID)                 02350001
           END-EXEC                                                     02370000
           EXIT.                                                        02380000
                                                                        02390000
           DISPLAY 'LOANOEXP - REMINDERS MAILED: ' WS-REMINDED-CNT      02950000
           EXIT.                                                        02960000
                                                                        02970000
      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    02970001
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    02970002
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    02970003
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   02970004
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   02970005
       945-RESERVE-RUN-ID.                                              02970006
           EXEC SQL                                                     02970007
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       02970008
                INTO :RUNH-RUN-ID                                       02970009
                FROM KALA15.BATCH_RUN_HISTORY                           0297000A
           END-EXEC                                                     0297000B
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0297000C
           MOVE -1 TO RUNH-RUN-RC                                       0297000D
           EXEC SQL                                                     0297000E
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0297000F
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0297000G
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0297000H
              VALUES                                                    0297000I
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0297000J
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0297000K
           END-EXEC                                                     0297000L
           IF SQLCODE NOT = 00                                          0297000M
              DISPLAY 'LOANOEXP - UNABLE TO RESERVE RUN ID, SQLCODE '   0297000N
                      SQLCODE                                           0297000O
              MOVE 16 TO RETURN-CODE                                    0297000P
              STOP RUN                                                  0297000Q
           END-IF                                                       0297000R
           EXEC SQL                                                     0297000S
              COMMIT                                                    0297000T
           END-EXEC                                                     0297000U
           EXIT.                                                        0297000V
                                                                        0297000W
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     0297000X
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       0297000Y
      *    CONSOLE'S DURATION TRENDING                                  03000000
       950-LOG-RUN-HISTORY.                                             03010000
           MOVE WS-EXPIRED-CNT TO RUNH-RECS-UPDATED                     03080000
           MOVE WS-REMINDED-CNT TO RUNH-RECS-WRITTEN                    03090000
           MOVE ZERO TO RUNH-RECS-READ                                  03100000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              03110000
           EXEC SQL                                                     03110001
              UPDATE KALA15.BATCH_RUN_HISTORY                           03110002
                 SET END_TS       = CURRENT TIMESTAMP,                  03110003
                     RECS_READ    = :RUNH-RECS-READ,                    03110004
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 03110005
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 03110006
                     RUN_RC       = :RUNH-RUN-RC,                       03110007
                     RUN_STATUS   = 'C'                                 03110008
               WHERE RUN_ID = :RUNH-RUN-ID                              03110009
           END-EXEC                                                     0311000A
           EXIT.                                                        03220000
