                INTO :WS-RUN-START                                      01080000
                FROM SYSIBM.SYSDUMMY1                                   01090000
           END-EXEC                                                     01100000
           PERFORM 945-RESERVE-RUN-ID                                   01100001
           OPEN INPUT CONTROL-CARDS                                     01110000
           IF WS-CTL-STATUS NOT = '00'                                  01120000
              DISPLAY 'LOANREAS - UNABLE TO OPEN REASCTL, STATUS = '    01130000
           MOVE 'REASSIGNED' TO STATUS-CODE                             03550000
           EXEC SQL                                                     03560000
              INSERT INTO KALA15.APPLICATION_STATUS_HISTORY             03570000
                 (HIST_ID, APP_ID, STATUS_CODE, CHANGED_TS, CHANGED_BY, 03570001
                  RUN_ID)                                               03570002
              VALUES                                                    03590000
                 (:HIST-ID, :HIST-APP-ID, :STATUS-CODE,                 03600000
                  CURRENT TIMESTAMP, 'LOANREAS', :RUNH-RUN-ID)          03600001
           END-EXEC                                                     03620000
                                                                        03630000
           MOVE SPACES TO REAS-RPT-LINE                                 03640000
           DISPLAY 'LOANREAS - COLLECTION ACTIONS : ' WS-ACTIONS-MOVED  04280000
           EXIT.                                                        04290000
                                                                        04300000
      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    04300001
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    04300002
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    04300003
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   04300004
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   04300005
       945-RESERVE-RUN-ID.                                              04300006
           EXEC SQL                                                     04300007
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       04300008
                INTO :RUNH-RUN-ID                                       04300009
                FROM KALA15.BATCH_RUN_HISTORY                           0430000A
           END-EXEC                                                     0430000B
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0430000C
           MOVE -1 TO RUNH-RUN-RC                                       0430000D
           EXEC SQL                                                     0430000E
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0430000F
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0430000G
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0430000H
              VALUES                                                    0430000I
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0430000J
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0430000K
           END-EXEC                                                     0430000L
           IF SQLCODE NOT = 00                                          0430000M
              DISPLAY 'LOANREAS - UNABLE TO RESERVE RUN ID, SQLCODE '   0430000N
                      SQLCODE                                           0430000O
              MOVE 16 TO RETURN-CODE                                    0430000P
              STOP RUN                                                  0430000Q
           END-IF                                                       0430000R
           EXEC SQL                                                     0430000S
              COMMIT                                                    0430000T
           END-EXEC                                                     0430000U
           EXIT.                                                        0430000V
                                                                        0430000W
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     0430000X
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       0430000Y
      *    CONSOLE'S DURATION TRENDING                                  04330000
       950-LOG-RUN-HISTORY.                                             04340000
           MOVE WS-APPS-MOVED TO RUNH-RECS-READ                         04410000
           MOVE WS-ACTIONS-MOVED TO RUNH-RECS-UPDATED                   04420000
           MOVE WS-APPS-MOVED TO RUNH-RECS-WRITTEN                      04430000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              04440000
           EXEC SQL                                                     04440001
              UPDATE KALA15.BATCH_RUN_HISTORY                           04440002
                 SET END_TS       = CURRENT TIMESTAMP,                  04440003
                     RECS_READ    = :RUNH-RECS-READ,                    04440004
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 04440005
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 04440006
                     RUN_RC       = :RUNH-RUN-RC,                       04440007
                     RUN_STATUS   = 'C'                                 04440008
               WHERE RUN_ID = :RUNH-RUN-ID                              04440009
           END-EXEC                                                     0444000A
           EXIT.                                                        04550000
