                INTO :WS-RUN-START                                      00810000
                FROM SYSIBM.SYSDUMMY1                                   00820000
           END-EXEC                                                     00830000
           PERFORM 945-RESERVE-RUN-ID                                   00830001
           OPEN INPUT AGENCY-RETURN                                     00840000
           IF WS-AGRT-IN-STATUS NOT = '00'                              00850000
              DISPLAY 'LOANAGRT - UNABLE TO OPEN AGRTIN, STATUS = '     00860000
              EXEC SQL                                                  02280000
                 INSERT INTO KALA15.PAYMENT                             02290000
                    (PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE, PAY_TYPE,    02300000
                     BALANCE_AFTER, RUN_ID)                             02300001
                 VALUES                                                 02320000
                    (:PAY-ID, :PAY-APP-ID, :PAY-AMOUNT, CURRENT DATE,   02330000
                     :PAY-TYPE, :PAY-BALANCE-AFTER, :RUNH-RUN-ID)       02330001
              END-EXEC                                                  02350000
              ADD 1 TO WS-RECS-POSTED                                   02360000
              MOVE SPACES TO AGRT-RPT-LINE                              02370000
           DISPLAY 'LOANAGRT - SENT TO SUSPENSE:  ' WS-RECS-SUSPENDED   03060000
           EXIT.                                                        03070000
                                                                        03080000
      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    03080001
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    03080002
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    03080003
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   03080004
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   03080005
       945-RESERVE-RUN-ID.                                              03080006
           EXEC SQL                                                     03080007
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       03080008
                INTO :RUNH-RUN-ID                                       03080009
                FROM KALA15.BATCH_RUN_HISTORY                           0308000A
           END-EXEC                                                     0308000B
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0308000C
           MOVE -1 TO RUNH-RUN-RC                                       0308000D
           EXEC SQL                                                     0308000E
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0308000F
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0308000G
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0308000H
              VALUES                                                    0308000I
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0308000J
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0308000K
           END-EXEC                                                     0308000L
           IF SQLCODE NOT = 00                                          0308000M
              DISPLAY 'LOANAGRT - UNABLE TO RESERVE RUN ID, SQLCODE '   0308000N
                      SQLCODE                                           0308000O
              MOVE 16 TO RETURN-CODE                                    0308000P
              STOP RUN                                                  0308000Q
           END-IF                                                       0308000R
           EXEC SQL                                                     0308000S
              COMMIT                                                    0308000T
           END-EXEC                                                     0308000U
           EXIT.                                                        0308000V
                                                                        0308000W
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     0308000X
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       0308000Y
      *    CONSOLE'S DURATION TRENDING                                  03110000
       950-LOG-RUN-HISTORY.                                             03120000
           MOVE WS-RECS-READ TO RUNH-RECS-READ                          03190000
           MOVE WS-STATUS-UPDATES TO RUNH-RECS-UPDATED                  03200000
           MOVE WS-RECS-POSTED TO RUNH-RECS-WRITTEN                     03210000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              03220000
           EXEC SQL                                                     03220001
              UPDATE KALA15.BATCH_RUN_HISTORY                           03220002
                 SET END_TS       = CURRENT TIMESTAMP,                  03220003
                     RECS_READ    = :RUNH-RECS-READ,                    03220004
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 03220005
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 03220006
                     RUN_RC       = :RUNH-RUN-RC,                       03220007
                     RUN_STATUS   = 'C'                                 03220008
               WHERE RUN_ID = :RUNH-RUN-ID                              03220009
           END-EXEC                                                     0322000A
           EXIT.                                                        03330000
