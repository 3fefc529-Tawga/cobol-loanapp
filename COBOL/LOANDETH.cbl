           EXEC SQL                                                     00380001
              INCLUDE OUTBOX                                            00380002
           END-EXEC.                                                    00380003
           EXEC SQL                                                     00380004
              INCLUDE RUNHIST                                           00380005
           END-EXEC.                                                    00380006
                                                                        00390000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00400000
           88  WS-NO-MORE-RECORDS  VALUE 'Y'.                           00410000
       01  WS-MATCHED              PIC 9(7)  VALUE ZERO.                00460000
       01  WS-CASES-ROUTED         PIC 9(7)  VALUE ZERO.                00470000
       01  WS-ED-APP               PIC 9(8).                            00480000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANDETH'.          00480001
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00480002
                                                                        00490000
       PROCEDURE DIVISION.                                              00500000
       000-MAIN-PARA.                                                   00510000
           STOP RUN.                                                    00550000
                                                                        00560000
       100-INITIALIZE.                                                  00570000
           PERFORM 945-RESERVE-RUN-ID                                   00570001
           OPEN INPUT DEATH-FEED                                        00580000
           IF WS-FEED-STATUS NOT = '00'                                 00590000
              DISPLAY 'LOANDETH - UNABLE TO OPEN DEATH-FEED, '          00600000
              EXEC SQL                                                  01510000
                 INSERT INTO KALA15.APPLICATION_STATUS_HISTORY          01520000
                    (HIST_ID, APP_ID, STATUS_CODE, CHANGED_TS,          01530000
                     CHANGED_BY, RUN_ID)                                01530001
                 VALUES                                                 01550000
                    (:HIST-ID, :HIST-APP-ID, :STATUS-CODE,              01560000
                     CURRENT TIMESTAMP, 'LOANDETH-DEATH-FEED',          01560001
                     :RUNH-RUN-ID)                                      01560002
              END-EXEC                                                  01580000
              PERFORM 420-WRITE-OUTBOX-EVENT                            01580001
              ADD 1 TO WS-CASES-ROUTED                                  01590000
           EXEC SQL                                                     0168000C
              INSERT INTO KALA15.EVENT_OUTBOX                           0168000D
                 (EVENT_ID, APP_ID, STATUS_CODE, EVENT_TS,              0168000E
                  PUBLISHED_FLAG, RUN_ID)                               0168000F
              VALUES                                                    0168000G
                 (:OBX-EVENT-ID, :OBX-APP-ID, :OBX-STATUS-CODE,         0168000H
                  CURRENT TIMESTAMP, 'N', :RUNH-RUN-ID)                 0168000I
           END-EXEC                                                     0168000J
           EXIT.                                                        0168000K

       900-TERMINATE.                                                   01690000
           CLOSE DEATH-FEED                                             01700000
           CLOSE ESTATE-WORKLIST                                        01710000
           PERFORM 950-LOG-RUN-HISTORY                                  01710001
           DISPLAY 'LOANDETH - CUSTOMERS MATCHED : ' WS-MATCHED         01720000
           DISPLAY 'LOANDETH - CASES ROUTED      : ' WS-CASES-ROUTED    01730000
           EXIT.                                                        01740000
                                                                        01740001
      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    01740002
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    01740003
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    01740004
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   01740005
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   01740006
       945-RESERVE-RUN-ID.                                              01740007
           EXEC SQL                                                     01740008
              SELECT CHAR(CURRENT TIMESTAMP)                            01740009
                INTO :WS-RUN-START                                      0174000A
                FROM SYSIBM.SYSDUMMY1                                   0174000B
           END-EXEC                                                     0174000C
           EXEC SQL                                                     0174000D
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       0174000E
                INTO :RUNH-RUN-ID                                       0174000F
                FROM KALA15.BATCH_RUN_HISTORY                           0174000G
           END-EXEC                                                     0174000H
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0174000I
           MOVE -1 TO RUNH-RUN-RC                                       0174000J
           EXEC SQL                                                     0174000K
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0174000L
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0174000M
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0174000N
              VALUES                                                    0174000O
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0174000P
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0174000Q
           END-EXEC                                                     0174000R
           IF SQLCODE NOT = 00                                          0174000S
              DISPLAY 'LOANDETH - UNABLE TO RESERVE RUN ID, SQLCODE '   0174000T
                      SQLCODE                                           0174000U
              MOVE 16 TO RETURN-CODE                                    0174000V
              STOP RUN                                                  0174000W
           END-IF                                                       0174000X
           EXEC SQL                                                     0174000Y
              COMMIT                                                    0174000Z
           END-EXEC                                                     01740010
           EXIT.                                                        01740011
                                                                        01740012
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     01740013
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       01740014
      *    CONSOLE'S DURATION TRENDING                                  01740015
       950-LOG-RUN-HISTORY.                                             01740016
           MOVE ZERO TO RUNH-RECS-READ                                  01740017
           MOVE WS-MATCHED TO RUNH-RECS-UPDATED                         01740018
           MOVE WS-CASES-ROUTED TO RUNH-RECS-WRITTEN                    01740019
           MOVE RETURN-CODE TO RUNH-RUN-RC                              0174001A
           EXEC SQL                                                     0174001B
              UPDATE KALA15.BATCH_RUN_HISTORY                           0174001C
                 SET END_TS       = CURRENT TIMESTAMP,                  0174001D
                     RECS_READ    = :RUNH-RECS-READ,                    0174001E
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 0174001F
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 0174001G
                     RUN_RC       = :RUNH-RUN-RC,                       0174001H
                     RUN_STATUS   = 'C'                                 0174001I
               WHERE RUN_ID = :RUNH-RUN-ID                              0174001J
           END-EXEC                                                     0174001K
           EXIT.                                                        0174001L
