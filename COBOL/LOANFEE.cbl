           EXEC SQL                                                     00000001
              INCLUDE DEBTADJ                                           00000002
           END-EXEC.                                                    00000003
           EXEC SQL                                                     00000004
              INCLUDE LOANPOS                                           00000005
           END-EXEC.                                                    00000006
                                                                        00290000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00300000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00310000
                INTO :WS-RUN-START                                      05600003
                FROM SYSIBM.SYSDUMMY1                                   05600004
           END-EXEC                                                     05600005
           PERFORM 945-RESERVE-RUN-ID                                   05600006
           OPEN OUTPUT FEE-RPT                                          00570000
           IF WS-FEE-RPT-STATUS NOT = '00'                              00570100
              DISPLAY 'LOANFEE - UNABLE TO OPEN FEE-RPT, STATUS = '     00570200
           EXEC SQL                                                     01650000
              INSERT INTO KALA15.FEE_HISTORY                            01660000
                     (FEE_ID, APP_ID, INSTALLMENT_NO, DUE_DATE,         01670000
                      BUCKET, FEE_AMT, ASSESSED_DATE, RUN_ID)           01670001
              VALUES (:FEE-ID, :FEE-APP-ID, :FEE-INSTALLMENT-NO,        01690000
                      :FEE-DUE-DATE, :FEE-BUCKET, :FEE-AMT,             01700000
                      CURRENT DATE, :RUNH-RUN-ID)                       01700001
           END-EXEC                                                     01720000
                                                                        01730000
           EXEC SQL                                                     01740000
           END-EXEC                                                     01780000
                                                                        01790000
           ADD 1 TO WS-ASSESSED-CNT                                     01800000
           MOVE DELINQ-APP-ID TO POS-APP-ID                             01800001
           PERFORM 225-REFRESH-LOAN-POSITION                            01800002
           MOVE SPACES TO FEE-RPT-LINE                                  01810000
           STRING 'APP ' DELINQ-APP-ID ' INSTALLMENT '                  01820000
                  DELINQ-INSTALLMENT-NO ' BUCKET ' DELINQ-BUCKET        01830000
           WRITE FEE-RPT-LINE                                           01870000
           EXIT.                                                        01880000
                                                                        01890000
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   01890001
      *    POSTED, INSIDE THE SAME UNIT OF WORK - THE BALANCE           01890002
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    01890003
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       01890004
       225-REFRESH-LOAN-POSITION.                                       01890005
           MOVE 'LOANFEE' TO POS-UPDATED-BY                             01890006
           EXEC SQL                                                     01890007
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   01890008
                INTO :POS-NEXT-INST-NO                                  01890009
                FROM KALA15.PAYMENT_SCHEDULE                            0189000A
               WHERE APP_ID = :POS-APP-ID                               0189000B
                 AND ACTUAL_BALANCE_AMT IS NULL                         0189000C
           END-EXEC                                                     0189000D
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      0189000E
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    0189000F
           EXEC SQL                                                     0189000G
              SELECT COALESCE(                                          0189000H
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             0189000I
                                      S.BALANCE_AMT)                    0189000J
                        FROM KALA15.PAYMENT_SCHEDULE S                  0189000K
                       WHERE S.APP_ID = A.APP_ID                        0189000L
                         AND S.INSTALLMENT_NO =                         0189000M
                             CASE WHEN :POS-NEXT-INST-NO = 0            0189000N
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    0189000O
                                    FROM KALA15.PAYMENT_SCHEDULE P      0189000P
                                   WHERE P.APP_ID = A.APP_ID)           0189000Q
                                  ELSE :POS-NEXT-INST-NO - 1            0189000R
                             END),                                      0189000S
                     A.LOAN_AMN)                                        0189000T
                INTO :POS-PRINCIPAL-BAL                                 0189000U
                FROM KALA15.APPLICATIONS A                              0189000V
               WHERE A.APP_ID = :POS-APP-ID                             0189000W
           END-EXEC                                                     0189000X
           EXEC SQL                                                     0189000Y
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  0189000Z
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 01890010
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                01890011
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    01890012
               WHERE D.APP_ID = :POS-APP-ID                             01890013
                 AND D.DELINQ_STATUS = 'OPEN'                           01890014
                 AND S.APP_ID = D.APP_ID                                01890015
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                01890016
           END-EXEC                                                     01890017
           EXEC SQL                                                     01890018
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         01890019
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0189001A
                             - COALESCE(WAIVED_AMT, 0)                  0189001B
                        ELSE 0 END), 0),                                0189001C
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          0189001D
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0189001E
                             - COALESCE(WAIVED_AMT, 0)                  0189001F
                        ELSE 0 END), 0)                                 0189001G
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    0189001H
                FROM KALA15.FEE_HISTORY                                 0189001I
               WHERE APP_ID = :POS-APP-ID                               0189001J
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0189001K
                               + COALESCE(WAIVED_AMT, 0)                0189001L
           END-EXEC                                                     0189001M
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  0189001N
           EXEC SQL                                                     0189001O
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   0189001P
                INTO :POS-PENALTY-DUE                                   0189001Q
                FROM KALA15.PENALTY_ACCRUAL                             0189001R
               WHERE APP_ID = :POS-APP-ID                               0189001S
                 AND PEN_STATUS = 'OPEN'                                0189001T
           END-EXEC                                                     0189001U
           EXEC SQL                                                     0189001V
              UPDATE KALA15.LOAN_POSITION                               0189001W
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                0189001X
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               0189001Y
                     INTEREST_DUE   = :POS-INTEREST-DUE,                0189001Z
                     FEES_DUE       = :POS-FEES-DUE,                    01890020
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 01890021
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 01890022
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                01890023
                     UPDATED_BY     = :POS-UPDATED-BY                   01890024
               WHERE APP_ID = :POS-APP-ID                               01890025
           END-EXEC                                                     01890026
           IF SQLCODE = 100                                             01890027
              EXEC SQL                                                  01890028
                 INSERT INTO KALA15.LOAN_POSITION                       01890029
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           0189002A
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           0189002B
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       0189002C
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                0189002D
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         0189002E
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               0189002F
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           0189002G
                         :POS-UPDATED-BY)                               0189002H
              END-EXEC                                                  0189002I
           END-IF                                                       0189002J
           EXIT.                                                        0189002K
                                                                        0189002L
      *    COMMITS EVERY COMMIT-FREQ CANDIDATES SO A LONG ASSESSMENT    01900000
      *    RUN DOESN'T HOLD LOCKS FOR THE FULL DURATION                 01910000
       230-CHECKPOINT-COMMIT.                                           01920000
           DISPLAY 'LOANFEE - LATE FEES ASSESSED: ' WS-ASSESSED-CNT     02200000
           EXIT.                                                        02210000

      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    02210001
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    02210002
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    02210003
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   02210004
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   02210005
       945-RESERVE-RUN-ID.                                              02210006
           EXEC SQL                                                     02210007
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       02210008
                INTO :RUNH-RUN-ID                                       02210009
                FROM KALA15.BATCH_RUN_HISTORY                           0221000A
           END-EXEC                                                     0221000B
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0221000C
           MOVE -1 TO RUNH-RUN-RC                                       0221000D
           EXEC SQL                                                     0221000E
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0221000F
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0221000G
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0221000H
              VALUES                                                    0221000I
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0221000J
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0221000K
           END-EXEC                                                     0221000L
           IF SQLCODE NOT = 00                                          0221000M
              DISPLAY 'LOANFEE - UNABLE TO RESERVE RUN ID, SQLCODE '    0221000N
                      SQLCODE                                           0221000O
              MOVE 16 TO RETURN-CODE                                    0221000P
              STOP RUN                                                  0221000Q
           END-IF                                                       0221000R
           EXEC SQL                                                     0221000S
              COMMIT                                                    0221000T
           END-EXEC                                                     0221000U
           EXIT.                                                        0221000V
                                                                        0221000W
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     0221000X
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       0221000Y
      *    CONSOLE'S DURATION TRENDING                                  22100003
       950-LOG-RUN-HISTORY.                                             22100004
           MOVE WS-CAND-CNT TO RUNH-RECS-READ                           2210000B
           MOVE WS-ASSESSED-CNT TO RUNH-RECS-UPDATED                    2210000C
           MOVE ZERO TO RUNH-RECS-WRITTEN                               2210000D
           MOVE RETURN-CODE TO RUNH-RUN-RC                              2210000E
           EXEC SQL                                                     2210000F
              UPDATE KALA15.BATCH_RUN_HISTORY                           2210000G
                 SET END_TS       = CURRENT TIMESTAMP,                  2210000H
                     RECS_READ    = :RUNH-RECS-READ,                    2210000I
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 2210000J
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 2210000K
                     RUN_RC       = :RUNH-RUN-RC,                       2210000L
                     RUN_STATUS   = 'C'                                 2210000M
               WHERE RUN_ID = :RUNH-RUN-ID                              2210000N
           END-EXEC                                                     2210000O
           EXIT.                                                        2210000P
