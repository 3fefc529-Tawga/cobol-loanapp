           EXEC SQL                                                     00530000
              INCLUDE RUNHIST                                           00540000
           END-EXEC.                                                    00550000
           EXEC SQL                                                     00550001
              INCLUDE LOANPOS                                           00550002
           END-EXEC.                                                    00550003
                                                                        00560000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00570000
           88  WS-NO-MORE-RECS     VALUE 'Y'.                           00580000
                INTO :WS-RUN-START                                      00830000
                FROM SYSIBM.SYSDUMMY1                                   00840000
           END-EXEC                                                     00850000
           PERFORM 945-RESERVE-RUN-ID                                   00850001
           OPEN INPUT BENEFIT-FEED                                      00860000
           IF WS-BEN-FEED-STATUS NOT = '00'                             00870000
              DISPLAY 'LOANINSB - UNABLE TO OPEN INSBIN, STATUS = '     00880000
              END-IF                                                    01580000
              EXEC SQL                                                  01590000
                 UPDATE KALA15.PAYMENT_SCHEDULE                         01600000
                    SET ACTUAL_BALANCE_AMT = :WS-NEW-BAL,               01600001
                        RUN_ID = :RUNH-RUN-ID                           01600002
                  WHERE APP_ID = :SCHED-APP-ID                          01620000
                    AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO          01630000
              END-EXEC                                                  01640000
              EXEC SQL                                                  01730000
                 INSERT INTO KALA15.PAYMENT                             01740000
                        (PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE,          01750000
                         PAY_TYPE, BALANCE_AFTER, RUN_ID)               01750001
                 VALUES (:PAY-ID, :PAY-APP-ID, :PAY-AMOUNT,             01770000
                         CURRENT DATE, :PAY-TYPE, :PAY-BALANCE-AFTER,   01770001
                         :RUNH-RUN-ID)                                  01770002
              END-EXEC                                                  01790000
              EXEC SQL                                                  01800000
                 UPDATE KALA15.INSURANCE_CLAIM                          01810000
                    AND CLAIM_STATUS = 'APPROVED'                       01840000
              END-EXEC                                                  01850000
              ADD 1 TO WS-RECS-POSTED                                   01860000
              MOVE SCHED-APP-ID TO POS-APP-ID                           01860001
              PERFORM 340-REFRESH-LOAN-POSITION                         01860002
              MOVE SPACES TO INSB-RPT-LINE                              01870000
              STRING 'BENEFIT APP ' BEN-APP-ID ' AMT ' BEN-AMOUNT       01880000
                     DELIMITED BY SIZE INTO INSB-RPT-LINE               01890000
           EXIT.                                                        01930000
                                                                        01940000
       330-FIND-PRIOR-BALANCE.                                          01950000
      *    THE LOAN_POSITION ROW CARRIES THE FIGURE WHEN IT IS          01950001
      *    CURRENT FOR THIS INSTALLMENT - A LOAN WITH NO ROW, OR ONE    01950002
      *    POSTED OUT OF TURN, READS THE SCHEDULE                       01950003
           MOVE SCHED-APP-ID TO POS-APP-ID                              01950004
           EXEC SQL                                                     01950005
              SELECT NEXT_INST_NO, PRINCIPAL_BAL                        01950006
                INTO :POS-NEXT-INST-NO, :POS-PRINCIPAL-BAL              01950007
                FROM KALA15.LOAN_POSITION                               01950008
               WHERE APP_ID = :POS-APP-ID                               01950009
           END-EXEC                                                     0195000A
           IF SQLCODE = 00 AND                                          0195000B
              POS-NEXT-INST-NO = SCHED-INSTALLMENT-NO                   0195000C
              MOVE POS-PRINCIPAL-BAL TO WS-PRIOR-BAL                    0195000D
           ELSE                                                         0195000E
              IF SCHED-INSTALLMENT-NO = 1                               0195000F
                 EXEC SQL                                               0195000G
                    SELECT LOAN_AMN                                     0195000H
                      INTO :LOAN-AMN                                    0195000I
                      FROM KALA15.APPLICATIONS                          0195000J
                     WHERE APP_ID = :SCHED-APP-ID                       0195000K
                 END-EXEC                                               0195000L
                 MOVE LOAN-AMN TO WS-PRIOR-BAL                          0195000M
              ELSE                                                      0195000N
                 COMPUTE WS-PREV-INSTNO = SCHED-INSTALLMENT-NO - 1      0195000O
                 EXEC SQL                                               0195000P
                    SELECT COALESCE(ACTUAL_BALANCE_AMT, BALANCE_AMT)    0195000Q
                      INTO :WS-PRIOR-BAL                                0195000R
                      FROM KALA15.PAYMENT_SCHEDULE                      0195000S
                     WHERE APP_ID = :SCHED-APP-ID                       0195000T
                       AND INSTALLMENT_NO = :WS-PREV-INSTNO             0195000U
                 END-EXEC                                               0195000V
              END-IF                                                    0195000W
           END-IF                                                       0195000X
           EXIT.                                                        02140000
                                                                        02150000
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   02150001
      *    POSTED, INSIDE THE SAME UNIT OF WORK - THE BALANCE           02150002
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    02150003
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       02150004
       340-REFRESH-LOAN-POSITION.                                       02150005
           MOVE 'LOANINSB' TO POS-UPDATED-BY                            02150006
           EXEC SQL                                                     02150007
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   02150008
                INTO :POS-NEXT-INST-NO                                  02150009
                FROM KALA15.PAYMENT_SCHEDULE                            0215000A
               WHERE APP_ID = :POS-APP-ID                               0215000B
                 AND ACTUAL_BALANCE_AMT IS NULL                         0215000C
           END-EXEC                                                     0215000D
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      0215000E
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    0215000F
           EXEC SQL                                                     0215000G
              SELECT COALESCE(                                          0215000H
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             0215000I
                                      S.BALANCE_AMT)                    0215000J
                        FROM KALA15.PAYMENT_SCHEDULE S                  0215000K
                       WHERE S.APP_ID = A.APP_ID                        0215000L
                         AND S.INSTALLMENT_NO =                         0215000M
                             CASE WHEN :POS-NEXT-INST-NO = 0            0215000N
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    0215000O
                                    FROM KALA15.PAYMENT_SCHEDULE P      0215000P
                                   WHERE P.APP_ID = A.APP_ID)           0215000Q
                                  ELSE :POS-NEXT-INST-NO - 1            0215000R
                             END),                                      0215000S
                     A.LOAN_AMN)                                        0215000T
                INTO :POS-PRINCIPAL-BAL                                 0215000U
                FROM KALA15.APPLICATIONS A                              0215000V
               WHERE A.APP_ID = :POS-APP-ID                             0215000W
           END-EXEC                                                     0215000X
           EXEC SQL                                                     0215000Y
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  0215000Z
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 02150010
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                02150011
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    02150012
               WHERE D.APP_ID = :POS-APP-ID                             02150013
                 AND D.DELINQ_STATUS = 'OPEN'                           02150014
                 AND S.APP_ID = D.APP_ID                                02150015
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                02150016
           END-EXEC                                                     02150017
           EXEC SQL                                                     02150018
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         02150019
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0215001A
                             - COALESCE(WAIVED_AMT, 0)                  0215001B
                        ELSE 0 END), 0),                                0215001C
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          0215001D
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0215001E
                             - COALESCE(WAIVED_AMT, 0)                  0215001F
                        ELSE 0 END), 0)                                 0215001G
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    0215001H
                FROM KALA15.FEE_HISTORY                                 0215001I
               WHERE APP_ID = :POS-APP-ID                               0215001J
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0215001K
                               + COALESCE(WAIVED_AMT, 0)                0215001L
           END-EXEC                                                     0215001M
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  0215001N
           EXEC SQL                                                     0215001O
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   0215001P
                INTO :POS-PENALTY-DUE                                   0215001Q
                FROM KALA15.PENALTY_ACCRUAL                             0215001R
               WHERE APP_ID = :POS-APP-ID                               0215001S
                 AND PEN_STATUS = 'OPEN'                                0215001T
           END-EXEC                                                     0215001U
           EXEC SQL                                                     0215001V
              UPDATE KALA15.LOAN_POSITION                               0215001W
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                0215001X
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               0215001Y
                     INTEREST_DUE   = :POS-INTEREST-DUE,                0215001Z
                     FEES_DUE       = :POS-FEES-DUE,                    02150020
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 02150021
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 02150022
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                02150023
                     UPDATED_BY     = :POS-UPDATED-BY                   02150024
               WHERE APP_ID = :POS-APP-ID                               02150025
           END-EXEC                                                     02150026
           IF SQLCODE = 100                                             02150027
              EXEC SQL                                                  02150028
                 INSERT INTO KALA15.LOAN_POSITION                       02150029
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           0215002A
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           0215002B
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       0215002C
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                0215002D
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         0215002E
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               0215002F
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           0215002G
                         :POS-UPDATED-BY)                               0215002H
              END-EXEC                                                  0215002I
           END-IF                                                       0215002J
           EXIT.                                                        0215002K
                                                                        0215002L
       450-PARK-IN-SUSPENSE.                                            02160000
           EXEC SQL                                                     02170000
              SELECT COALESCE(MAX(SUSP_ID), 0) + 1                      02180000
           DISPLAY 'LOANINSB - SENT TO SUSPENSE:  ' WS-RECS-SUSPENDED   02550000
           EXIT.                                                        02560000
                                                                        02570000
      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    02570001
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    02570002
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    02570003
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   02570004
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   02570005
       945-RESERVE-RUN-ID.                                              02570006
           EXEC SQL                                                     02570007
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       02570008
                INTO :RUNH-RUN-ID                                       02570009
                FROM KALA15.BATCH_RUN_HISTORY                           0257000A
           END-EXEC                                                     0257000B
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0257000C
           MOVE -1 TO RUNH-RUN-RC                                       0257000D
           EXEC SQL                                                     0257000E
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0257000F
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0257000G
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0257000H
              VALUES                                                    0257000I
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0257000J
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0257000K
           END-EXEC                                                     0257000L
           IF SQLCODE NOT = 00                                          0257000M
              DISPLAY 'LOANINSB - UNABLE TO RESERVE RUN ID, SQLCODE '   0257000N
                      SQLCODE                                           0257000O
              MOVE 16 TO RETURN-CODE                                    0257000P
              STOP RUN                                                  0257000Q
           END-IF                                                       0257000R
           EXEC SQL                                                     0257000S
              COMMIT                                                    0257000T
           END-EXEC                                                     0257000U
           EXIT.                                                        0257000V
                                                                        0257000W
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     0257000X
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       0257000Y
      *    CONSOLE'S DURATION TRENDING                                  02600000
       950-LOG-RUN-HISTORY.                                             02610000
           MOVE WS-RECS-READ TO RUNH-RECS-READ                          02680000
           MOVE WS-RECS-SUSPENDED TO RUNH-RECS-UPDATED                  02690000
           MOVE WS-RECS-POSTED TO RUNH-RECS-WRITTEN                     02700000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              02710000
           EXEC SQL                                                     02710001
              UPDATE KALA15.BATCH_RUN_HISTORY                           02710002
                 SET END_TS       = CURRENT TIMESTAMP,                  02710003
                     RECS_READ    = :RUNH-RECS-READ,                    02710004
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 02710005
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 02710006
                     RUN_RC       = :RUNH-RUN-RC,                       02710007
                     RUN_STATUS   = 'C'                                 02710008
               WHERE RUN_ID = :RUNH-RUN-ID                              02710009
           END-EXEC                                                     0271000A
           EXIT.                                                        02820000
