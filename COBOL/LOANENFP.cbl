           EXEC SQL                                                     00550000
              INCLUDE RUNHIST                                           00560000
           END-EXEC.                                                    00570000
           EXEC SQL                                                     00570001
              INCLUDE LOANPOS                                           00570002
           END-EXEC.                                                    00570003
                                                                        00580000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00590000
           88  WS-NO-MORE-RECS     VALUE 'Y'.                           00600000
                INTO :WS-RUN-START                                      00880000
                FROM SYSIBM.SYSDUMMY1                                   00890000
           END-EXEC                                                     00900000
           PERFORM 945-RESERVE-RUN-ID                                   00900001
           OPEN INPUT ENF-REMIT-FEED                                    00910000
           IF WS-ENF-FEED-STATUS NOT = '00'                             00920000
              DISPLAY 'LOANENFP - UNABLE TO OPEN ENFPIN, STATUS = '     00930000
                                                                        02180000
              EXEC SQL                                                  02190000
                 UPDATE KALA15.PAYMENT_SCHEDULE                         02200000
                    SET ACTUAL_BALANCE_AMT = :WS-NEW-BAL,               02200001
                        RUN_ID = :RUNH-RUN-ID                           02200002
                  WHERE APP_ID = :SCHED-APP-ID                          02220000
                    AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO          02230000
              END-EXEC                                                  02240000
              EXEC SQL                                                  02340000
                 INSERT INTO KALA15.PAYMENT                             02350000
                        (PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE,          02360000
                         PAY_TYPE, BALANCE_AFTER, RUN_ID)               02360001
                 VALUES (:PAY-ID, :PAY-APP-ID, :PAY-AMOUNT,             02380000
                         CURRENT DATE, :PAY-TYPE, :PAY-BALANCE-AFTER,   02380001
                         :RUNH-RUN-ID)                                  02380002
              END-EXEC                                                  02400000
                                                                        02410000
              SUBTRACT WS-APPLY-AMT FROM WS-REMIT-LEFT                  02420000
              ADD 1 TO WS-RECS-POSTED                                   02430000
              MOVE SCHED-APP-ID TO POS-APP-ID                           02430001
              PERFORM 340-REFRESH-LOAN-POSITION                         02430002
              MOVE SPACES TO ENF-RPT-LINE                               02440000
              STRING 'GARNISH APP ' APP-ID ' AMT ' WS-APPLY-AMT         02450000
                     ' CASE ' ENFR-CASE-NUMBER                          02460000
           EXIT.                                                        02510000
                                                                        02520000
       330-FIND-PRIOR-BALANCE.                                          02530000
      *    THE LOAN_POSITION ROW CARRIES THE FIGURE WHEN IT IS          02530001
      *    CURRENT FOR THIS INSTALLMENT - A LOAN WITH NO ROW, OR ONE    02530002
      *    POSTED OUT OF TURN, READS THE SCHEDULE                       02530003
           MOVE SCHED-APP-ID TO POS-APP-ID                              02530004
           EXEC SQL                                                     02530005
              SELECT NEXT_INST_NO, PRINCIPAL_BAL                        02530006
                INTO :POS-NEXT-INST-NO, :POS-PRINCIPAL-BAL              02530007
                FROM KALA15.LOAN_POSITION                               02530008
               WHERE APP_ID = :POS-APP-ID                               02530009
           END-EXEC                                                     0253000A
           IF SQLCODE = 00 AND                                          0253000B
              POS-NEXT-INST-NO = SCHED-INSTALLMENT-NO                   0253000C
              MOVE POS-PRINCIPAL-BAL TO WS-PRIOR-BAL                    0253000D
           ELSE                                                         0253000E
              IF SCHED-INSTALLMENT-NO = 1                               0253000F
                 EXEC SQL                                               0253000G
                    SELECT LOAN_AMN                                     0253000H
                      INTO :LOAN-AMN                                    0253000I
                      FROM KALA15.APPLICATIONS                          0253000J
                     WHERE APP_ID = :SCHED-APP-ID                       0253000K
                 END-EXEC                                               0253000L
                 MOVE LOAN-AMN TO WS-PRIOR-BAL                          0253000M
              ELSE                                                      0253000N
                 COMPUTE WS-PREV-INSTNO = SCHED-INSTALLMENT-NO - 1      0253000O
                 EXEC SQL                                               0253000P
                    SELECT COALESCE(ACTUAL_BALANCE_AMT, BALANCE_AMT)    0253000Q
                      INTO :WS-PRIOR-BAL                                0253000R
                      FROM KALA15.PAYMENT_SCHEDULE                      0253000S
                     WHERE APP_ID = :SCHED-APP-ID                       0253000T
                       AND INSTALLMENT_NO = :WS-PREV-INSTNO             0253000U
                 END-EXEC                                               0253000V
              END-IF                                                    0253000W
           END-IF                                                       0253000X
           EXIT.                                                        02720000
                                                                        02730000
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   02730001
      *    POSTED, INSIDE THE SAME UNIT OF WORK - THE BALANCE           02730002
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    02730003
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       02730004
       340-REFRESH-LOAN-POSITION.                                       02730005
           MOVE 'LOANENFP' TO POS-UPDATED-BY                            02730006
           EXEC SQL                                                     02730007
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   02730008
                INTO :POS-NEXT-INST-NO                                  02730009
                FROM KALA15.PAYMENT_SCHEDULE                            0273000A
               WHERE APP_ID = :POS-APP-ID                               0273000B
                 AND ACTUAL_BALANCE_AMT IS NULL                         0273000C
           END-EXEC                                                     0273000D
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      0273000E
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    0273000F
           EXEC SQL                                                     0273000G
              SELECT COALESCE(                                          0273000H
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             0273000I
                                      S.BALANCE_AMT)                    0273000J
                        FROM KALA15.PAYMENT_SCHEDULE S                  0273000K
                       WHERE S.APP_ID = A.APP_ID                        0273000L
                         AND S.INSTALLMENT_NO =                         0273000M
                             CASE WHEN :POS-NEXT-INST-NO = 0            0273000N
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    0273000O
                                    FROM KALA15.PAYMENT_SCHEDULE P      0273000P
                                   WHERE P.APP_ID = A.APP_ID)           0273000Q
                                  ELSE :POS-NEXT-INST-NO - 1            0273000R
                             END),                                      0273000S
                     A.LOAN_AMN)                                        0273000T
                INTO :POS-PRINCIPAL-BAL                                 0273000U
                FROM KALA15.APPLICATIONS A                              0273000V
               WHERE A.APP_ID = :POS-APP-ID                             0273000W
           END-EXEC                                                     0273000X
           EXEC SQL                                                     0273000Y
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  0273000Z
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 02730010
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                02730011
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    02730012
               WHERE D.APP_ID = :POS-APP-ID                             02730013
                 AND D.DELINQ_STATUS = 'OPEN'                           02730014
                 AND S.APP_ID = D.APP_ID                                02730015
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                02730016
           END-EXEC                                                     02730017
           EXEC SQL                                                     02730018
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         02730019
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0273001A
                             - COALESCE(WAIVED_AMT, 0)                  0273001B
                        ELSE 0 END), 0),                                0273001C
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          0273001D
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0273001E
                             - COALESCE(WAIVED_AMT, 0)                  0273001F
                        ELSE 0 END), 0)                                 0273001G
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    0273001H
                FROM KALA15.FEE_HISTORY                                 0273001I
               WHERE APP_ID = :POS-APP-ID                               0273001J
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0273001K
                               + COALESCE(WAIVED_AMT, 0)                0273001L
           END-EXEC                                                     0273001M
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  0273001N
           EXEC SQL                                                     0273001O
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   0273001P
                INTO :POS-PENALTY-DUE                                   0273001Q
                FROM KALA15.PENALTY_ACCRUAL                             0273001R
               WHERE APP_ID = :POS-APP-ID                               0273001S
                 AND PEN_STATUS = 'OPEN'                                0273001T
           END-EXEC                                                     0273001U
           EXEC SQL                                                     0273001V
              UPDATE KALA15.LOAN_POSITION                               0273001W
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                0273001X
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               0273001Y
                     INTEREST_DUE   = :POS-INTEREST-DUE,                0273001Z
                     FEES_DUE       = :POS-FEES-DUE,                    02730020
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 02730021
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 02730022
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                02730023
                     UPDATED_BY     = :POS-UPDATED-BY                   02730024
               WHERE APP_ID = :POS-APP-ID                               02730025
           END-EXEC                                                     02730026
           IF SQLCODE = 100                                             02730027
              EXEC SQL                                                  02730028
                 INSERT INTO KALA15.LOAN_POSITION                       02730029
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           0273002A
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           0273002B
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       0273002C
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                0273002D
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         0273002E
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               0273002F
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           0273002G
                         :POS-UPDATED-BY)                               0273002H
              END-EXEC                                                  0273002I
           END-IF                                                       0273002J
           EXIT.                                                        0273002K
                                                                        0273002L
       450-PARK-IN-SUSPENSE.                                            02740000
           EXEC SQL                                                     02750000
              SELECT COALESCE(MAX(SUSP_ID), 0) + 1                      02760000
           DISPLAY 'LOANENFP - SENT TO SUSPENSE:   ' WS-RECS-SUSPENDED  03290000
           EXIT.                                                        03300000
                                                                        03310000
      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    03310001
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    03310002
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    03310003
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   03310004
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   03310005
       945-RESERVE-RUN-ID.                                              03310006
           EXEC SQL                                                     03310007
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       03310008
                INTO :RUNH-RUN-ID                                       03310009
                FROM KALA15.BATCH_RUN_HISTORY                           0331000A
           END-EXEC                                                     0331000B
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0331000C
           MOVE -1 TO RUNH-RUN-RC                                       0331000D
           EXEC SQL                                                     0331000E
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0331000F
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0331000G
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0331000H
              VALUES                                                    0331000I
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0331000J
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0331000K
           END-EXEC                                                     0331000L
           IF SQLCODE NOT = 00                                          0331000M
              DISPLAY 'LOANENFP - UNABLE TO RESERVE RUN ID, SQLCODE '   0331000N
                      SQLCODE                                           0331000O
              MOVE 16 TO RETURN-CODE                                    0331000P
              STOP RUN                                                  0331000Q
           END-IF                                                       0331000R
           EXEC SQL                                                     0331000S
              COMMIT                                                    0331000T
           END-EXEC                                                     0331000U
           EXIT.                                                        0331000V
                                                                        0331000W
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     0331000X
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       0331000Y
      *    CONSOLE'S DURATION TRENDING                                  03340000
       950-LOG-RUN-HISTORY.                                             03350000
           MOVE WS-RECS-READ TO RUNH-RECS-READ                          03420000
           MOVE WS-RECS-SUSPENDED TO RUNH-RECS-UPDATED                  03430000
           MOVE WS-RECS-POSTED TO RUNH-RECS-WRITTEN                     03440000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              03450000
           EXEC SQL                                                     03450001
              UPDATE KALA15.BATCH_RUN_HISTORY                           03450002
                 SET END_TS       = CURRENT TIMESTAMP,                  03450003
                     RECS_READ    = :RUNH-RECS-READ,                    03450004
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 03450005
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 03450006
                     RUN_RC       = :RUNH-RUN-RC,                       03450007
                     RUN_STATUS   = 'C'                                 03450008
               WHERE RUN_ID = :RUNH-RUN-ID                              03450009
           END-EXEC                                                     0345000A
           EXIT.                                                        03560000
