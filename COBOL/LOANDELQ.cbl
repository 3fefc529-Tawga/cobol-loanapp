           EXEC SQL                                                     0028000A
              INCLUDE COLLACT                                           0028000B
           END-EXEC.                                                    0028000C
           EXEC SQL                                                     0028000D
              INCLUDE LOANPOS                                           0028000E
           END-EXEC.                                                    0028000F
                                                                        00290000
       01  WS-DELINQ-DAYS-PAST-DUE  PIC S9(9) COMP.                     00300000
       01  WS-DELINQ-BUCKET         PIC X(8).                           00310000
      *             AND UNPAID THEY AGE LIKE ANY OTHER ROW              00684004
                    AND (DEFERRED_FLAG IS NULL OR                       00687000
                         DEFERRED_FLAG NOT IN ('V', 'C'))               00687001
      *             A RETURNED DIRECT DEBIT WAITING TO BE PRESENTED     00687002
      *             AGAIN IS NOT IN ARREARS UNTIL THAT ATTEMPT FAILS    00687003
                    AND REPRESENT_DATE IS NULL                          00687004
      *             AN ESTATE CASE IS WORKED BY THE ESTATE DESK,        0068700B
      *             NOT THE DELINQUENCY MACHINERY                       0068700C
                    AND APP_ID NOT IN                                   0068700D
                       FROM KALA15.PAYMENT_SCHEDULE                     01200000
                      WHERE BALANCE_AMT = 0)                            01210000
           END-EXEC                                                     01220000
      *    A LOAN LEFT WITH NOTHING OPEN HAS NO ARREARS ON ITS          01220001
      *    POSITION ROW EITHER                                          01220002
           EXEC SQL                                                     01220003
              UPDATE KALA15.LOAN_POSITION P                             01220004
                 SET INTEREST_DUE   = 0,                                01220005
                     ARREARS_AMT    = 0,                                01220006
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                01220007
                     UPDATED_BY     = 'LOANDELQ'                        01220008
               WHERE ARREARS_AMT <> 0                                   01220009
                 AND NOT EXISTS                                         0122000A
                    (SELECT 1                                           0122000B
                       FROM KALA15.DELINQUENCY D                        0122000C
                      WHERE D.APP_ID = P.APP_ID                         0122000D
                        AND D.DELINQ_STATUS = 'OPEN')                   0122000E
           END-EXEC                                                     0122000F
           EXIT.                                                        01230000
                                                                        01240000
       300-FETCH-PAST-DUE.                                              01250000
                         S.DAYS_PAST_DUE, S.BUCKET, 'OPEN',             01800000
                         CURRENT DATE)                                  01810000
           END-EXEC                                                     01820000
           MOVE SCHED-APP-ID TO POS-APP-ID                              01820001
           PERFORM 450-REFRESH-LOAN-POSITION                            01820002
           EXIT.                                                        01830000
                                                                        01840000
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   01840001
      *    POSTED, INSIDE THE SAME UNIT OF WORK - THE BALANCE           01840002
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    01840003
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       01840004
       450-REFRESH-LOAN-POSITION.                                       01840005
           MOVE 'LOANDELQ' TO POS-UPDATED-BY                            01840006
           EXEC SQL                                                     01840007
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   01840008
                INTO :POS-NEXT-INST-NO                                  01840009
                FROM KALA15.PAYMENT_SCHEDULE                            0184000A
               WHERE APP_ID = :POS-APP-ID                               0184000B
                 AND ACTUAL_BALANCE_AMT IS NULL                         0184000C
           END-EXEC                                                     0184000D
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      0184000E
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    0184000F
           EXEC SQL                                                     0184000G
              SELECT COALESCE(                                          0184000H
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             0184000I
                                      S.BALANCE_AMT)                    0184000J
                        FROM KALA15.PAYMENT_SCHEDULE S                  0184000K
                       WHERE S.APP_ID = A.APP_ID                        0184000L
                         AND S.INSTALLMENT_NO =                         0184000M
                             CASE WHEN :POS-NEXT-INST-NO = 0            0184000N
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    0184000O
                                    FROM KALA15.PAYMENT_SCHEDULE P      0184000P
                                   WHERE P.APP_ID = A.APP_ID)           0184000Q
                                  ELSE :POS-NEXT-INST-NO - 1            0184000R
                             END),                                      0184000S
                     A.LOAN_AMN)                                        0184000T
                INTO :POS-PRINCIPAL-BAL                                 0184000U
                FROM KALA15.APPLICATIONS A                              0184000V
               WHERE A.APP_ID = :POS-APP-ID                             0184000W
           END-EXEC                                                     0184000X
           EXEC SQL                                                     0184000Y
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  0184000Z
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 01840010
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                01840011
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    01840012
               WHERE D.APP_ID = :POS-APP-ID                             01840013
                 AND D.DELINQ_STATUS = 'OPEN'                           01840014
                 AND S.APP_ID = D.APP_ID                                01840015
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                01840016
           END-EXEC                                                     01840017
           EXEC SQL                                                     01840018
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         01840019
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0184001A
                             - COALESCE(WAIVED_AMT, 0)                  0184001B
                        ELSE 0 END), 0),                                0184001C
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          0184001D
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0184001E
                             - COALESCE(WAIVED_AMT, 0)                  0184001F
                        ELSE 0 END), 0)                                 0184001G
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    0184001H
                FROM KALA15.FEE_HISTORY                                 0184001I
               WHERE APP_ID = :POS-APP-ID                               0184001J
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0184001K
                               + COALESCE(WAIVED_AMT, 0)                0184001L
           END-EXEC                                                     0184001M
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  0184001N
           EXEC SQL                                                     0184001O
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   0184001P
                INTO :POS-PENALTY-DUE                                   0184001Q
                FROM KALA15.PENALTY_ACCRUAL                             0184001R
               WHERE APP_ID = :POS-APP-ID                               0184001S
                 AND PEN_STATUS = 'OPEN'                                0184001T
           END-EXEC                                                     0184001U
           EXEC SQL                                                     0184001V
              UPDATE KALA15.LOAN_POSITION                               0184001W
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                0184001X
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               0184001Y
                     INTEREST_DUE   = :POS-INTEREST-DUE,                0184001Z
                     FEES_DUE       = :POS-FEES-DUE,                    01840020
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 01840021
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 01840022
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                01840023
                     UPDATED_BY     = :POS-UPDATED-BY                   01840024
               WHERE APP_ID = :POS-APP-ID                               01840025
           END-EXEC                                                     01840026
           IF SQLCODE = 100                                             01840027
              EXEC SQL                                                  01840028
                 INSERT INTO KALA15.LOAN_POSITION                       01840029
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           0184002A
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           0184002B
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       0184002C
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                0184002D
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         0184002E
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               0184002F
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           0184002G
                         :POS-UPDATED-BY)                               0184002H
              END-EXEC                                                  0184002I
           END-IF                                                       0184002J
           EXIT.                                                        0184002K
                                                                        0184002L
      *    COMMITS EVERY CANDIDATE SO A LONG SWEEP DOESN'T HOLD LOCKS   01850000
      *    FOR THE FULL DURATION                                        01860000
       500-CHECKPOINT-COMMIT.                                           01870000
