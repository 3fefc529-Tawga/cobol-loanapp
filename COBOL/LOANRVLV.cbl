           EXEC SQL                                                     00410000
              INCLUDE RUNHIST                                           00420000
           END-EXEC.                                                    00430000
           EXEC SQL                                                     00430001
              INCLUDE LOANPOS                                           00430002
           END-EXEC.                                                    00430003
                                                                        00440000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00450000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00460000
           END-EXEC                                                     03000000
                                                                        03010000
           ADD 1 TO WS-BILLED-CNT                                       03020000
           MOVE APP-ID TO POS-APP-ID                                    03020001
           PERFORM 235-REFRESH-LOAN-POSITION                            03020002
           MOVE SPACES TO BILL-RPT-LINE                                 03030000
           STRING 'APP ' APP-ID ' INSTALLMENT ' WS-NEXT-INST-NO         03040000
                  ' PRIN ' WS-BILL-PRIN-AMT ' INT ' WS-BILL-INT-AMT     03050000
           WRITE BILL-RPT-LINE                                          03080000
           EXIT.                                                        03090000
                                                                        03100000
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   03100001
      *    POSTED, INSIDE THE SAME UNIT OF WORK - THE BALANCE           03100002
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    03100003
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       03100004
       235-REFRESH-LOAN-POSITION.                                       03100005
           MOVE 'LOANRVLV' TO POS-UPDATED-BY                            03100006
           EXEC SQL                                                     03100007
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   03100008
                INTO :POS-NEXT-INST-NO                                  03100009
                FROM KALA15.PAYMENT_SCHEDULE                            0310000A
               WHERE APP_ID = :POS-APP-ID                               0310000B
                 AND ACTUAL_BALANCE_AMT IS NULL                         0310000C
           END-EXEC                                                     0310000D
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      0310000E
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    0310000F
           EXEC SQL                                                     0310000G
              SELECT COALESCE(                                          0310000H
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             0310000I
                                      S.BALANCE_AMT)                    0310000J
                        FROM KALA15.PAYMENT_SCHEDULE S                  0310000K
                       WHERE S.APP_ID = A.APP_ID                        0310000L
                         AND S.INSTALLMENT_NO =                         0310000M
                             CASE WHEN :POS-NEXT-INST-NO = 0            0310000N
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    0310000O
                                    FROM KALA15.PAYMENT_SCHEDULE P      0310000P
                                   WHERE P.APP_ID = A.APP_ID)           0310000Q
                                  ELSE :POS-NEXT-INST-NO - 1            0310000R
                             END),                                      0310000S
                     A.LOAN_AMN)                                        0310000T
                INTO :POS-PRINCIPAL-BAL                                 0310000U
                FROM KALA15.APPLICATIONS A                              0310000V
               WHERE A.APP_ID = :POS-APP-ID                             0310000W
           END-EXEC                                                     0310000X
           EXEC SQL                                                     0310000Y
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  0310000Z
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 03100010
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                03100011
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    03100012
               WHERE D.APP_ID = :POS-APP-ID                             03100013
                 AND D.DELINQ_STATUS = 'OPEN'                           03100014
                 AND S.APP_ID = D.APP_ID                                03100015
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                03100016
           END-EXEC                                                     03100017
           EXEC SQL                                                     03100018
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         03100019
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0310001A
                             - COALESCE(WAIVED_AMT, 0)                  0310001B
                        ELSE 0 END), 0),                                0310001C
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          0310001D
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0310001E
                             - COALESCE(WAIVED_AMT, 0)                  0310001F
                        ELSE 0 END), 0)                                 0310001G
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    0310001H
                FROM KALA15.FEE_HISTORY                                 0310001I
               WHERE APP_ID = :POS-APP-ID                               0310001J
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0310001K
                               + COALESCE(WAIVED_AMT, 0)                0310001L
           END-EXEC                                                     0310001M
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  0310001N
           EXEC SQL                                                     0310001O
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   0310001P
                INTO :POS-PENALTY-DUE                                   0310001Q
                FROM KALA15.PENALTY_ACCRUAL                             0310001R
               WHERE APP_ID = :POS-APP-ID                               0310001S
                 AND PEN_STATUS = 'OPEN'                                0310001T
           END-EXEC                                                     0310001U
           EXEC SQL                                                     0310001V
              UPDATE KALA15.LOAN_POSITION                               0310001W
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                0310001X
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               0310001Y
                     INTEREST_DUE   = :POS-INTEREST-DUE,                0310001Z
                     FEES_DUE       = :POS-FEES-DUE,                    03100020
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 03100021
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 03100022
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                03100023
                     UPDATED_BY     = :POS-UPDATED-BY                   03100024
               WHERE APP_ID = :POS-APP-ID                               03100025
           END-EXEC                                                     03100026
           IF SQLCODE = 100                                             03100027
              EXEC SQL                                                  03100028
                 INSERT INTO KALA15.LOAN_POSITION                       03100029
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           0310002A
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           0310002B
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       0310002C
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                0310002D
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         0310002E
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               0310002F
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           0310002G
                         :POS-UPDATED-BY)                               0310002H
              END-EXEC                                                  0310002I
           END-IF                                                       0310002J
           EXIT.                                                        0310002K
                                                                        0310002L
       260-BUILD-CREDITOR-REF.                                          03101000
           MOVE APP-ID TO WS-VIITE-APP                                  03102000
           MOVE WS-NEXT-INST-NO TO WS-VIITE-INST                        03103000
