           EXEC SQL                                                     00590000
              INCLUDE RUNHIST                                           00600000
           END-EXEC.                                                    00610000
           EXEC SQL                                                     00610001
              INCLUDE LOANPOS                                           00610002
           END-EXEC.                                                    00610003
                                                                        00620000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00630000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00640000
                    (SELECT 1 FROM KALA15.AGENCY_PLACEMENT AP           01460000
                      WHERE AP.APP_ID = A.APP_ID                        01470000
                        AND AP.PLACE_STATUS = 'PLACED')                 01480000
      *          A TIME-BARRED CLAIM CANNOT BE COLLECTED - IT IS NOT    01480001
      *          HANDED TO AN AGENCY TO TRY                             01480002
                 AND NOT EXISTS                                         01480003
                    (SELECT 1 FROM KALA15.CLAIM_LIMITATION L            01480004
                      WHERE L.APP_ID = A.APP_ID                         01480005
                        AND L.EXPIRY_DATE < CURRENT DATE)               01480006
      *          A STOP CODE BLOCKING AGENCY ON THE LOAN, OR            01480007
      *          ON ITS CUSTOMER WITH NO LOAN NAMED, HOLDS THE          01480008
      *          PLACEMENT BACK UNTIL THE STOP IS RELEASED              01480009
                 AND NOT EXISTS                                         0148000A
                    (SELECT 1 FROM KALA15.STOP_CODE SC,                 0148000B
                                   KALA15.STOP_CODE_BLOCK SB            0148000C
                      WHERE SC.CUST_SSN = A.CUST_SSN                    0148000D
                        AND (SC.APP_ID = A.APP_ID                       0148000E
                          OR SC.APP_ID IS NULL)                         0148000F
                        AND SC.STOP_STATUS = 'A'                        0148000G
                        AND SB.STOP_CODE = SC.STOP_CODE                 0148000H
                        AND SB.ACTIVITY = 'AGENCY')                     0148000I
      *          A CUSTOMER ON THE VULNERABLE REGISTER STAYS WITH THE   0148000J
      *          IN-HOUSE SPECIALISTS UNLESS A SUPERVISOR HAS SIGNED    0148000K
      *          THE AGENCY OVERRIDE ON THE ENTRY                       0148000L
                 AND NOT EXISTS                                         0148000M
                    (SELECT 1 FROM KALA15.VULNERABLE_CUSTOMER V         0148000N
                      WHERE V.CUST_SSN = A.CUST_SSN                     0148000O
                        AND V.VULN_STATUS = 'A'                         0148000P
                        AND V.AGENCY_OVRD_BY IS NULL)                   0148000Q
               ORDER BY A.APP_ID                                        01490000
           END-EXEC                                                     01500000
           EXEC SQL                                                     01510000
                                                                        02940000
       330-FIND-OPEN-BALANCE.                                           02950000
           MOVE ZERO TO WS-PAY-PRIOR-BAL                                02960000
      *    THE LOAN_POSITION ROW CARRIES THE BALANCE ENTERING THE       02960001
      *    FIRST UNPAID INSTALLMENT - A LOAN WITH NO ROW YET READS      02960002
      *    THE SCHEDULE                                                 02960003
           MOVE SCHED-APP-ID TO POS-APP-ID                              02960004
           EXEC SQL                                                     02960005
              SELECT NEXT_INST_NO, PRINCIPAL_BAL                        02960006
                INTO :POS-NEXT-INST-NO, :POS-PRINCIPAL-BAL              02960007
                FROM KALA15.LOAN_POSITION                               02960008
               WHERE APP_ID = :POS-APP-ID                               02960009
           END-EXEC                                                     0296000A
           IF SQLCODE = 00                                              0296000B
              IF POS-NEXT-INST-NO NOT = ZERO                            0296000C
                 MOVE POS-PRINCIPAL-BAL TO WS-PAY-PRIOR-BAL             0296000D
              END-IF                                                    0296000E
           ELSE                                                         0296000F
              EXEC SQL                                                  0296000G
                 SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                0296000H
                   INTO :WS-PAY-INSTALLMENT-NO                          0296000I
                   FROM KALA15.PAYMENT_SCHEDULE                         0296000J
                  WHERE APP_ID = :SCHED-APP-ID                          0296000K
                    AND ACTUAL_BALANCE_AMT IS NULL                      0296000L
              END-EXEC                                                  0296000M
              IF WS-PAY-INSTALLMENT-NO NOT = ZERO                       0296000N
                 IF WS-PAY-INSTALLMENT-NO = 1                           0296000O
                    EXEC SQL                                            0296000P
                       SELECT LOAN_AMN                                  0296000Q
                         INTO :LOAN-AMN                                 0296000R
                         FROM KALA15.APPLICATIONS                       0296000S
                        WHERE APP_ID = :SCHED-APP-ID                    0296000T
                    END-EXEC                                            0296000U
                    MOVE LOAN-AMN TO WS-PAY-PRIOR-BAL                   0296000V
                 ELSE                                                   0296000W
                    COMPUTE SCHED-INSTALLMENT-NO =                      0296000X
                            WS-PAY-INSTALLMENT-NO - 1                   0296000Y
                    EXEC SQL                                            0296000Z
                       SELECT ACTUAL_BALANCE_AMT                        02960010
                         INTO :WS-PAY-PRIOR-BAL                         02960011
                         FROM KALA15.PAYMENT_SCHEDULE                   02960012
                        WHERE APP_ID = :SCHED-APP-ID                    02960013
                          AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO    02960014
                    END-EXEC                                            02960015
                 END-IF                                                 02960016
              END-IF                                                    02960017
           END-IF                                                       02960018
           EXIT.                                                        03250000
                                                                        03260000
       500-CHECKPOINT-COMMIT.                                           03270000
