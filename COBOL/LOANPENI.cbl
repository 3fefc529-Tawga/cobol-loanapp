           EXEC SQL                                                     00000001
              INCLUDE DEBTADJ                                           00000002
           END-EXEC.                                                    00000003
           EXEC SQL                                                     00000004
              INCLUDE LOANPOS                                           00000005
           END-EXEC.                                                    00000006
                                                                        00410000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00420000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00430000
       01  WS-DAYS-LATE            PIC S9(9) COMP VALUE ZERO.           00570000
       01  WS-OVERDUE-AMT          PIC S9(8)V9(2) COMP-3 VALUE ZERO.    00580000
       01  WS-ACCRUED-AMT          PIC S9(8)V9(2) COMP-3 VALUE ZERO.    00590000
       01  WS-ROW-CNT              PIC S9(9) COMP VALUE ZERO.           00590001
      *    THE PRODUCT'S DAY-COUNT CONVENTION - DAYS LATE BECOME A      00590002
      *    YEAR FRACTION, NUMERATOR OVER DENOMINATOR, THE SAME WAY      00590003
      *    THE CONTRACT INTEREST ACCRUES                                00590004
       01  WS-PEN-TO-DATE          PIC X(10).                           00590005
       01  WS-DCF-BASIS            PIC X(8).                            00590006
       01  WS-DCF-FROM-DATE        PIC X(10).                           00590007
       01  WS-DCF-DAYS             PIC S9(9) COMP.                      00590008
       01  WS-DCF-DAYS-360         PIC S9(9) COMP.                      00590009
       01  WS-DCF-YEARS-APART      PIC S9(9) COMP.                      0059000A
       01  WS-DCF-HEAD-DAYS        PIC S9(9) COMP.                      0059000B
       01  WS-DCF-TAIL-DAYS        PIC S9(9) COMP.                      0059000C
       01  WS-DCF-FROM-YEAR-DAYS   PIC S9(9) COMP.                      0059000D
       01  WS-DCF-YEAR-DAYS        PIC S9(9) COMP.                      0059000E
       01  WS-DCF-NUMER            PIC S9(9) COMP.                      0059000F
       01  WS-DCF-DENOM            PIC S9(9) COMP.                      0059000G
                                                                        00610000
       PROCEDURE DIVISION.                                              00620000
       000-MAIN-PARA.                                                   00630000
      *    GATED NIGHT MUST NOT CATALOG AN EMPTY GENERATION             01450001
           PERFORM 140-CHECK-CYCLE-GATE                                 01450001
           EXEC SQL                                                     00710000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE)        00710001
                INTO :WS-RUN-START, :WS-PEN-TO-DATE                     00710002
                FROM SYSIBM.SYSDUMMY1                                   00740000
           END-EXEC                                                     00750000
           PERFORM 945-RESERVE-RUN-ID                                   00750001
           OPEN OUTPUT PENI-RPT                                         00760000
           IF WS-PENI-RPT-STATUS NOT = '00'                             00770000
              DISPLAY 'LOANPENI - UNABLE TO OPEN PENIRPT, STATUS = '    00780000
           EXEC SQL                                                     01120000
              DECLARE PENCAND CURSOR FOR                                01130000
              SELECT D.APP_ID, D.INSTALLMENT_NO,                        01140000
                     DAYS(CURRENT DATE) - DAYS(D.DUE_DATE),             01140001
                     S.PRINCIPAL_AMT + S.INTEREST_AMT,                  01140002
                     CHAR(D.DUE_DATE),                                  01140003
                     COALESCE(                                          01140004
                        (SELECT P.DAY_COUNT_BASIS                       01140005
                           FROM KALA15.APPLICATIONS A,                  01140006
                                KALA15.PRODUCT P                        01140007
                          WHERE A.APP_ID = D.APP_ID                     01140008
                            AND P.PRODUCT_CODE =                        01140009
                                COALESCE(NULLIF(A.PRODUCT_CODE, ' '),   0114000A
                                         'CONSUMER')                    0114000B
                            AND P.EFFECTIVE_DATE <= CURRENT DATE        0114000C
                            AND (P.END_DATE IS NULL                     0114000D
                                 OR P.END_DATE >= CURRENT DATE)         0114000E
                          FETCH FIRST 1 ROW ONLY), 'ACT/365')           0114000F
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    0114000G
               WHERE D.DELINQ_STATUS = 'OPEN'                           01180000
                 AND S.APP_ID = D.APP_ID                                01190000
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                01200000
              EXEC SQL                                                  02020000
                 INSERT INTO KALA15.FEE_HISTORY                         02030000
                        (FEE_ID, APP_ID, INSTALLMENT_NO, DUE_DATE,      02040000
                         BUCKET, FEE_AMT, ASSESSED_DATE, RUN_ID)        02040001
                 VALUES (:FEE-ID, :FEE-APP-ID, :FEE-INSTALLMENT-NO,     02060000
                         CURRENT DATE + 14 DAYS, 'PENALTY',             02070000
                         :FEE-AMT, CURRENT DATE, :RUNH-RUN-ID)          02070001
              END-EXEC                                                  02090000
           END-IF                                                       02100000
                                                                        02110000
      *    THE ROW KEEPS WHAT IT HELD BEFORE THIS RUN FIRST TOUCHED IT  02110001
      *    - A ROW THE RUN ALREADY WROTE KEEPS ITS EARLIER PRIOR        02110002
           EXEC SQL                                                     02120000
              UPDATE KALA15.PENALTY_ACCRUAL                             02130000
                 SET PEN_STATUS = 'CURED',                              02130001
                     PRIOR_ACCRUED_AMT =                                02130002
                        CASE WHEN RUN_ID = :RUNH-RUN-ID                 02130003
                             THEN PRIOR_ACCRUED_AMT                     02130004
                             ELSE ACCRUED_AMT END,                      02130005
                     PRIOR_ACCRUED_THRU =                               02130006
                        CASE WHEN RUN_ID = :RUNH-RUN-ID                 02130007
                             THEN PRIOR_ACCRUED_THRU                    02130008
                             ELSE ACCRUED_THRU END,                     02130009
                     PRIOR_STATUS =                                     0213000A
                        CASE WHEN RUN_ID = :RUNH-RUN-ID                 0213000B
                             THEN PRIOR_STATUS                          0213000C
                             ELSE PEN_STATUS END,                       0213000D
                     RUN_ID = :RUNH-RUN-ID                              0213000E
               WHERE APP_ID = :PEN-APP-ID                               02150000
                 AND INSTALLMENT_NO = :PEN-INSTALLMENT-NO               02160000
           END-EXEC                                                     02170000
                  DELIMITED BY SIZE INTO PENI-RPT-LINE                  02230000
           END-STRING                                                   02240000
           WRITE PENI-RPT-LINE                                          02250000
           MOVE PEN-APP-ID TO POS-APP-ID                                02250001
           PERFORM 330-REFRESH-LOAN-POSITION                            02250002
           EXIT.                                                        02260000
                                                                        02270000
       200-ACCRUE-ONE-CASE.                                             02280000
           EXEC SQL                                                     02290000
              FETCH PENCAND                                             02300000
               INTO :DELINQ-APP-ID, :DELINQ-INSTALLMENT-NO,             02300001
                    :WS-DAYS-LATE, :WS-OVERDUE-AMT,                     02300002
                    :WS-DCF-FROM-DATE, :WS-DCF-BASIS                    02300003
           END-EXEC                                                     02330000
           IF SQLCODE NOT = 00                                          02340000
              MOVE 'Y' TO WS-EOF-SW                                     02350000
           END-IF                                                       02390000
           EXIT.                                                        02400000
                                                                        02410000
      *    THE ACCRUAL IS RESTATED FROM FIRST PRINCIPLES EACH NIGHT -   02410001
      *    OVERDUE AMOUNT TIMES THE FROZEN RATE TIMES THE YEAR          02410002
      *    FRACTION THE DAYS LATE MAKE UNDER THE PRODUCT'S DAY-COUNT    02410003
      *    CONVENTION - SO A MISSED NIGHT NEVER LOSES A DAY'S INTEREST  02410004
       300-UPSERT-ACCRUAL.                                              02410005
           PERFORM 310-DAY-COUNT-FRACTION                               02410006
           MOVE DELINQ-APP-ID         TO PEN-APP-ID                     02410007
           MOVE DELINQ-INSTALLMENT-NO TO PEN-INSTALLMENT-NO             02470000
           EXEC SQL                                                     02480000
              SELECT PEN_RATE                                           02490000
              WHEN 100                                                  02560000
                 MOVE WS-PEN-RATE TO PEN-RATE                           02570000
                 COMPUTE WS-ACCRUED-AMT ROUNDED =                       02580000
                         WS-OVERDUE-AMT * PEN-RATE                      02580001
                         * WS-DCF-NUMER / WS-DCF-DENOM                  02580002
                 MOVE WS-OVERDUE-AMT TO PEN-OVERDUE-AMT                 02580003
                 MOVE WS-ACCRUED-AMT TO PEN-ACCRUED-AMT                 02620000
                 EXEC SQL                                               02630000
                    INSERT INTO KALA15.PENALTY_ACCRUAL                  02640000
                       (APP_ID, INSTALLMENT_NO, OVERDUE_AMT, PEN_RATE,  02650000
                        ACCRUED_AMT, ACCRUED_THRU, PEN_STATUS, RUN_ID)  02650001
                    VALUES                                              02670000
                       (:PEN-APP-ID, :PEN-INSTALLMENT-NO,               02680000
                        :PEN-OVERDUE-AMT, :PEN-RATE,                    02690000
                        :PEN-ACCRUED-AMT, CURRENT DATE, 'OPEN',         02690001
                        :RUNH-RUN-ID)                                   02690002
                 END-EXEC                                               02710000
                 ADD 1 TO WS-ACCRUED-CNT                                02720000
              WHEN 00                                                   02730000
                 COMPUTE WS-ACCRUED-AMT ROUNDED =                       02740000
                         WS-OVERDUE-AMT * PEN-RATE                      02740001
                         * WS-DCF-NUMER / WS-DCF-DENOM                  02740002
                 MOVE WS-ACCRUED-AMT TO PEN-ACCRUED-AMT                 02740003
                 EXEC SQL                                               02780000
                    UPDATE KALA15.PENALTY_ACCRUAL                       02790000
                       SET ACCRUED_AMT = :PEN-ACCRUED-AMT,              02800000
                           ACCRUED_THRU = CURRENT DATE,                 02810000
                           PEN_STATUS = 'OPEN',                         02810001
                           PRIOR_ACCRUED_AMT =                          02810002
                              CASE WHEN RUN_ID = :RUNH-RUN-ID           02810003
                                   THEN PRIOR_ACCRUED_AMT               02810004
                                   ELSE ACCRUED_AMT END,                02810005
                           PRIOR_ACCRUED_THRU =                         02810006
                              CASE WHEN RUN_ID = :RUNH-RUN-ID           02810007
                                   THEN PRIOR_ACCRUED_THRU              02810008
                                   ELSE ACCRUED_THRU END,               02810009
                           PRIOR_STATUS =                               0281000A
                              CASE WHEN RUN_ID = :RUNH-RUN-ID           0281000B
                                   THEN PRIOR_STATUS                    0281000C
                                   ELSE PEN_STATUS END,                 0281000D
                           RUN_ID = :RUNH-RUN-ID                        0281000E
                     WHERE APP_ID = :PEN-APP-ID                         02830000
                       AND INSTALLMENT_NO = :PEN-INSTALLMENT-NO         02840000
                 END-EXEC                                               02850000
                 ADD 1 TO WS-ACCRUED-CNT                                02860000
           END-EVALUATE                                                 02870000
           MOVE PEN-APP-ID TO POS-APP-ID                                02870001
           PERFORM 330-REFRESH-LOAN-POSITION                            02870002
           EXIT.                                                        02880000
                                                                        02880001
      *    YEAR FRACTION FROM THE DUE DATE TO TONIGHT UNDER THE LOAN    02880002
      *    PRODUCT'S CONVENTION. ACT/ACT SPLITS A SPAN CROSSING A       02880003
      *    YEAR END SO EACH PIECE IS DIVIDED BY ITS OWN YEAR'S LENGTH;  02880004
      *    30/360 IS THE EUROPEAN FORM (A 31ST COUNTS AS THE 30TH AT    02880005
      *    BOTH ENDS); ANYTHING ELSE IS ACTUAL/365                      02880006
       310-DAY-COUNT-FRACTION.                                          02880007
           EXEC SQL                                                     02880008
              SELECT 360 * (YEAR(DATE(:WS-PEN-TO-DATE))                 02880009
                            - YEAR(DATE(:WS-DCF-FROM-DATE)))            0288000A
                     + 30 * (MONTH(DATE(:WS-PEN-TO-DATE))               0288000B
                             - MONTH(DATE(:WS-DCF-FROM-DATE)))          0288000C
                     + MIN(DAY(DATE(:WS-PEN-TO-DATE)), 30)              0288000D
                     - MIN(DAY(DATE(:WS-DCF-FROM-DATE)), 30),           0288000E
                     YEAR(DATE(:WS-PEN-TO-DATE))                        0288000F
                     - YEAR(DATE(:WS-DCF-FROM-DATE)),                   0288000G
                     DAYS(DATE(:WS-DCF-FROM-DATE)                       0288000H
                          - (DAYOFYEAR(DATE(:WS-DCF-FROM-DATE)) - 1)    0288000I
                            DAYS + 1 YEAR)                              0288000J
                     - DAYS(DATE(:WS-DCF-FROM-DATE)),                   0288000K
                     DAYOFYEAR(DATE(:WS-PEN-TO-DATE)) - 1,              0288000L
                     DAYS(DATE(:WS-DCF-FROM-DATE)                       0288000M
                          - (DAYOFYEAR(DATE(:WS-DCF-FROM-DATE)) - 1)    0288000N
                            DAYS + 1 YEAR)                              0288000O
                     - DAYS(DATE(:WS-DCF-FROM-DATE)                     0288000P
                          - (DAYOFYEAR(DATE(:WS-DCF-FROM-DATE)) - 1)    0288000Q
                            DAYS),                                      0288000R
                     DAYS(DATE(:WS-PEN-TO-DATE)                         0288000S
                          - (DAYOFYEAR(DATE(:WS-PEN-TO-DATE)) - 1)      0288000T
                            DAYS + 1 YEAR)                              0288000U
                     - DAYS(DATE(:WS-PEN-TO-DATE)                       0288000V
                          - (DAYOFYEAR(DATE(:WS-PEN-TO-DATE)) - 1)      0288000W
                            DAYS)                                       0288000X
                INTO :WS-DCF-DAYS-360, :WS-DCF-YEARS-APART,             0288000Y
                     :WS-DCF-HEAD-DAYS, :WS-DCF-TAIL-DAYS,              0288000Z
                     :WS-DCF-FROM-YEAR-DAYS, :WS-DCF-YEAR-DAYS          02880010
                FROM SYSIBM.SYSDUMMY1                                   02880011
           END-EXEC                                                     02880012
           IF SQLCODE NOT = 00                                          02880013
              MOVE 'ACT/365' TO WS-DCF-BASIS                            02880014
           END-IF                                                       02880015
           MOVE WS-DAYS-LATE TO WS-DCF-DAYS                             02880016
                                                                        02880017
           EVALUATE WS-DCF-BASIS                                        02880018
              WHEN '30/360'                                             02880019
                 MOVE WS-DCF-DAYS-360 TO WS-DCF-NUMER                   0288001A
                 MOVE 360             TO WS-DCF-DENOM                   0288001B
              WHEN 'ACT/ACT'                                            0288001C
                 IF WS-DCF-YEARS-APART = ZERO                           0288001D
                    MOVE WS-DCF-DAYS      TO WS-DCF-NUMER               0288001E
                    MOVE WS-DCF-YEAR-DAYS TO WS-DCF-DENOM               0288001F
                 ELSE                                                   0288001G
                    COMPUTE WS-DCF-NUMER =                              0288001H
                            WS-DCF-HEAD-DAYS * WS-DCF-YEAR-DAYS         0288001I
                          + (WS-DCF-YEARS-APART - 1)                    0288001J
                            * WS-DCF-FROM-YEAR-DAYS * WS-DCF-YEAR-DAYS  0288001K
                          + WS-DCF-TAIL-DAYS * WS-DCF-FROM-YEAR-DAYS    0288001L
                    COMPUTE WS-DCF-DENOM =                              0288001M
                            WS-DCF-FROM-YEAR-DAYS * WS-DCF-YEAR-DAYS    0288001N
                 END-IF                                                 0288001O
              WHEN OTHER                                                0288001P
                 MOVE WS-DCF-DAYS TO WS-DCF-NUMER                       0288001Q
                 MOVE 365         TO WS-DCF-DENOM                       0288001R
           END-EVALUATE                                                 0288001S
           IF WS-DCF-DENOM NOT > ZERO                                   0288001T
              MOVE WS-DCF-DAYS TO WS-DCF-NUMER                          0288001U
              MOVE 365         TO WS-DCF-DENOM                          0288001V
           END-IF                                                       0288001W
           EXIT.                                                        0288001X
                                                                        02890000
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   02890001
      *    POSTED, INSIDE THE SAME UNIT OF WORK - THE BALANCE           02890002
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    02890003
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       02890004
       330-REFRESH-LOAN-POSITION.                                       02890005
           MOVE 'LOANPENI' TO POS-UPDATED-BY                            02890006
           EXEC SQL                                                     02890007
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   02890008
                INTO :POS-NEXT-INST-NO                                  02890009
                FROM KALA15.PAYMENT_SCHEDULE                            0289000A
               WHERE APP_ID = :POS-APP-ID                               0289000B
                 AND ACTUAL_BALANCE_AMT IS NULL                         0289000C
           END-EXEC                                                     0289000D
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      0289000E
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    0289000F
           EXEC SQL                                                     0289000G
              SELECT COALESCE(                                          0289000H
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             0289000I
                                      S.BALANCE_AMT)                    0289000J
                        FROM KALA15.PAYMENT_SCHEDULE S                  0289000K
                       WHERE S.APP_ID = A.APP_ID                        0289000L
                         AND S.INSTALLMENT_NO =                         0289000M
                             CASE WHEN :POS-NEXT-INST-NO = 0            0289000N
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    0289000O
                                    FROM KALA15.PAYMENT_SCHEDULE P      0289000P
                                   WHERE P.APP_ID = A.APP_ID)           0289000Q
                                  ELSE :POS-NEXT-INST-NO - 1            0289000R
                             END),                                      0289000S
                     A.LOAN_AMN)                                        0289000T
                INTO :POS-PRINCIPAL-BAL                                 0289000U
                FROM KALA15.APPLICATIONS A                              0289000V
               WHERE A.APP_ID = :POS-APP-ID                             0289000W
           END-EXEC                                                     0289000X
           EXEC SQL                                                     0289000Y
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  0289000Z
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 02890010
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                02890011
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    02890012
               WHERE D.APP_ID = :POS-APP-ID                             02890013
                 AND D.DELINQ_STATUS = 'OPEN'                           02890014
                 AND S.APP_ID = D.APP_ID                                02890015
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                02890016
           END-EXEC                                                     02890017
           EXEC SQL                                                     02890018
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         02890019
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0289001A
                             - COALESCE(WAIVED_AMT, 0)                  0289001B
                        ELSE 0 END), 0),                                0289001C
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          0289001D
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0289001E
                             - COALESCE(WAIVED_AMT, 0)                  0289001F
                        ELSE 0 END), 0)                                 0289001G
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    0289001H
                FROM KALA15.FEE_HISTORY                                 0289001I
               WHERE APP_ID = :POS-APP-ID                               0289001J
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0289001K
                               + COALESCE(WAIVED_AMT, 0)                0289001L
           END-EXEC                                                     0289001M
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  0289001N
           EXEC SQL                                                     0289001O
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   0289001P
                INTO :POS-PENALTY-DUE                                   0289001Q
                FROM KALA15.PENALTY_ACCRUAL                             0289001R
               WHERE APP_ID = :POS-APP-ID                               0289001S
                 AND PEN_STATUS = 'OPEN'                                0289001T
           END-EXEC                                                     0289001U
           EXEC SQL                                                     0289001V
              UPDATE KALA15.LOAN_POSITION                               0289001W
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                0289001X
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               0289001Y
                     INTEREST_DUE   = :POS-INTEREST-DUE,                0289001Z
                     FEES_DUE       = :POS-FEES-DUE,                    02890020
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 02890021
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 02890022
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                02890023
                     UPDATED_BY     = :POS-UPDATED-BY                   02890024
               WHERE APP_ID = :POS-APP-ID                               02890025
           END-EXEC                                                     02890026
           IF SQLCODE = 100                                             02890027
              EXEC SQL                                                  02890028
                 INSERT INTO KALA15.LOAN_POSITION                       02890029
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           0289002A
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           0289002B
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       0289002C
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                0289002D
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         0289002E
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               0289002F
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           0289002G
                         :POS-UPDATED-BY)                               0289002H
              END-EXEC                                                  0289002I
           END-IF                                                       0289002J
           EXIT.                                                        0289002K
                                                                        0289002L
       500-CHECKPOINT-COMMIT.                                           02900000
           IF FUNCTION MOD(WS-ACCRUED-CNT, CHKPT-COMMIT-FREQ) = ZERO    02910000
              EXEC SQL                                                  02920000
           DISPLAY 'LOANPENI - ACCRUALS CURED:    ' WS-CURED-CNT        03230000
           EXIT.                                                        03240000
                                                                        03250000
      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    03250001
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    03250002
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    03250003
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   03250004
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   03250005
       945-RESERVE-RUN-ID.                                              03250006
           EXEC SQL                                                     03250007
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       03250008
                INTO :RUNH-RUN-ID                                       03250009
                FROM KALA15.BATCH_RUN_HISTORY                           0325000A
           END-EXEC                                                     0325000B
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0325000C
           MOVE -1 TO RUNH-RUN-RC                                       0325000D
           EXEC SQL                                                     0325000E
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0325000F
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0325000G
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0325000H
              VALUES                                                    0325000I
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0325000J
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0325000K
           END-EXEC                                                     0325000L
           IF SQLCODE NOT = 00                                          0325000M
              DISPLAY 'LOANPENI - UNABLE TO RESERVE RUN ID, SQLCODE '   0325000N
                      SQLCODE                                           0325000O
              MOVE 16 TO RETURN-CODE                                    0325000P
              STOP RUN                                                  0325000Q
           END-IF                                                       0325000R
           EXEC SQL                                                     0325000S
              COMMIT                                                    0325000T
           END-EXEC                                                     0325000U
           EXIT.                                                        0325000V
                                                                        0325000W
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     0325000X
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       0325000Y
      *    CONSOLE'S DURATION TRENDING                                  03280000
       950-LOG-RUN-HISTORY.                                             03290000
           MOVE WS-ACCRUED-CNT TO RUNH-RECS-READ                        03360000
           MOVE WS-ACCRUED-CNT TO RUNH-RECS-UPDATED                     03370000
           MOVE WS-CURED-CNT TO RUNH-RECS-WRITTEN                       03380000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              03390000
           EXEC SQL                                                     03390001
              UPDATE KALA15.BATCH_RUN_HISTORY                           03390002
                 SET END_TS       = CURRENT TIMESTAMP,                  03390003
                     RECS_READ    = :RUNH-RECS-READ,                    03390004
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 03390005
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 03390006
                     RUN_RC       = :RUNH-RUN-RC,                       03390007
                     RUN_STATUS   = 'C'                                 03390008
               WHERE RUN_ID = :RUNH-RUN-ID                              03390009
           END-EXEC                                                     0339000A
           EXIT.                                                        03500000
