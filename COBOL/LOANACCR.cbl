           EXEC SQL                                                     00280000
              INCLUDE ACCRUAL                                           00290000
           END-EXEC.                                                    00300000
           EXEC SQL                                                     00300001
              INCLUDE BUSPARM                                           00300002
           END-EXEC.                                                    00300003
                                                                        00310000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00320000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00330000
       01  WS-AS-OF-DATE           PIC X(10).                           00400000
       01  WS-LOANS-ACCRUED        PIC 9(7)  VALUE ZERO.                00410000
       01  WS-TOTAL-ACCRUAL        PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00420000
       01  WS-TOTAL-FEES           PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00420001
      *    ORIGINATION CHARGES ARE NOT INCOME ON THE DAY - THEY BOOK    00420002
      *    AS DEFERRED AND LOANFEIR RELEASES THEM OVER THE LOAN LIFE    00420003
       01  WS-TOTAL-ORIG-DEF       PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00420004
       01  WS-TOTAL-PRINCIPAL      PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00440000
      *    THE ENVELOPE THE FINANCE ACK MUST MATCH - COUNT AND          00000011
      *    DR/CR TOTALS OF TONIGHT'S POSTING FILE                       00000012
       01  WS-BATCH-RECS           PIC S9(9) COMP VALUE ZERO.           00000013
       01  WS-BATCH-DR             PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00000014
       01  WS-BATCH-CR             PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00000015
      *    NON-ACCRUAL: THE DAYS-PAST-DUE THAT STOPS ACCRUAL, THE       00000016
      *    ACCRUALS REVERSED TONIGHT, AND INTEREST RECOGNISED ONLY      00000017
      *    BECAUSE CASH ARRIVED ON A LOAN THAT NO LONGER ACCRUES        00000018
       01  WS-NACC-DPD             PIC S9(9) COMP VALUE 90.             00000019
       01  WS-NACC-EOF-SW          PIC X     VALUE 'N'.                 0000001A
           88  WS-NACC-NO-MORE-ROWS VALUE 'Y'.                          0000001B
       01  WS-NACC-UNPAID          PIC S9(10)V9(2) COMP-3.              0000001C
       01  WS-LOANS-NONACCR        PIC 9(7)  VALUE ZERO.                0000001D
       01  WS-LOANS-CURED          PIC 9(7)  VALUE ZERO.                0000001E
       01  WS-TOTAL-REVERSED       PIC S9(12)V9(2) COMP-3 VALUE ZERO.   0000001F
       01  WS-TOTAL-CASH-INT       PIC S9(12)V9(2) COMP-3 VALUE ZERO.   0000001G
      *    THE PRODUCT'S DAY-COUNT CONVENTION - THE SPAN SINCE THE      0000001H
      *    LAST ACCRUAL BECOMES A YEAR FRACTION, NUMERATOR OVER         0000001I
      *    DENOMINATOR, BEFORE THE RATE IS APPLIED                      0000001J
       01  WS-DCF-BASIS            PIC X(8).                            0000001K
       01  WS-DCF-FROM-DATE        PIC X(10).                           0000001L
       01  WS-DCF-DAYS             PIC S9(9) COMP.                      0000001M
       01  WS-DCF-DAYS-360         PIC S9(9) COMP.                      0000001N
       01  WS-DCF-YEARS-APART      PIC S9(9) COMP.                      0000001O
       01  WS-DCF-HEAD-DAYS        PIC S9(9) COMP.                      0000001P
       01  WS-DCF-TAIL-DAYS        PIC S9(9) COMP.                      0000001Q
       01  WS-DCF-FROM-YEAR-DAYS   PIC S9(9) COMP.                      0000001R
       01  WS-DCF-YEAR-DAYS        PIC S9(9) COMP.                      0000001S
       01  WS-DCF-NUMER            PIC S9(9) COMP.                      0000001T
       01  WS-DCF-DENOM            PIC S9(9) COMP.                      0000001U
                                                                        00450000
       PROCEDURE DIVISION.                                              00460000
       000-MAIN-PARA.                                                   00470000
                FROM SYSIBM.SYSDUMMY1                                   00670000
           END-EXEC                                                     00680000
                                                                        00690000
      *    NON-ACCRUAL CLASSIFICATION RUNS BEFORE THE ACCRUAL CURSOR    00690001
      *    OPENS SO A LOAN STOPPED TONIGHT EARNS NOTHING TONIGHT        00690002
           PERFORM 150-CLASSIFY-NON-ACCRUAL                             00690003
                                                                        00690004
      *    EVERY FUNDED LIVE LOAN: THE BALANCE THE INTEREST RUNS ON,    00700000
      *    ITS CONTRACT RATE, AND HOW MANY DAYS HAVE PASSED SINCE       00700001
      *    THE LAST ACCRUAL (A LOAN NEVER ACCRUED BEFORE EARNS FROM     00700002
      *    YESTERDAY, SO DAY ONE BOOKS ONE DAY), WITH THE DATE THAT     00700003
      *    SPAN STARTS AND THE PRODUCT'S DAY-COUNT CONVENTION           00700004
           EXEC SQL                                                     00740000
              DECLARE ACCRC CURSOR FOR                                  00750000
              SELECT A.APP_ID,                                          00760000
                          WHERE O.CUST_SSN = A.CUST_SSN                 00880007
                          ORDER BY O.EXPIRY_DATE DESC                   00880008
                          FETCH FIRST 1 ROW ONLY), 0),                  00880009
                     DAYS(CURRENT DATE) -                               0088000A
                     DAYS(COALESCE(AC.LAST_ACCRUAL_DATE,                0088000B
                          CURRENT DATE - 1 DAY)),                       0088000C
                     CHAR(COALESCE(AC.LAST_ACCRUAL_DATE,                0088000D
                          CURRENT DATE - 1 DAY)),                       0088000E
                     COALESCE(                                          0088000F
                        (SELECT P.DAY_COUNT_BASIS                       0088000G
                           FROM KALA15.PRODUCT P                        0088000H
                          WHERE P.PRODUCT_CODE =                        0088000I
                                COALESCE(NULLIF(A.PRODUCT_CODE, ' '),   0088000J
                                         'CONSUMER')                    0088000K
                            AND P.EFFECTIVE_DATE <= CURRENT DATE        0088000L
                            AND (P.END_DATE IS NULL                     0088000M
                                 OR P.END_DATE >= CURRENT DATE)         0088000N
                          FETCH FIRST 1 ROW ONLY), 'ACT/365')           0088000O
                FROM KALA15.APPLICATIONS A                              0088000P
                LEFT JOIN KALA15.INTEREST I                             00940000
                  ON A.INTEREST = I.INTEREST_ID                         00950000
                LEFT JOIN KALA15.INTEREST_ACCRUAL AC                    00960000
                    (SELECT 1 FROM KALA15.DEBT_ADJUSTMENT J             01024000
                      WHERE J.APP_ID = A.APP_ID                         01025000
                        AND J.ADJ_STATUS = 'ACTIVE')                    01026000
      *          A LOAN ON NON-ACCRUAL BOOKS INTEREST ONLY AS CASH      01026001
      *          ARRIVES - 180-RECOGNISE-CASH-INTEREST DOES THAT        01026002
                 AND COALESCE(AC.ACCRUAL_STATUS, 'A') <> 'N'            01026003
               ORDER BY A.APP_ID                                        01030000
           END-EXEC                                                     01040000
           EXEC SQL                                                     01050000
           END-EXEC                                                     01070000
           EXIT.                                                        01080000
                                                                        01090000
      *    NON-ACCRUAL: A FUNDED LOAN 90+ DAYS PAST DUE (NONACCR_DPD    01090001
      *    IN BUSINESS_PARAM) OR CHARGED OFF STOPS BOOKING INTEREST.    01090002
      *    TODAY'S CASH ON LOANS ALREADY THERE IS RECOGNISED FIRST,     01090003
      *    THEN LOANS THAT HAVE CURED GO BACK TO NORMAL ACCRUAL, THEN   01090004
      *    NEWLY-QUALIFYING LOANS ARE PLACED ON NON-ACCRUAL WITH THEIR  01090005
      *    ACCRUED-BUT-UNPAID INTEREST REVERSED                         01090006
       150-CLASSIFY-NON-ACCRUAL.                                        01090007
           MOVE 'NONACCR_DPD' TO BUSPARM-NAME                           01090008
           EXEC SQL                                                     01090009
              SELECT PARAM_VALUE                                        0109000A
                INTO :BUSPARM-VALUE                                     0109000B
                FROM KALA15.BUSINESS_PARAM                              0109000C
               WHERE PARAM_NAME = :BUSPARM-NAME                         0109000D
                 AND EFFECTIVE_DATE <= CURRENT DATE                     0109000E
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     0109000F
           END-EXEC                                                     0109000G
           IF SQLCODE = 00                                              0109000H
              MOVE BUSPARM-VALUE TO WS-NACC-DPD                         0109000I
           END-IF                                                       0109000J
                                                                        0109000K
           PERFORM 180-RECOGNISE-CASH-INTEREST                          0109000L
           PERFORM 170-RESTORE-CURED-LOANS                              0109000M
                                                                        0109000N
      *    UNPAID ACCRUAL IS EVERYTHING EVER ACCRUED LESS THE INTEREST  0109000O
      *    THE PAYMENT WATERFALL HAS ALREADY ALLOCATED                  0109000P
           EXEC SQL                                                     0109000Q
              DECLARE NACCC CURSOR FOR                                  0109000R
              SELECT A.APP_ID,                                          0109000S
                     COALESCE(AC.ACCRUED_AMT, 0) -                      0109000T
                     COALESCE(                                          0109000U
                        (SELECT SUM(P.ALLOC_INTEREST)                   0109000V
                           FROM KALA15.PAYMENT P                        0109000W
                          WHERE P.APP_ID = A.APP_ID), 0)                0109000X
                FROM KALA15.APPLICATIONS A                              0109000Y
                LEFT JOIN KALA15.INTEREST_ACCRUAL AC                    0109000Z
                  ON A.APP_ID = AC.APP_ID                               01090010
               WHERE A.STATUS IN (1, 4)                                 01090011
                 AND COALESCE(AC.ACCRUAL_STATUS, 'A') <> 'N'            01090012
                 AND EXISTS                                             01090013
                    (SELECT 1 FROM KALA15.DISBURSEMENT D                01090014
                      WHERE D.APP_ID = A.APP_ID                         01090015
                        AND D.DISB_STATUS = 'SENT')                     01090016
                 AND (EXISTS                                            01090017
                        (SELECT 1 FROM KALA15.CHARGE_OFF C              01090018
                          WHERE C.APP_ID = A.APP_ID)                    01090019
                      OR EXISTS                                         0109001A
                        (SELECT 1 FROM KALA15.DELINQUENCY Q             0109001B
                          WHERE Q.APP_ID = A.APP_ID                     0109001C
                            AND Q.DELINQ_STATUS = 'OPEN'                0109001D
                            AND Q.DAYS_PAST_DUE >= :WS-NACC-DPD))       0109001E
               ORDER BY A.APP_ID                                        0109001F
           END-EXEC                                                     0109001G
           EXEC SQL                                                     0109001H
              OPEN NACCC                                                0109001I
           END-EXEC                                                     0109001J
           PERFORM 160-PLACE-ON-NON-ACCRUAL UNTIL WS-NACC-NO-MORE-ROWS  0109001K
           EXEC SQL                                                     0109001L
              CLOSE NACCC                                               0109001M
           END-EXEC                                                     0109001N
           EXIT.                                                        0109001O
                                                                        0109001P
      *    THE REVERSAL COMES OUT OF ACCRUED_AMT, SO WHAT IS LEFT THERE 0109001Q
      *    IS ONLY INTEREST ACTUALLY PAID; A LOAN THAT NEVER ACCRUED    0109001R
      *    GETS A ROW SO THE ACCRUAL CURSOR SKIPS IT FROM NOW ON        0109001S
       160-PLACE-ON-NON-ACCRUAL.                                        0109001T
           EXEC SQL                                                     0109001U
              FETCH NACCC                                               0109001V
                INTO :WS-APP-ID, :WS-NACC-UNPAID                        0109001W
           END-EXEC                                                     0109001X
                                                                        0109001Y
           IF SQLCODE NOT = 00                                          0109001Z
              MOVE 'Y' TO WS-NACC-EOF-SW                                01090020
           ELSE                                                         01090021
              IF WS-NACC-UNPAID < 0                                     01090022
                 MOVE ZERO TO WS-NACC-UNPAID                            01090023
              END-IF                                                    01090024
              MOVE WS-APP-ID      TO ACCR-APP-ID                        01090025
              MOVE WS-NACC-UNPAID TO ACCR-REVERSED-AMT                  01090026
              EXEC SQL                                                  01090027
                 MERGE INTO KALA15.INTEREST_ACCRUAL AS T                01090028
                 USING (VALUES (:ACCR-APP-ID, :ACCR-REVERSED-AMT)) AS S 01090029
                        (APP_ID, REVERSED_AMT)                          0109002A
                 ON T.APP_ID = S.APP_ID                                 0109002B
                 WHEN MATCHED THEN                                      0109002C
                    UPDATE SET                                          0109002D
                       T.ACCRUED_AMT = T.ACCRUED_AMT - S.REVERSED_AMT,  0109002E
                       T.REVERSED_AMT = COALESCE(T.REVERSED_AMT, 0)     0109002F
                          + S.REVERSED_AMT,                             0109002G
                       T.ACCRUAL_STATUS = 'N',                          0109002H
                       T.NONACCRUAL_DATE = CURRENT DATE                 0109002I
                 WHEN NOT MATCHED THEN                                  0109002J
                    INSERT (APP_ID, ACCRUED_AMT, LAST_ACCRUAL_DATE,     0109002K
                            ACCRUAL_STATUS, NONACCRUAL_DATE,            0109002L
                            REVERSED_AMT)                               0109002M
                    VALUES (S.APP_ID, 0, CURRENT DATE,                  0109002N
                            'N', CURRENT DATE, 0)                       0109002O
              END-EXEC                                                  0109002P
              IF SQLCODE = 00                                           0109002Q
                 ADD 1 TO WS-LOANS-NONACCR                              0109002R
                 ADD WS-NACC-UNPAID TO WS-TOTAL-REVERSED                0109002S
              ELSE                                                      0109002T
                 DISPLAY 'LOANACCR - NON-ACCRUAL MERGE FAILED, SQLCODE '0109002U
                         SQLCODE ' APP ' WS-APP-ID                      0109002V
              END-IF                                                    0109002W
           END-IF                                                       0109002X
           EXIT.                                                        0109002Y
                                                                        0109002Z
      *    A LIVE LOAN WITH NO OPEN DELINQUENCY LEFT AND NO CHARGE-OFF  01090030
      *    HAS CURED - IT ACCRUES AGAIN FROM TONIGHT. THE INTEREST      01090031
      *    REVERSED WHILE IT WAS STOPPED IS NOT RE-ACCRUED; WHATEVER    01090032
      *    OF IT THE CUSTOMER PAID WAS ALREADY TAKEN IN AS CASH         01090033
       170-RESTORE-CURED-LOANS.                                         01090034
           EXEC SQL                                                     01090035
              UPDATE KALA15.INTEREST_ACCRUAL T                          01090036
                 SET ACCRUAL_STATUS = 'A',                              01090037
                     NONACCRUAL_DATE = NULL,                            01090038
                     LAST_ACCRUAL_DATE = CURRENT DATE - 1 DAY           01090039
               WHERE T.ACCRUAL_STATUS = 'N'                             0109003A
                 AND EXISTS                                             0109003B
                    (SELECT 1 FROM KALA15.APPLICATIONS A                0109003C
                      WHERE A.APP_ID = T.APP_ID                         0109003D
                        AND A.STATUS = 1)                               0109003E
                 AND NOT EXISTS                                         0109003F
                    (SELECT 1 FROM KALA15.CHARGE_OFF C                  0109003G
                      WHERE C.APP_ID = T.APP_ID)                        0109003H
                 AND NOT EXISTS                                         0109003I
                    (SELECT 1 FROM KALA15.DELINQUENCY Q                 0109003J
                      WHERE Q.APP_ID = T.APP_ID                         0109003K
                        AND Q.DELINQ_STATUS = 'OPEN')                   0109003L
           END-EXEC                                                     0109003M
           IF SQLCODE = 00                                              0109003N
              MOVE SQLERRD(3) TO WS-LOANS-CURED                         0109003O
           END-IF                                                       0109003P
           EXIT.                                                        0109003Q
                                                                        0109003R
      *    CASH BASIS: THE INTEREST SHARE OF TODAY'S PAYMENTS ON A      0109003S
      *    NON-ACCRUAL LOAN IS THE ONLY INCOME IT EARNS. IT IS ADDED    0109003T
      *    BACK TO ACCRUED_AMT AND THE DATE ROLLED SO A RERUN OF THE    0109003U
      *    SAME DAY CANNOT TAKE IT IN TWICE                             0109003V
       180-RECOGNISE-CASH-INTEREST.                                     0109003W
           EXEC SQL                                                     0109003X
              SELECT COALESCE(SUM(P.ALLOC_INTEREST), 0)                 0109003Y
                INTO :WS-TOTAL-CASH-INT                                 0109003Z
                FROM KALA15.PAYMENT P,                                  01090040
                     KALA15.INTEREST_ACCRUAL T                          01090041
               WHERE P.APP_ID = T.APP_ID                                01090042
                 AND T.ACCRUAL_STATUS = 'N'                             01090043
                 AND T.LAST_ACCRUAL_DATE < CURRENT DATE                 01090044
                 AND P.PAY_DATE = CURRENT DATE                          01090045
           END-EXEC                                                     01090046
                                                                        01090047
           EXEC SQL                                                     01090048
              UPDATE KALA15.INTEREST_ACCRUAL T                          01090049
                 SET ACCRUED_AMT = ACCRUED_AMT +                        0109004A
                        COALESCE(                                       0109004B
                           (SELECT SUM(P.ALLOC_INTEREST)                0109004C
                              FROM KALA15.PAYMENT P                     0109004D
                             WHERE P.APP_ID = T.APP_ID                  0109004E
                               AND P.PAY_DATE = CURRENT DATE), 0),      0109004F
                     LAST_ACCRUAL_DATE = CURRENT DATE                   0109004G
               WHERE T.ACCRUAL_STATUS = 'N'                             0109004H
                 AND T.LAST_ACCRUAL_DATE < CURRENT DATE                 0109004I
           END-EXEC                                                     0109004J
           EXIT.                                                        0109004K
                                                                        0109004L
       200-ACCRUE-ONE-LOAN.                                             0109004M
           EXEC SQL                                                     0109004N
              FETCH ACCRC                                               0109004O
                INTO :WS-APP-ID, :WS-OUTSTANDING, :WS-RATE,             0109004P
                     :WS-ACCRUE-DAYS, :WS-DCF-FROM-DATE,                0109004Q
                     :WS-DCF-BASIS                                      0109004R
           END-EXEC                                                     0109004S
                                                                        01160000
           IF SQLCODE NOT = 00                                          01170000
              MOVE 'Y' TO WS-EOF-SW                                     01180000
           ELSE                                                         01190000
              IF WS-ACCRUE-DAYS > 0 AND WS-RATE > 0 AND                 01200000
                 WS-OUTSTANDING > 0                                     01210000
                 PERFORM 250-DAY-COUNT-FRACTION                         01210001
                 COMPUTE WS-DAY-ACCRUAL ROUNDED =                       01210002
                         WS-OUTSTANDING * WS-RATE * WS-DCF-NUMER        01210003
                         / WS-DCF-DENOM                                 01210004
                 MOVE WS-APP-ID      TO ACCR-APP-ID                     01250000
                 MOVE WS-DAY-ACCRUAL TO ACCR-AMT                        01260000
                 EXEC SQL                                               01270000
              END-IF                                                    01500000
           END-IF                                                       01510000
           EXIT.                                                        01520000
                                                                        01520001
      *    YEAR FRACTION FROM THE LAST ACCRUAL TO TONIGHT UNDER THE     01520002
      *    PRODUCT'S CONVENTION. ACT/ACT SPLITS A SPAN THAT CROSSES A   01520003
      *    YEAR END SO EACH PIECE IS DIVIDED BY ITS OWN YEAR'S LENGTH;  01520004
      *    30/360 IS THE EUROPEAN FORM (A 31ST COUNTS AS THE 30TH AT    01520005
      *    BOTH ENDS); ANYTHING ELSE IS ACTUAL/365                      01520006
       250-DAY-COUNT-FRACTION.                                          01520007
           EXEC SQL                                                     01520008
              SELECT 360 * (YEAR(DATE(:WS-AS-OF-DATE))                  01520009
                            - YEAR(DATE(:WS-DCF-FROM-DATE)))            0152000A
                     + 30 * (MONTH(DATE(:WS-AS-OF-DATE))                0152000B
                             - MONTH(DATE(:WS-DCF-FROM-DATE)))          0152000C
                     + MIN(DAY(DATE(:WS-AS-OF-DATE)), 30)               0152000D
                     - MIN(DAY(DATE(:WS-DCF-FROM-DATE)), 30),           0152000E
                     YEAR(DATE(:WS-AS-OF-DATE))                         0152000F
                     - YEAR(DATE(:WS-DCF-FROM-DATE)),                   0152000G
                     DAYS(DATE(:WS-DCF-FROM-DATE)                       0152000H
                          - (DAYOFYEAR(DATE(:WS-DCF-FROM-DATE)) - 1)    0152000I
                            DAYS + 1 YEAR)                              0152000J
                     - DAYS(DATE(:WS-DCF-FROM-DATE)),                   0152000K
                     DAYOFYEAR(DATE(:WS-AS-OF-DATE)) - 1,               0152000L
                     DAYS(DATE(:WS-DCF-FROM-DATE)                       0152000M
                          - (DAYOFYEAR(DATE(:WS-DCF-FROM-DATE)) - 1)    0152000N
                            DAYS + 1 YEAR)                              0152000O
                     - DAYS(DATE(:WS-DCF-FROM-DATE)                     0152000P
                          - (DAYOFYEAR(DATE(:WS-DCF-FROM-DATE)) - 1)    0152000Q
                            DAYS),                                      0152000R
                     DAYS(DATE(:WS-AS-OF-DATE)                          0152000S
                          - (DAYOFYEAR(DATE(:WS-AS-OF-DATE)) - 1)       0152000T
                            DAYS + 1 YEAR)                              0152000U
                     - DAYS(DATE(:WS-AS-OF-DATE)                        0152000V
                          - (DAYOFYEAR(DATE(:WS-AS-OF-DATE)) - 1)       0152000W
                            DAYS)                                       0152000X
                INTO :WS-DCF-DAYS-360, :WS-DCF-YEARS-APART,             0152000Y
                     :WS-DCF-HEAD-DAYS, :WS-DCF-TAIL-DAYS,              0152000Z
                     :WS-DCF-FROM-YEAR-DAYS, :WS-DCF-YEAR-DAYS          01520010
                FROM SYSIBM.SYSDUMMY1                                   01520011
           END-EXEC                                                     01520012
           IF SQLCODE NOT = 00                                          01520013
              MOVE 'ACT/365' TO WS-DCF-BASIS                            01520014
           END-IF                                                       01520015
           MOVE WS-ACCRUE-DAYS TO WS-DCF-DAYS                           01520016
                                                                        01520017
           EVALUATE WS-DCF-BASIS                                        01520018
              WHEN '30/360'                                             01520019
                 MOVE WS-DCF-DAYS-360 TO WS-DCF-NUMER                   0152001A
                 MOVE 360             TO WS-DCF-DENOM                   0152001B
              WHEN 'ACT/ACT'                                            0152001C
                 IF WS-DCF-YEARS-APART = ZERO                           0152001D
                    MOVE WS-DCF-DAYS      TO WS-DCF-NUMER               0152001E
                    MOVE WS-DCF-YEAR-DAYS TO WS-DCF-DENOM               0152001F
                 ELSE                                                   0152001G
                    COMPUTE WS-DCF-NUMER =                              0152001H
                            WS-DCF-HEAD-DAYS * WS-DCF-YEAR-DAYS         0152001I
                          + (WS-DCF-YEARS-APART - 1)                    0152001J
                            * WS-DCF-FROM-YEAR-DAYS * WS-DCF-YEAR-DAYS  0152001K
                          + WS-DCF-TAIL-DAYS * WS-DCF-FROM-YEAR-DAYS    0152001L
                    COMPUTE WS-DCF-DENOM =                              0152001M
                            WS-DCF-FROM-YEAR-DAYS * WS-DCF-YEAR-DAYS    0152001N
                 END-IF                                                 0152001O
              WHEN OTHER                                                0152001P
                 MOVE WS-DCF-DAYS TO WS-DCF-NUMER                       0152001Q
                 MOVE 365         TO WS-DCF-DENOM                       0152001R
           END-EVALUATE                                                 0152001S
           IF WS-DCF-DENOM NOT > ZERO                                   0152001T
              MOVE WS-DCF-DAYS TO WS-DCF-NUMER                          0152001U
              MOVE 365         TO WS-DCF-DENOM                          0152001V
           END-IF                                                       0152001W
           EXIT.                                                        0152001X
                                                                        01530000
      *    THE OTHER MOVEMENT TOTALS THE LEDGER NEEDS EVERY DAY:        01530001
      *    FEES ASSESSED TODAY (STRAIGHT FROM FEE_HISTORY - THE         01530002
      *    ORIGINATION CHARGE KEPT APART AS DEFERRED) AND PRINCIPAL     01530003
      *    RECEIVED WITH TODAY'S POSTED PAYMENTS                        01530004
       300-TOTAL-FEES-AND-PRINCIPAL.                                    01530005
           EXEC SQL                                                     01530006
              SELECT COALESCE(SUM(FEE_AMT), 0)                          01530007
                INTO :WS-TOTAL-FEES                                     01530008
                FROM KALA15.FEE_HISTORY                                 01530009
               WHERE ASSESSED_DATE = CURRENT DATE                       0153000A
                 AND BUCKET <> 'ORIG'                                   0153000B
           END-EXEC                                                     0153000C
                                                                        0153000D
           EXEC SQL                                                     0153000E
              SELECT COALESCE(SUM(FEE_AMT), 0)                          0153000F
                INTO :WS-TOTAL-ORIG-DEF                                 0153000G
                FROM KALA15.FEE_HISTORY                                 0153000H
               WHERE ASSESSED_DATE = CURRENT DATE                       0153000I
                 AND BUCKET = 'ORIG'                                    0153000J
           END-EXEC                                                     0153000K
                                                                        0153000L
           EXEC SQL                                                     01660000
              SELECT COALESCE(SUM(PAY_AMOUNT), 0)                       01670000
                INTO :WS-TOTAL-PRINCIPAL                                01680000
              PERFORM 410-WRITE-BALANCED-PAIR                           01780000
           END-IF                                                       01790000
           IF WS-TOTAL-FEES > 0                                         01800000
              MOVE 'FEE' TO GLMAP-EVENT-TYPE                            01800001
              MOVE WS-TOTAL-FEES TO POST-AMOUNT                         01800002
              PERFORM 410-WRITE-BALANCED-PAIR                           01800003
           END-IF                                                       01800004
           IF WS-TOTAL-ORIG-DEF > 0                                     01800005
              MOVE 'ORIGDEF' TO GLMAP-EVENT-TYPE                        01800006
              MOVE WS-TOTAL-ORIG-DEF TO POST-AMOUNT                     01800007
              PERFORM 410-WRITE-BALANCED-PAIR                           01800008
           END-IF                                                       01800009
           IF WS-TOTAL-PRINCIPAL > 0                                    01850000
              MOVE 'PAYMENT' TO GLMAP-EVENT-TYPE                        01860000
              MOVE WS-TOTAL-PRINCIPAL TO POST-AMOUNT                    01870000
              MOVE WS-TOTAL-SMLWOFF TO POST-AMOUNT                      0189T000
              PERFORM 410-WRITE-BALANCED-PAIR                           0189U000
           END-IF                                                       0189V000
      *    TONIGHT'S NON-ACCRUAL REVERSALS TAKE BACK INTEREST INCOME    0189V001
      *    THAT WILL NOT BE COLLECTED; CASH INTEREST ON LOANS ALREADY   0189V002
      *    STOPPED IS RECOGNISED ONLY NOW THAT IT HAS ARRIVED           0189V003
           IF WS-TOTAL-REVERSED > 0                                     0189V004
              MOVE 'ACCRREV' TO GLMAP-EVENT-TYPE                        0189V005
              MOVE WS-TOTAL-REVERSED TO POST-AMOUNT                     0189V006
              PERFORM 410-WRITE-BALANCED-PAIR                           0189V007
           END-IF                                                       0189V008
           IF WS-TOTAL-CASH-INT > 0                                     0189V009
              MOVE 'NACASHIN' TO GLMAP-EVENT-TYPE                       0189V00A
              MOVE WS-TOTAL-CASH-INT TO POST-AMOUNT                     0189V00B
              PERFORM 410-WRITE-BALANCED-PAIR                           0189V00C
           END-IF                                                       0189V00D
           EXIT.                                                        01900000
                                                                        01910000
       410-WRITE-BALANCED-PAIR.                                         01920000
           CLOSE POSTING-FILE                                           02190000
           DISPLAY 'LOANACCR - LOANS ACCRUED    : ' WS-LOANS-ACCRUED    02200000
           DISPLAY 'LOANACCR - INTEREST ACCRUED : ' WS-TOTAL-ACCRUAL    02210000
           DISPLAY 'LOANACCR - FEES ASSESSED    : ' WS-TOTAL-FEES       02210001
           DISPLAY 'LOANACCR - ORIG FEE DEFERRED: ' WS-TOTAL-ORIG-DEF   02210002
           DISPLAY 'LOANACCR - PAYMENTS POSTED  : ' WS-TOTAL-PRINCIPAL  02230000
           DISPLAY 'LOANACCR - NEW NON-ACCRUAL  : ' WS-LOANS-NONACCR    02230001
           DISPLAY 'LOANACCR - INTEREST REVERSED: ' WS-TOTAL-REVERSED   02230002
           DISPLAY 'LOANACCR - CURED TO ACCRUAL : ' WS-LOANS-CURED      02230003
           DISPLAY 'LOANACCR - CASH INTEREST    : ' WS-TOTAL-CASH-INT   02230004
           EXIT.                                                        02240000
