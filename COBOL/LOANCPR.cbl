       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANCPR.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT SPEED-REPORT ASSIGN TO CPRRPT                         00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-RPT-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    THE MONTH'S PREPAYMENT SPEEDS FOR TREASURY AND THE LOAN-     00110000
      *    SALE INVESTORS - ONE LINE PER PRODUCT, VINTAGE, RATE BAND    00120000
      *    AND FIXED/ARM, THEN THE WHOLE BOOK                           00130000
       FD  SPEED-REPORT                                                 00140000
           RECORDING MODE F                                             00150000
           LABEL RECORDS STANDARD.                                      00160000
       01  RPT-LINE                PIC X(132).                          00170000
                                                                        00180000
       WORKING-STORAGE SECTION.                                         00190000
           EXEC SQL                                                     00200000
              INCLUDE SQLCA                                             00210000
           END-EXEC.                                                    00220000
           EXEC SQL                                                     00230000
              INCLUDE PRPSPEED                                          00240000
           END-EXEC.                                                    00250000
           EXEC SQL                                                     00260000
              INCLUDE RUNHIST                                           00270000
           END-EXEC.                                                    00280000
                                                                        00290000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00300000
           88  WS-NO-MORE-LOANS    VALUE 'Y'.                           00310000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00320000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANCPR'.           00330000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00340000
       01  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.                00350000
       01  WS-ROWS-WRITTEN         PIC 9(7)  VALUE ZERO.                00360000
       01  WS-ROWS-REPLACED        PIC S9(9) COMP VALUE ZERO.           00370000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00380000
      *    THE CALENDAR MONTH MEASURED - THE ONE JUST ENDED             00390000
       01  WS-MONTH-START          PIC X(10) VALUE SPACES.              00400000
       01  WS-MONTH-END            PIC X(10) VALUE SPACES.              00410000
      *    ONE LOAN AS THE CURSOR DELIVERS IT, IN ITS OWN CURRENCY.     00420000
      *    THE CAUSE IS SET ONLY FOR A LOAN THAT CLOSED IN THE MONTH:   00430000
      *       R - TAKEN OVER BY A NEW LOAN OF OURS (REFINANCE, TOP-UP   00440000
      *           OR CONSOLIDATION WITH US)                             00450000
      *       C - PAID OFF BY ANOTHER LENDER - A PAYOFF THE STATEMENT   00460000
      *           SHOWS COMING FROM SOMEONE OTHER THAN THE BORROWER     00470000
      *       P - PAID OFF BY THE CUSTOMER                              00480000
       01  WS-LOAN-ROW.                                                 00490000
           05  WS-L-PRODUCT        PIC X(8).                            00500000
           05  WS-L-VINTAGE        PIC S9(9) COMP.                      00510000
           05  WS-L-BAND           PIC S9(4) COMP.                      00520000
           05  WS-L-ARM-FLAG       PIC X(1).                            00530000
           05  WS-L-OPEN-BAL       PIC S9(10)V9(2) COMP-3.              00540000
           05  WS-L-SCHED-PRIN     PIC S9(10)V9(2) COMP-3.              00550000
           05  WS-L-PRIN-PAID      PIC S9(10)V9(2) COMP-3.              00560000
           05  WS-L-CAUSE          PIC X(1).                            00570000
               88  WS-L-REFINANCED VALUE 'R'.                           00580000
               88  WS-L-OTHER-LENDER VALUE 'C'.                         00590000
               88  WS-L-STILL-OPEN VALUE SPACE.                         00600000
           05  WS-L-EUR-RATE       PIC S9(5)V9(6) COMP-3.               00610000
       01  WS-L-PREPAID            PIC S9(10)V9(2) COMP-3.              00620000
       01  WS-L-OPEN-EUR           PIC S9(11)V9(2) COMP-3.              00630000
       01  WS-L-SCHED-EUR          PIC S9(11)V9(2) COMP-3.              00640000
       01  WS-L-PREPAID-EUR        PIC S9(11)V9(2) COMP-3.              00650000
      *    THE CELL BEING ADDED UP, AND THE WHOLE BOOK                  00660000
       01  WS-GROUP-SW             PIC X     VALUE 'N'.                 00670000
           88  WS-GROUP-OPEN       VALUE 'Y'.                           00680000
       01  WS-GROUP-ROW.                                                00690000
           05  WS-G-PRODUCT        PIC X(8).                            00700000
           05  WS-G-VINTAGE        PIC S9(9) COMP.                      00710000
           05  WS-G-BAND           PIC S9(4) COMP.                      00720000
           05  WS-G-ARM-FLAG       PIC X(1).                            00730000
           05  WS-G-LOANS          PIC S9(9) COMP.                      00740000
           05  WS-G-PAYOFFS        PIC S9(9) COMP.                      00750000
           05  WS-G-OPEN-BAL       PIC S9(11)V9(2) COMP-3.              00760000
           05  WS-G-SCHED-PRIN     PIC S9(11)V9(2) COMP-3.              00770000
           05  WS-G-PREPAY-CUST    PIC S9(11)V9(2) COMP-3.              00780000
           05  WS-G-PREPAY-REFI    PIC S9(11)V9(2) COMP-3.              00790000
           05  WS-G-PREPAY-CONS    PIC S9(11)V9(2) COMP-3.              00800000
       01  WS-TOTALS.                                                   00810000
           05  WS-T-LOANS          PIC S9(9) COMP VALUE ZERO.           00820000
           05  WS-T-PAYOFFS        PIC S9(9) COMP VALUE ZERO.           00830000
           05  WS-T-OPEN-BAL       PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00840000
           05  WS-T-SCHED-PRIN     PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00850000
           05  WS-T-PREPAY-CUST    PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00860000
           05  WS-T-PREPAY-REFI    PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00870000
           05  WS-T-PREPAY-CONS    PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00880000
      *    THE BALANCE THAT COULD HAVE PREPAID - WHAT WAS OPEN AT THE   00890000
      *    START OF THE MONTH LESS WHAT THE SCHEDULES TOOK - AND THE    00900000
      *    SINGLE-MONTH RATES AS FRACTIONS OF IT                        00910000
       01  WS-PREPAY-BASE          PIC S9(11)V9(2) COMP-3.              00920000
       01  WS-PREPAY-TOTAL         PIC S9(11)V9(2) COMP-3.              00930000
       01  WS-SMM                  PIC S9(1)V9(8) COMP-3.               00940000
       01  WS-SMM-CAUSE            PIC S9(1)V9(8) COMP-3.               00950000
       01  WS-ED-YEAR              PIC 9(4).                            00960000
       01  WS-ED-BAND              PIC Z9.                              00970000
       01  WS-LINE-KEY             PIC X(25).                           00980000
       01  WS-ED-CNT               PIC ZZZ,ZZ9.                         00990000
       01  WS-ED-PAYOFFS           PIC ZZZ,ZZ9.                         01000000
       01  WS-ED-BALANCE           PIC ZZZ,ZZZ,ZZ9.                     01010000
       01  WS-ED-PREPAID           PIC ZZZ,ZZZ,ZZ9.                     01020000
       01  WS-ED-SMM               PIC ZZ9.999.                         01030000
       01  WS-ED-CPR               PIC ZZ9.99.                          01040000
       01  WS-ED-CPR-CUST          PIC ZZ9.99.                          01050000
       01  WS-ED-CPR-REFI          PIC ZZ9.99.                          01060000
       01  WS-ED-CPR-CONS          PIC ZZ9.99.                          01070000
       01  WS-ARM-LABEL            PIC X(5).                            01080000
                                                                        01090000
       PROCEDURE DIVISION.                                              01100000
       000-MAIN-PARA.                                                   01110000
           PERFORM 100-INITIALIZE                                       01120000
           PERFORM 200-MEASURE-ONE-LOAN UNTIL WS-NO-MORE-LOANS          01130000
           IF WS-GROUP-OPEN                                             01140000
              PERFORM 300-WRITE-GROUP                                   01150000
           END-IF                                                       01160000
           PERFORM 400-REPORT-BOOK-TOTAL                                01170000
           PERFORM 900-TERMINATE                                        01180000
           STOP RUN.                                                    01190000
                                                                        01200000
       100-INITIALIZE.                                                  01210000
           EXEC SQL                                                     01220000
              SELECT CHAR(CURRENT TIMESTAMP),                           01230000
                     CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS   01240000
                          - 1 MONTH),                                   01250000
                     CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS)        01260000
                INTO :WS-RUN-START, :WS-MONTH-START, :WS-MONTH-END      01270000
                FROM SYSIBM.SYSDUMMY1                                   01280000
           END-EXEC                                                     01290000
           OPEN OUTPUT SPEED-REPORT                                     01300000
           IF WS-RPT-STATUS NOT = '00'                                  01310000
              DISPLAY 'LOANCPR - UNABLE TO OPEN CPRRPT, STATUS = '      01320000
                      WS-RPT-STATUS                                     01330000
              MOVE 16 TO RETURN-CODE                                    01340000
              STOP RUN                                                  01350000
           END-IF                                                       01360000
                                                                        01370000
      *    A RERUN OF THE MONTH REPLACES WHAT THE LAST RUN WROTE        01380000
           EXEC SQL                                                     01390000
              DELETE FROM KALA15.PREPAY_SPEED                           01400000
               WHERE SPEED_MONTH = DATE(:WS-MONTH-START)                01410000
           END-EXEC                                                     01420000
           PERFORM 980-CHECK-SQL                                        01430000
           IF SQLCODE = 00                                              01440000
              MOVE SQLERRD(3) TO WS-ROWS-REPLACED                       01450000
           END-IF                                                       01460000
           MOVE WS-MONTH-START TO PSPD-SPEED-MONTH                      01470000
                                                                        01480000
           MOVE SPACES TO RPT-LINE                                      01490000
           STRING 'PREPAYMENT SPEEDS ' WS-MONTH-START ' TO '            01500000
                  WS-MONTH-END ' - BALANCES AND PREPAYMENTS IN EUR'     01510000
                  DELIMITED BY SIZE INTO RPT-LINE                       01520000
           END-STRING                                                   01530000
           WRITE RPT-LINE                                               01540000
           MOVE SPACES TO RPT-LINE                                      01550000
           WRITE RPT-LINE                                               01560000
           MOVE SPACES TO RPT-LINE                                      01570000
           STRING 'PRODUCT  VINT BAND RATE     LOANS PAYOFFS'           01580000
                  '  OPENING BAL      PREPAID    SMM %  CPR %'          01590000
                  ' CUST % REFI % CONS %'                               01600000
                  DELIMITED BY SIZE INTO RPT-LINE                       01610000
           END-STRING                                                   01620000
           WRITE RPT-LINE                                               01630000
           PERFORM 150-OPEN-LOAN-CURSOR                                 01640000
           EXIT.                                                        01650000
                                                                        01660000
      *    EVERY LOAN FUNDED BEFORE THE MONTH BEGAN AND STILL OPEN ON   01670000
      *    ITS FIRST DAY, WITH WHAT HAPPENED TO IT DURING THE MONTH:    01680000
      *       OPENING BAL  - THE BALANCE AFTER THE LAST PAYMENT BEFORE  01690000
      *                      THE MONTH, THE LOAN AMOUNT IF NONE         01700000
      *       SCHEDULED    - THE PRINCIPAL OF THE INSTALLMENTS FALLING  01710000
      *                      DUE IN THE MONTH (VOIDED AND CONSOLIDATED  01720000
      *                      ROWS EXCLUDED)                             01730000
      *       PAID         - THE PRINCIPAL SHARE OF EVERY PAYMENT       01740000
      *                      POSTED IN THE MONTH, REVERSALS NETTED      01750000
      *       CAUSE        - HOW THE LOAN CLOSED, IF IT DID             01760000
      *    A LOAN CHARGED OFF BY MONTH END IS A DEFAULT, NOT A          01770000
      *    PREPAYMENT, AND IS LEFT OUT. THE VINTAGE IS THE YEAR OF THE  01780000
      *    FIRST FUNDED DISBURSEMENT AND THE BAND THE CUSTOMER RATE IN  01790000
      *    WHOLE PERCENT - THE TABLE RATE, OR THE NEGOTIATED OVERRIDE   01790001
      *    WHEN THERE IS NONE, PLUS THE RISK ADJUSTMENT, AS LOANCAPC    01790002
      *    WORKS IT OUT. FX IS UNITS PER EUR AT MONTH END, 1 FOR EUR    01790003
       150-OPEN-LOAN-CURSOR.                                            01810000
           EXEC SQL                                                     01820000
              DECLARE CPRC CURSOR FOR                                   01830000
              SELECT COALESCE(A.PRODUCT_CODE, ' '),                     01840000
                     (SELECT YEAR(MIN(D.DISB_DATE))                     01850000
                        FROM KALA15.DISBURSEMENT D                      01860000
                       WHERE D.APP_ID = A.APP_ID                        01870000
                         AND D.DISB_STATUS = 'SENT'),                   01880000
                     INTEGER((COALESCE(NULLIF(I.RATE, 0),               01880001
                        (SELECT O.OVERRIDE_RATE                         01880002
                           FROM KALA15.CUSTOMER_RATE_OVERRIDE O         01880003
                          WHERE O.CUST_SSN = A.CUST_SSN                 01880004
                          ORDER BY O.EXPIRY_DATE DESC                   01880005
                          FETCH FIRST 1 ROWS ONLY), 0)                  01880006
                              + COALESCE(C.RISK_ADJ, 0)) * 100),        01900000
                     A.ARM_FLAG,                                        01910000
                     COALESCE(                                          01920000
                        (SELECT P.BALANCE_AFTER                         01930000
                           FROM KALA15.PAYMENT P                        01940000
                          WHERE P.APP_ID = A.APP_ID                     01950000
                            AND P.PAY_DATE < DATE(:WS-MONTH-START)      01960000
                          ORDER BY P.PAY_DATE DESC, P.PAY_ID DESC       01970000
                          FETCH FIRST 1 ROW ONLY), A.LOAN_AMN),         01980000
                     COALESCE(                                          01990000
                        (SELECT SUM(S.PRINCIPAL_AMT)                    02000000
                           FROM KALA15.PAYMENT_SCHEDULE S               02010000
                          WHERE S.APP_ID = A.APP_ID                     02020000
                            AND S.DUE_DATE BETWEEN DATE(:WS-MONTH-START)02030000
                                               AND DATE(:WS-MONTH-END)  02040000
                            AND (S.DEFERRED_FLAG IS NULL OR             02050000
                                 S.DEFERRED_FLAG NOT IN ('V', 'C'))),   02060000
                        0),                                             02070000
                     COALESCE(                                          02080000
                        (SELECT SUM(COALESCE(P.ALLOC_PRINCIPAL, 0))     02090000
                           FROM KALA15.PAYMENT P                        02100000
                          WHERE P.APP_ID = A.APP_ID                     02110000
                            AND P.PAY_DATE BETWEEN DATE(:WS-MONTH-START)02120000
                                               AND DATE(:WS-MONTH-END)),02130000
                        0),                                             02140000
                     CASE                                               02150000
                        WHEN EXISTS                                     02160000
                           (SELECT 1                                    02170000
                              FROM KALA15.APPLICATION_STATUS_HISTORY H  02180000
                             WHERE H.APP_ID = A.APP_ID                  02190000
                               AND H.STATUS_CODE IN ('REFINANCED',      02200000
                                                     'CONSOLIDATED')    02210000
                               AND DATE(H.CHANGED_TS)                   02220000
                                   BETWEEN DATE(:WS-MONTH-START)        02230000
                                       AND DATE(:WS-MONTH-END))         02240000
                        THEN 'R'                                        02250000
                        WHEN EXISTS                                     02260000
                           (SELECT 1 FROM KALA15.PAYMENT P              02270000
                             WHERE P.APP_ID = A.APP_ID                  02280000
                               AND P.PAY_TYPE = 'PAYOFF'                02290000
                               AND P.PAY_DATE                           02300000
                                   BETWEEN DATE(:WS-MONTH-START)        02310000
                                       AND DATE(:WS-MONTH-END))         02320000
                         AND EXISTS                                     02330000
                           (SELECT 1 FROM KALA15.AML_ALERT L            02340000
                             WHERE L.APP_ID = A.APP_ID                  02350000
                               AND L.RULE_CODE = 'THIRDPTY'             02360000
                               AND L.ALERT_DATE                         02370000
                                   BETWEEN DATE(:WS-MONTH-START)        02380000
                                       AND DATE(:WS-MONTH-END))         02390000
                        THEN 'C'                                        02400000
                        WHEN EXISTS                                     02410000
                           (SELECT 1 FROM KALA15.PAYMENT P              02420000
                             WHERE P.APP_ID = A.APP_ID                  02430000
                               AND P.PAY_TYPE = 'PAYOFF'                02440000
                               AND P.PAY_DATE                           02450000
                                   BETWEEN DATE(:WS-MONTH-START)        02460000
                                       AND DATE(:WS-MONTH-END))         02470000
                          OR EXISTS                                     02480000
                           (SELECT 1                                    02490000
                              FROM KALA15.APPLICATION_STATUS_HISTORY H  02500000
                             WHERE H.APP_ID = A.APP_ID                  02510000
                               AND H.STATUS_CODE = 'CLOSED'             02520000
                               AND DATE(H.CHANGED_TS)                   02530000
                                   BETWEEN DATE(:WS-MONTH-START)        02540000
                                       AND DATE(:WS-MONTH-END))         02550000
                        THEN 'P'                                        02560000
                        ELSE ' '                                        02570000
                     END,                                               02580000
                     COALESCE(                                          02590000
                        (SELECT X.EUR_RATE                              02600000
                           FROM KALA15.FX_RATE X                        02610000
                          WHERE X.CURRENCY_CODE = A.CURRENCY_CODE       02620000
                            AND X.RATE_DATE <= DATE(:WS-MONTH-END)      02630000
                          ORDER BY X.RATE_DATE DESC                     02640000
                          FETCH FIRST 1 ROW ONLY), 1)                   02650000
                FROM KALA15.APPLICATIONS A                              02660000
                LEFT JOIN KALA15.INTEREST I                             02670000
                  ON I.INTEREST_ID = A.INTEREST                         02680000
                LEFT JOIN KALA15.RATE_COMPONENT C                       02690000
                  ON C.APP_ID = A.APP_ID                                02700000
               WHERE EXISTS                                             02710000
                    (SELECT 1 FROM KALA15.DISBURSEMENT D2               02720000
                      WHERE D2.APP_ID = A.APP_ID                        02730000
                        AND D2.DISB_STATUS = 'SENT'                     02740000
                        AND D2.DISB_DATE < DATE(:WS-MONTH-START))       02750000
                 AND NOT EXISTS                                         02760000
                    (SELECT 1                                           02770000
                       FROM KALA15.APPLICATION_STATUS_HISTORY H2        02780000
                      WHERE H2.APP_ID = A.APP_ID                        02790000
                        AND H2.STATUS_CODE IN ('CLOSED', 'REFINANCED',  02800000
                                               'CONSOLIDATED')          02810000
                        AND DATE(H2.CHANGED_TS)                         02820000
                            < DATE(:WS-MONTH-START))                    02830000
                 AND NOT EXISTS                                         02840000
                    (SELECT 1 FROM KALA15.CHARGE_OFF CO                 02850000
                      WHERE CO.APP_ID = A.APP_ID                        02860000
                        AND CO.CHARGEOFF_DATE <= DATE(:WS-MONTH-END))   02870000
               ORDER BY 1, 2, 3, 4                                      02880000
           END-EXEC                                                     02890000
           EXEC SQL                                                     02900000
              OPEN CPRC                                                 02910000
           END-EXEC                                                     02920000
           PERFORM 980-CHECK-SQL                                        02930000
           EXIT.                                                        02940000
                                                                        02950000
      *    THE CURSOR COMES IN CELL ORDER, SO A NEW PRODUCT, VINTAGE,   02960000
      *    BAND OR RATE TYPE CLOSES THE CELL BEFORE IT                  02970000
       200-MEASURE-ONE-LOAN.                                            02980000
           EXEC SQL                                                     02990000
              FETCH CPRC                                                03000000
               INTO :WS-L-PRODUCT, :WS-L-VINTAGE, :WS-L-BAND,           03010000
                    :WS-L-ARM-FLAG, :WS-L-OPEN-BAL, :WS-L-SCHED-PRIN,   03020000
                    :WS-L-PRIN-PAID, :WS-L-CAUSE, :WS-L-EUR-RATE        03030000
           END-EXEC                                                     03040000
           IF SQLCODE NOT = 00                                          03050000
              PERFORM 980-CHECK-SQL                                     03060000
              MOVE 'Y' TO WS-EOF-SW                                     03070000
           ELSE                                                         03080000
              ADD 1 TO WS-LOANS-READ                                    03090000
              IF WS-GROUP-OPEN                                          03100000
                 IF WS-L-PRODUCT  NOT = WS-G-PRODUCT                    03110000
                    OR WS-L-VINTAGE  NOT = WS-G-VINTAGE                 03120000
                    OR WS-L-BAND     NOT = WS-G-BAND                    03130000
                    OR WS-L-ARM-FLAG NOT = WS-G-ARM-FLAG                03140000
                    PERFORM 300-WRITE-GROUP                             03150000
                 END-IF                                                 03160000
              END-IF                                                    03170000
              IF NOT WS-GROUP-OPEN                                      03180000
                 PERFORM 250-START-GROUP                                03190000
              END-IF                                                    03200000
              PERFORM 210-SPLIT-PREPAYMENT                              03210000
           END-IF                                                       03220000
           EXIT.                                                        03230000
                                                                        03240000
      *    WHAT THE LOAN PAID BEYOND ITS SCHEDULE. A LOAN TAKEN OVER BY 03250000
      *    ONE OF OUR NEW LOANS NEVER SEES A PAYMENT - THE WHOLE        03260000
      *    BALANCE LEFT AFTER THE SCHEDULE WENT WITH IT. A PARTIAL      03270000
      *    PREPAYMENT ON A LOAN STILL OPEN IS ALWAYS THE CUSTOMER'S     03280000
       210-SPLIT-PREPAYMENT.                                            03290000
           IF WS-L-SCHED-PRIN > WS-L-OPEN-BAL                           03300000
              MOVE WS-L-OPEN-BAL TO WS-L-SCHED-PRIN                     03310000
           END-IF                                                       03320000
           IF WS-L-REFINANCED                                           03330000
              COMPUTE WS-L-PREPAID = WS-L-OPEN-BAL - WS-L-SCHED-PRIN    03340000
           ELSE                                                         03350000
              COMPUTE WS-L-PREPAID = WS-L-PRIN-PAID - WS-L-SCHED-PRIN   03360000
              IF WS-L-PREPAID < ZERO                                    03370000
                 MOVE ZERO TO WS-L-PREPAID                              03380000
              END-IF                                                    03390000
              IF WS-L-PREPAID > WS-L-OPEN-BAL - WS-L-SCHED-PRIN         03400000
                 COMPUTE WS-L-PREPAID =                                 03410000
                         WS-L-OPEN-BAL - WS-L-SCHED-PRIN                03420000
              END-IF                                                    03430000
           END-IF                                                       03440000
                                                                        03450000
           IF WS-L-EUR-RATE = ZERO                                      03460000
              MOVE 1 TO WS-L-EUR-RATE                                   03470000
           END-IF                                                       03480000
           COMPUTE WS-L-OPEN-EUR ROUNDED =                              03490000
                   WS-L-OPEN-BAL / WS-L-EUR-RATE                        03500000
           COMPUTE WS-L-SCHED-EUR ROUNDED =                             03510000
                   WS-L-SCHED-PRIN / WS-L-EUR-RATE                      03520000
           COMPUTE WS-L-PREPAID-EUR ROUNDED =                           03530000
                   WS-L-PREPAID / WS-L-EUR-RATE                         03540000
                                                                        03550000
           ADD 1              TO WS-G-LOANS                             03560000
           ADD WS-L-OPEN-EUR  TO WS-G-OPEN-BAL                          03570000
           ADD WS-L-SCHED-EUR TO WS-G-SCHED-PRIN                        03580000
           IF NOT WS-L-STILL-OPEN                                       03590000
              ADD 1 TO WS-G-PAYOFFS                                     03600000
           END-IF                                                       03610000
           EVALUATE TRUE                                                03620000
              WHEN WS-L-REFINANCED                                      03630000
                 ADD WS-L-PREPAID-EUR TO WS-G-PREPAY-REFI               03640000
              WHEN WS-L-OTHER-LENDER                                    03650000
                 ADD WS-L-PREPAID-EUR TO WS-G-PREPAY-CONS               03660000
              WHEN OTHER                                                03670000
                 ADD WS-L-PREPAID-EUR TO WS-G-PREPAY-CUST               03680000
           END-EVALUATE                                                 03690000
           EXIT.                                                        03700000
                                                                        03710000
       250-START-GROUP.                                                 03720000
           INITIALIZE WS-GROUP-ROW                                      03730000
           MOVE WS-L-PRODUCT  TO WS-G-PRODUCT                           03740000
           MOVE WS-L-VINTAGE  TO WS-G-VINTAGE                           03750000
           MOVE WS-L-BAND     TO WS-G-BAND                              03760000
           MOVE WS-L-ARM-FLAG TO WS-G-ARM-FLAG                          03770000
           MOVE 'Y' TO WS-GROUP-SW                                      03780000
           EXIT.                                                        03790000
                                                                        03800000
      *    ONE ROW AND ONE REPORT LINE PER CELL, AND THE CELL ADDED     03810000
      *    INTO THE BOOK TOTAL                                          03820000
       300-WRITE-GROUP.                                                 03830000
           PERFORM 320-COMPUTE-SPEEDS                                   03840000
           MOVE WS-G-PRODUCT     TO PSPD-PRODUCT-CODE                   03850000
           MOVE WS-G-VINTAGE     TO PSPD-VINTAGE-YEAR                   03860000
           MOVE WS-G-BAND        TO PSPD-RATE-BAND                      03870000
           MOVE WS-G-ARM-FLAG    TO PSPD-ARM-FLAG                       03880000
           MOVE WS-G-LOANS       TO PSPD-LOAN-CNT                       03890000
           MOVE WS-G-PAYOFFS     TO PSPD-PAYOFF-CNT                     03900000
           MOVE WS-G-OPEN-BAL    TO PSPD-OPEN-BAL-EUR                   03910000
           MOVE WS-G-SCHED-PRIN  TO PSPD-SCHED-PRIN-EUR                 03920000
           MOVE WS-G-PREPAY-CUST TO PSPD-PREPAY-CUST-EUR                03930000
           MOVE WS-G-PREPAY-REFI TO PSPD-PREPAY-REFI-EUR                03940000
           MOVE WS-G-PREPAY-CONS TO PSPD-PREPAY-CONS-EUR                03950000
           EXEC SQL                                                     03960000
              INSERT INTO KALA15.PREPAY_SPEED                           03970000
                 (SPEED_MONTH, PRODUCT_CODE, VINTAGE_YEAR, RATE_BAND,   03980000
                  ARM_FLAG, LOAN_CNT, PAYOFF_CNT, OPEN_BAL_EUR,         03990000
                  SCHED_PRIN_EUR, PREPAY_CUST_EUR, PREPAY_REFI_EUR,     04000000
                  PREPAY_CONS_EUR, SMM_PCT, CPR_PCT, CPR_CUST_PCT,      04010000
                  CPR_REFI_PCT, CPR_CONS_PCT)                           04020000
              VALUES                                                    04030000
                 (DATE(:PSPD-SPEED-MONTH), :PSPD-PRODUCT-CODE,          04040000
                  :PSPD-VINTAGE-YEAR, :PSPD-RATE-BAND,                  04050000
                  :PSPD-ARM-FLAG, :PSPD-LOAN-CNT, :PSPD-PAYOFF-CNT,     04060000
                  :PSPD-OPEN-BAL-EUR, :PSPD-SCHED-PRIN-EUR,             04070000
                  :PSPD-PREPAY-CUST-EUR, :PSPD-PREPAY-REFI-EUR,         04080000
                  :PSPD-PREPAY-CONS-EUR, :PSPD-SMM-PCT,                 04090000
                  :PSPD-CPR-PCT, :PSPD-CPR-CUST-PCT,                    04100000
                  :PSPD-CPR-REFI-PCT, :PSPD-CPR-CONS-PCT)               04110000
           END-EXEC                                                     04120000
           PERFORM 980-CHECK-SQL                                        04130000
           ADD 1 TO WS-ROWS-WRITTEN                                     04140000
                                                                        04150000
           IF WS-G-ARM-FLAG = 'Y'                                       04160000
              MOVE 'ARM  ' TO WS-ARM-LABEL                              04170000
           ELSE                                                         04180000
              MOVE 'FIXED' TO WS-ARM-LABEL                              04190000
           END-IF                                                       04200000
           IF WS-G-PRODUCT = SPACES                                     04210000
              MOVE '(NONE)' TO WS-G-PRODUCT                             04220000
           END-IF                                                       04230000
           MOVE WS-G-VINTAGE TO WS-ED-YEAR                              04240000
           MOVE WS-G-BAND    TO WS-ED-BAND                              04250000
           MOVE SPACES TO WS-LINE-KEY                                   04260000
           STRING WS-G-PRODUCT ' ' WS-ED-YEAR ' ' WS-ED-BAND '%  '      04270000
                  WS-ARM-LABEL                                          04280000
                  DELIMITED BY SIZE INTO WS-LINE-KEY                    04290000
           END-STRING                                                   04300000
           PERFORM 330-FORMAT-FIGURES                                   04310000
           PERFORM 340-WRITE-LINE                                       04320000
                                                                        04330000
           ADD WS-G-LOANS       TO WS-T-LOANS                           04340000
           ADD WS-G-PAYOFFS     TO WS-T-PAYOFFS                         04350000
           ADD WS-G-OPEN-BAL    TO WS-T-OPEN-BAL                        04360000
           ADD WS-G-SCHED-PRIN  TO WS-T-SCHED-PRIN                      04370000
           ADD WS-G-PREPAY-CUST TO WS-T-PREPAY-CUST                     04380000
           ADD WS-G-PREPAY-REFI TO WS-T-PREPAY-REFI                     04390000
           ADD WS-G-PREPAY-CONS TO WS-T-PREPAY-CONS                     04400000
           MOVE 'N' TO WS-GROUP-SW                                      04410000
           EXIT.                                                        04420000
                                                                        04430000
      *    SMM = PREPAID / (OPENING BALANCE - SCHEDULED PRINCIPAL),     04440000
      *    CPR = 1 - (1 - SMM) ** 12, BOTH IN PERCENT. EACH CAUSE'S CPR 04450000
      *    IS ITS OWN SHARE OF THE SAME BASE ANNUALISED ALONE           04460000
       320-COMPUTE-SPEEDS.                                              04470000
           COMPUTE WS-PREPAY-BASE = WS-G-OPEN-BAL - WS-G-SCHED-PRIN     04480000
           COMPUTE WS-PREPAY-TOTAL = WS-G-PREPAY-CUST                   04490000
                                   + WS-G-PREPAY-REFI                   04500000
                                   + WS-G-PREPAY-CONS                   04510000
           IF WS-PREPAY-BASE NOT > ZERO                                 04520000
              MOVE ZERO TO PSPD-SMM-PCT PSPD-CPR-PCT                    04530000
                           PSPD-CPR-CUST-PCT PSPD-CPR-REFI-PCT          04540000
                           PSPD-CPR-CONS-PCT                            04550000
           ELSE                                                         04560000
              COMPUTE WS-SMM ROUNDED = WS-PREPAY-TOTAL / WS-PREPAY-BASE 04570000
              COMPUTE PSPD-SMM-PCT ROUNDED = WS-SMM * 100               04580000
              COMPUTE PSPD-CPR-PCT ROUNDED =                            04590000
                      (1 - (1 - WS-SMM) ** 12) * 100                    04600000
              COMPUTE WS-SMM-CAUSE ROUNDED =                            04610000
                      WS-G-PREPAY-CUST / WS-PREPAY-BASE                 04620000
              COMPUTE PSPD-CPR-CUST-PCT ROUNDED =                       04630000
                      (1 - (1 - WS-SMM-CAUSE) ** 12) * 100              04640000
              COMPUTE WS-SMM-CAUSE ROUNDED =                            04650000
                      WS-G-PREPAY-REFI / WS-PREPAY-BASE                 04660000
              COMPUTE PSPD-CPR-REFI-PCT ROUNDED =                       04670000
                      (1 - (1 - WS-SMM-CAUSE) ** 12) * 100              04680000
              COMPUTE WS-SMM-CAUSE ROUNDED =                            04690000
                      WS-G-PREPAY-CONS / WS-PREPAY-BASE                 04700000
              COMPUTE PSPD-CPR-CONS-PCT ROUNDED =                       04710000
                      (1 - (1 - WS-SMM-CAUSE) ** 12) * 100              04720000
           END-IF                                                       04730000
           EXIT.                                                        04740000
                                                                        04750000
       330-FORMAT-FIGURES.                                              04760000
           MOVE WS-G-LOANS        TO WS-ED-CNT                          04770000
           MOVE WS-G-PAYOFFS      TO WS-ED-PAYOFFS                      04780000
           MOVE PSPD-SMM-PCT      TO WS-ED-SMM                          04790000
           MOVE PSPD-CPR-PCT      TO WS-ED-CPR                          04800000
           MOVE PSPD-CPR-CUST-PCT TO WS-ED-CPR-CUST                     04810000
           MOVE PSPD-CPR-REFI-PCT TO WS-ED-CPR-REFI                     04820000
           MOVE PSPD-CPR-CONS-PCT TO WS-ED-CPR-CONS                     04830000
           EXIT.                                                        04840000
                                                                        04850000
      *    A CELL LINE AND THE BOOK TOTAL DIFFER ONLY IN THE KEY        04860000
       340-WRITE-LINE.                                                  04870000
           MOVE WS-G-OPEN-BAL   TO WS-ED-BALANCE                        04880000
           MOVE WS-PREPAY-TOTAL TO WS-ED-PREPAID                        04890000
           MOVE SPACES TO RPT-LINE                                      04900000
           STRING WS-LINE-KEY ' ' WS-ED-CNT ' ' WS-ED-PAYOFFS           04910000
                  '  ' WS-ED-BALANCE '  ' WS-ED-PREPAID                 04920000
                  '  ' WS-ED-SMM ' ' WS-ED-CPR                          04930000
                  ' ' WS-ED-CPR-CUST ' ' WS-ED-CPR-REFI                 04940000
                  ' ' WS-ED-CPR-CONS                                    04950000
                  DELIMITED BY SIZE INTO RPT-LINE                       04960000
           END-STRING                                                   04970000
           WRITE RPT-LINE                                               04980000
           EXIT.                                                        04990000
                                                                        05000000
       400-REPORT-BOOK-TOTAL.                                           05010000
           MOVE WS-T-LOANS       TO WS-G-LOANS                          05020000
           MOVE WS-T-PAYOFFS     TO WS-G-PAYOFFS                        05030000
           MOVE WS-T-OPEN-BAL    TO WS-G-OPEN-BAL                       05040000
           MOVE WS-T-SCHED-PRIN  TO WS-G-SCHED-PRIN                     05050000
           MOVE WS-T-PREPAY-CUST TO WS-G-PREPAY-CUST                    05060000
           MOVE WS-T-PREPAY-REFI TO WS-G-PREPAY-REFI                    05070000
           MOVE WS-T-PREPAY-CONS TO WS-G-PREPAY-CONS                    05080000
           PERFORM 320-COMPUTE-SPEEDS                                   05090000
           PERFORM 330-FORMAT-FIGURES                                   05100000
           MOVE SPACES TO RPT-LINE                                      05110000
           WRITE RPT-LINE                                               05120000
           MOVE 'WHOLE BOOK' TO WS-LINE-KEY                             05130000
           PERFORM 340-WRITE-LINE                                       05140000
           EXIT.                                                        05150000
                                                                        05160000
       900-TERMINATE.                                                   05170000
           EXEC SQL                                                     05180000
              CLOSE CPRC                                                05190000
           END-EXEC                                                     05200000
           PERFORM 950-LOG-RUN-HISTORY                                  05210000
           EXEC SQL                                                     05220000
              COMMIT                                                    05230000
           END-EXEC                                                     05240000
           CLOSE SPEED-REPORT                                           05250000
           DISPLAY 'LOANCPR - MONTH MEASURED  : ' WS-MONTH-START (1:7)  05260000
           DISPLAY 'LOANCPR - LOANS READ      : ' WS-LOANS-READ         05270000
           DISPLAY 'LOANCPR - ROWS WRITTEN    : ' WS-ROWS-WRITTEN       05280000
           DISPLAY 'LOANCPR - ROWS REPLACED   : ' WS-ROWS-REPLACED      05290000
           EXIT.                                                        05300000
                                                                        05310000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      05320000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      05330000
      *    CONSOLE'S DURATION TRENDING                                  05340000
       950-LOG-RUN-HISTORY.                                             05350000
           EXEC SQL                                                     05360000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       05370000
                INTO :RUNH-RUN-ID                                       05380000
                FROM KALA15.BATCH_RUN_HISTORY                           05390000
           END-EXEC                                                     05400000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            05410000
           MOVE WS-LOANS-READ TO RUNH-RECS-READ                         05420000
           MOVE ZERO TO RUNH-RECS-UPDATED                               05430000
           MOVE WS-ROWS-WRITTEN TO RUNH-RECS-WRITTEN                    05440000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              05450000
           EXEC SQL                                                     05460000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      05470000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        05480000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   05490000
              VALUES                                                    05500000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          05510000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   05520000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               05530000
                  :RUNH-RUN-RC)                                         05540000
           END-EXEC                                                     05550000
           EXIT.                                                        05560000
                                                                        05570000
      *    THE MONTH IS WRITTEN WHOLE OR NOT AT ALL - A FAILURE ROLLS   05580000
      *    BACK THE ROWS THIS RUN WROTE AND LEAVES LAST RUN'S IN PLACE  05590000
       980-CHECK-SQL.                                                   05600000
           IF SQLCODE < 0                                               05610000
              MOVE SQLCODE TO WS-ED-SQLCODE                             05620000
              DISPLAY 'LOANCPR - PREPAYMENT SPEED RUN FAILED, SQLCODE ' 05630000
                      WS-ED-SQLCODE                                     05640000
              EXEC SQL                                                  05650000
                 ROLLBACK                                               05660000
              END-EXEC                                                  05670000
              MOVE 16 TO RETURN-CODE                                    05680000
              PERFORM 950-LOG-RUN-HISTORY                               05690000
              EXEC SQL                                                  05700000
                 COMMIT                                                 05710000
              END-EXEC                                                  05720000
              CLOSE SPEED-REPORT                                        05730000
              STOP RUN                                                  05740000
           END-IF                                                       05750000
           EXIT.                                                        05760000
