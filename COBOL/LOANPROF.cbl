       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANPROF.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT PROFIT-REPORT ASSIGN TO PRFRPT                        00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-RPT-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    THE MONTH'S NET MARGIN AFTER FUNDING COST, FEES, INSURANCE   00110000
      *    AND PROVISIONS - THE WHOLE BOOK, THEN ROLLED UP BY PRODUCT,  00120000
      *    BRANCH, PARTNER AND CAMPAIGN, BEST NET MARGIN FIRST, FOR     00130000
      *    THE PRICING AND CAMPAIGN REVIEW                              00140000
       FD  PROFIT-REPORT                                                00150000
           RECORDING MODE F                                             00160000
           LABEL RECORDS STANDARD.                                      00170000
       01  RPT-LINE                PIC X(132).                          00180000
                                                                        00190000
       WORKING-STORAGE SECTION.                                         00200000
           EXEC SQL                                                     00210000
              INCLUDE SQLCA                                             00220000
           END-EXEC.                                                    00230000
           EXEC SQL                                                     00240000
              INCLUDE LNPROFIT                                          00250000
           END-EXEC.                                                    00260000
           EXEC SQL                                                     00270000
              INCLUDE BUSPARM                                           00280000
           END-EXEC.                                                    00290000
           EXEC SQL                                                     00300000
              INCLUDE RUNHIST                                           00310000
           END-EXEC.                                                    00320000
                                                                        00330000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00340000
           88  WS-NO-MORE-LOANS    VALUE 'Y'.                           00350000
       01  WS-ROLL-EOF-SW          PIC X     VALUE 'N'.                 00360000
           88  WS-NO-MORE-GROUPS   VALUE 'Y'.                           00370000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00380000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANPROF'.          00390000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00400000
       01  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.                00410000
       01  WS-ROWS-WRITTEN         PIC 9(7)  VALUE ZERO.                00420000
       01  WS-ROWS-REPLACED        PIC S9(9) COMP VALUE ZERO.           00430000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00440000
      *    THE CALENDAR MONTH REPORTED - THE ONE JUST ENDED             00450000
       01  WS-MONTH-START          PIC X(10) VALUE SPACES.              00460000
       01  WS-MONTH-END            PIC X(10) VALUE SPACES.              00470000
       01  WS-PRIOR-MONTH          PIC X(10) VALUE SPACES.              00480000
      *    THE LENDER'S SHARE OF EACH PAYMENT-PROTECTION PREMIUM        00490000
      *    COLLECTED, PERCENT - BUSINESS_PARAM INS_COMMISSION_PCT       00500000
       01  WS-INS-COMM-PCT         PIC S9(3)V9(4) COMP-3 VALUE 25.      00510000
      *    ONE LOAN AS THE CURSOR DELIVERS IT, IN ITS OWN CURRENCY      00520000
       01  WS-LOAN-ROW.                                                 00530000
           05  WS-L-BALANCE        PIC S9(10)V9(2) COMP-3.              00540000
           05  WS-L-INTEREST       PIC S9(8)V9(2) COMP-3.               00550000
           05  WS-L-INST-CNT       PIC S9(9) COMP.                      00560000
           05  WS-L-PREMIUM        PIC S9(6)V9(2) COMP-3.               00570000
           05  WS-L-FEE-TD         PIC S9(8)V9(2) COMP-3.               00580000
           05  WS-L-FEE-MONTHS     PIC S9(9) COMP.                      00590000
           05  WS-L-PRIOR-FEE-TD   PIC S9(8)V9(2) COMP-3.               00600000
           05  WS-L-ECL-NOW        PIC S9(10)V9(2) COMP-3.              00610000
           05  WS-L-ECL-BEFORE     PIC S9(10)V9(2) COMP-3.              00620000
           05  WS-L-EUR-RATE       PIC S9(5)V9(6) COMP-3.               00630000
       01  WS-BRANCH-IV            PIC S9(4) COMP.                      00640000
      *    THE WHOLE BOOK FOR THE MONTH, IN EUR                         00650000
       01  WS-TOTALS.                                                   00660000
           05  WS-T-LOANS          PIC S9(9) COMP VALUE ZERO.           00670000
           05  WS-T-BALANCE        PIC S9(13)V9(2) COMP-3 VALUE ZERO.   00680000
           05  WS-T-INTEREST       PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00690000
           05  WS-T-FUNDING        PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00700000
           05  WS-T-FEES           PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00710000
           05  WS-T-INSURANCE      PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00720000
           05  WS-T-ECL            PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00730000
           05  WS-T-NET            PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00740000
      *    WHICH ROLL-UP IS BEING PRINTED, AND ONE GROUP OF IT          00750000
       01  WS-ROLLUP-SW            PIC X     VALUE SPACE.               00760000
           88  WS-BY-PRODUCT       VALUE 'P'.                           00770000
           88  WS-BY-BRANCH        VALUE 'B'.                           00780000
           88  WS-BY-PARTNER       VALUE 'R'.                           00790000
           88  WS-BY-CAMPAIGN      VALUE 'C'.                           00800000
       01  WS-ROLLUP-TITLE         PIC X(40) VALUE SPACES.              00810000
       01  WS-GROUP-ROW.                                                00820000
           05  WS-G-KEY            PIC X(11).                           00830000
           05  WS-G-LOANS          PIC S9(9) COMP.                      00840000
           05  WS-G-BALANCE        PIC S9(13)V9(2) COMP-3.              00850000
           05  WS-G-INTEREST       PIC S9(11)V9(2) COMP-3.              00860000
           05  WS-G-FUNDING        PIC S9(11)V9(2) COMP-3.              00870000
           05  WS-G-FEES           PIC S9(11)V9(2) COMP-3.              00880000
           05  WS-G-INSURANCE      PIC S9(11)V9(2) COMP-3.              00890000
           05  WS-G-ECL            PIC S9(11)V9(2) COMP-3.              00900000
           05  WS-G-NET            PIC S9(11)V9(2) COMP-3.              00910000
      *    NET MARGIN AS AN ANNUAL PERCENTAGE OF THE BALANCE            00920000
       01  WS-MARGIN-PCT           PIC S9(5)V9(2) COMP-3.               00930000
       01  WS-ED-CNT               PIC ZZZ,ZZ9.                         00940000
       01  WS-ED-BALANCE           PIC -ZZZ,ZZZ,ZZ9.                    00950000
       01  WS-ED-AMT               PIC -ZZ,ZZZ,ZZ9.                     00960000
       01  WS-ED-PCT               PIC -ZZ9.99.                         00970000
                                                                        00980000
       PROCEDURE DIVISION.                                              00990000
       000-MAIN-PARA.                                                   01000000
           PERFORM 100-INITIALIZE                                       01010000
           PERFORM 200-PROFIT-ONE-LOAN UNTIL WS-NO-MORE-LOANS           01020000
           PERFORM 500-REPORT-ROLLUPS                                   01030000
           PERFORM 900-TERMINATE                                        01040000
           STOP RUN.                                                    01050000
                                                                        01060000
       100-INITIALIZE.                                                  01070000
           EXEC SQL                                                     01080000
              SELECT CHAR(CURRENT TIMESTAMP),                           01090000
                     CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS   01100000
                          - 1 MONTH),                                   01110000
                     CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS),       01120000
                     CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS   01130000
                          - 2 MONTHS)                                   01140000
                INTO :WS-RUN-START, :WS-MONTH-START, :WS-MONTH-END,     01150000
                     :WS-PRIOR-MONTH                                    01160000
                FROM SYSIBM.SYSDUMMY1                                   01170000
           END-EXEC                                                     01180000
           OPEN OUTPUT PROFIT-REPORT                                    01190000
           IF WS-RPT-STATUS NOT = '00'                                  01200000
              DISPLAY 'LOANPROF - UNABLE TO OPEN PRFRPT, STATUS = '     01210000
                      WS-RPT-STATUS                                     01220000
              MOVE 16 TO RETURN-CODE                                    01230000
              STOP RUN                                                  01240000
           END-IF                                                       01250000
           MOVE 'INS_COMMISSION_PCT' TO BUSPARM-NAME                    01260000
           PERFORM 145-FETCH-ONE-PARAM                                  01270000
           IF SQLCODE = 00                                              01280000
              MOVE BUSPARM-VALUE TO WS-INS-COMM-PCT                     01290000
           END-IF                                                       01300000
                                                                        01310000
      *    A RERUN OF THE MONTH REPLACES WHAT THE LAST RUN WROTE        01320000
           EXEC SQL                                                     01330000
              DELETE FROM KALA15.LOAN_PROFITABILITY                     01340000
               WHERE PROFIT_MONTH = DATE(:WS-MONTH-START)               01350000
           END-EXEC                                                     01360000
           PERFORM 980-CHECK-SQL                                        01370000
           IF SQLCODE = 00                                              01380000
              MOVE SQLERRD(3) TO WS-ROWS-REPLACED                       01390000
           END-IF                                                       01400000
           MOVE WS-MONTH-START TO PROF-MONTH                            01410000
           PERFORM 150-OPEN-LOAN-CURSOR                                 01420000
           EXIT.                                                        01430000
                                                                        01440000
       145-FETCH-ONE-PARAM.                                             01450000
           EXEC SQL                                                     01460000
              SELECT PARAM_VALUE                                        01470000
                INTO :BUSPARM-VALUE                                     01480000
                FROM KALA15.BUSINESS_PARAM                              01490000
               WHERE PARAM_NAME = :BUSPARM-NAME                         01500000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     01510000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     01520000
           END-EXEC                                                     01530000
           EXIT.                                                        01540000
                                                                        01550000
      *    EVERY FUNDED LIVE LOAN PAID OUT BY THE END OF THE MONTH,     01560000
      *    WITH WHAT IT EARNED AND COST IN THE MONTH:                   01570000
      *       INTEREST     - THE INTEREST ON THE INSTALLMENTS FALLING   01580000
      *                      DUE IN THE MONTH (VOIDED AND CONSOLIDATED  01590000
      *                      ROWS EXCLUDED), THE LOAN'S CONTRACTUAL     01600000
      *                      EARNINGS FOR THE PERIOD                    01610000
      *       FTP RATE     - STAMPED AT FUNDING; A LOAN FUNDED BEFORE   01620000
      *                      THE CURVE WAS KEPT TAKES THE POINT IN      01630000
      *                      FORCE AT MONTH END FOR ITS TERM            01640000
      *       FEES         - FEE_AMORTIZATION RELEASED TO DATE, AND     01650000
      *                      WHAT LAST MONTH'S ROW SAID IT WAS          01660000
      *       INSURANCE    - THE PREMIUM AND HOW MANY INSTALLMENTS      01670000
      *                      CARRIED IT IN THE MONTH                    01680000
      *       ECL          - THE PROVISION AT THE LAST RUN IN THE       01690000
      *                      MONTH AND AT THE LAST RUN BEFORE IT        01700000
      *       FX           - UNITS PER EUR AT MONTH END, 1 FOR EUR      01710000
       150-OPEN-LOAN-CURSOR.                                            01720000
           EXEC SQL                                                     01730000
              DECLARE PROFC CURSOR FOR                                  01740000
              SELECT A.APP_ID, A.CURRENCY_CODE,                         01750000
                     COALESCE(A.PRODUCT_CODE, ' '), A.BRANCH_ID,        01760000
                     COALESCE(A.PARTNER_ID, ' '),                       01770000
                     COALESCE(A.CAMPAIGN_CODE, ' '),                    01780000
                     COALESCE(                                          01790000
                        (SELECT P.PRINCIPAL_BAL                         01800000
                           FROM KALA15.LOAN_POSITION P                  01810000
                          WHERE P.APP_ID = A.APP_ID), A.LOAN_AMN),      01820000
                     COALESCE(A.FTP_RATE,                               01830000
                        (SELECT F.FTP_RATE                              01840000
                           FROM KALA15.FUNDING_CURVE F                  01850000
                          WHERE F.CURRENCY_CODE = A.CURRENCY_CODE       01860000
                            AND F.EFFECTIVE_DATE <=                     01870000
                                DATE(:WS-MONTH-END)                     01880000
                            AND (F.END_DATE IS NULL                     01890000
                                 OR F.END_DATE >= DATE(:WS-MONTH-END))  01900000
                          ORDER BY                                      01910000
                             CASE WHEN F.TERM_MONTHS >= A.LOAN_PERIOD   01920000
                                  THEN 0 ELSE 1 END,                    01930000
                             CASE WHEN F.TERM_MONTHS >= A.LOAN_PERIOD   01940000
                                  THEN F.TERM_MONTHS                    01950000
                                  ELSE 0 - F.TERM_MONTHS END            01960000
                          FETCH FIRST 1 ROW ONLY), 0),                  01970000
                     COALESCE(                                          01980000
                        (SELECT SUM(S.INTEREST_AMT)                     01990000
                           FROM KALA15.PAYMENT_SCHEDULE S               02000000
                          WHERE S.APP_ID = A.APP_ID                     02010000
                            AND S.DUE_DATE BETWEEN                      02020000
                                DATE(:WS-MONTH-START)                   02030000
                                AND DATE(:WS-MONTH-END)                 02040000
                            AND (S.DEFERRED_FLAG IS NULL OR             02050000
                                 S.DEFERRED_FLAG NOT IN ('V', 'C'))),   02060000
                        0),                                             02070000
                     (SELECT COUNT(*)                                   02080000
                        FROM KALA15.PAYMENT_SCHEDULE S                  02090000
                       WHERE S.APP_ID = A.APP_ID                        02100000
                         AND S.DUE_DATE BETWEEN                         02110000
                             DATE(:WS-MONTH-START)                      02120000
                             AND DATE(:WS-MONTH-END)                    02130000
                         AND (S.DEFERRED_FLAG IS NULL OR                02140000
                              S.DEFERRED_FLAG NOT IN ('V', 'C'))),      02150000
                     COALESCE(A.INS_PREMIUM_AMT, 0),                    02160000
                     COALESCE(                                          02170000
                        (SELECT FA.AMORTIZED_AMT                        02180000
                           FROM KALA15.FEE_AMORTIZATION FA              02190000
                          WHERE FA.APP_ID = A.APP_ID), 0),              02200000
                     COALESCE(                                          02210000
                        (SELECT (YEAR(DATE(:WS-MONTH-END))              02220000
                                 - YEAR(FA.START_DATE)) * 12            02230000
                                + MONTH(DATE(:WS-MONTH-END))            02240000
                                - MONTH(FA.START_DATE) + 1              02250000
                           FROM KALA15.FEE_AMORTIZATION FA              02260000
                          WHERE FA.APP_ID = A.APP_ID), 0),              02270000
                     COALESCE(                                          02280000
                        (SELECT LP.FEE_AMORT_TD                         02290000
                           FROM KALA15.LOAN_PROFITABILITY LP            02300000
                          WHERE LP.APP_ID = A.APP_ID                    02310000
                            AND LP.PROFIT_MONTH =                       02320000
                                DATE(:WS-PRIOR-MONTH)), -1),            02330000
                     COALESCE(                                          02340000
                        (SELECT E.ECL_AMT                               02350000
                           FROM KALA15.ECL_STAGE_HISTORY E              02360000
                          WHERE E.APP_ID = A.APP_ID                     02370000
                            AND E.RUN_DATE <= DATE(:WS-MONTH-END)       02380000
                          ORDER BY E.RUN_DATE DESC, E.ECL_ID DESC       02390000
                          FETCH FIRST 1 ROW ONLY), 0),                  02400000
                     COALESCE(                                          02410000
                        (SELECT E.ECL_AMT                               02420000
                           FROM KALA15.ECL_STAGE_HISTORY E              02430000
                          WHERE E.APP_ID = A.APP_ID                     02440000
                            AND E.RUN_DATE < DATE(:WS-MONTH-START)      02450000
                          ORDER BY E.RUN_DATE DESC, E.ECL_ID DESC       02460000
                          FETCH FIRST 1 ROW ONLY), 0),                  02470000
                     COALESCE(                                          02480000
                        (SELECT X.EUR_RATE                              02490000
                           FROM KALA15.FX_RATE X                        02500000
                          WHERE X.CURRENCY_CODE = A.CURRENCY_CODE       02510000
                            AND X.RATE_DATE <= DATE(:WS-MONTH-END)      02520000
                          ORDER BY X.RATE_DATE DESC                     02530000
                          FETCH FIRST 1 ROW ONLY), 1)                   02540000
                FROM KALA15.APPLICATIONS A                              02550000
               WHERE A.STATUS = 1                                       02560000
                 AND EXISTS                                             02570000
                    (SELECT 1 FROM KALA15.DISBURSEMENT D                02580000
                      WHERE D.APP_ID = A.APP_ID                         02590000
                        AND D.DISB_STATUS = 'SENT'                      02600000
                        AND D.DISB_DATE <= DATE(:WS-MONTH-END))         02610000
               ORDER BY A.APP_ID                                        02620000
           END-EXEC                                                     02630000
           EXEC SQL                                                     02640000
              OPEN PROFC                                                02650000
           END-EXEC                                                     02660000
           PERFORM 980-CHECK-SQL                                        02670000
           EXIT.                                                        02680000
                                                                        02690000
       200-PROFIT-ONE-LOAN.                                             02700000
           EXEC SQL                                                     02710000
              FETCH PROFC                                               02720000
                INTO :PROF-APP-ID, :PROF-CURRENCY-CODE,                 02730000
                     :PROF-PRODUCT-CODE,                                02740000
                     :PROF-BRANCH-ID :WS-BRANCH-IV,                     02750000
                     :PROF-PARTNER-ID, :PROF-CAMPAIGN-CODE,             02760000
                     :WS-L-BALANCE, :PROF-FTP-RATE, :WS-L-INTEREST,     02770000
                     :WS-L-INST-CNT, :WS-L-PREMIUM, :WS-L-FEE-TD,       02780000
                     :WS-L-FEE-MONTHS, :WS-L-PRIOR-FEE-TD,              02790000
                     :WS-L-ECL-NOW, :WS-L-ECL-BEFORE, :WS-L-EUR-RATE    02800000
           END-EXEC                                                     02810000
           IF SQLCODE NOT = 00                                          02820000
              PERFORM 980-CHECK-SQL                                     02830000
              MOVE 'Y' TO WS-EOF-SW                                     02840000
           ELSE                                                         02850000
              ADD 1 TO WS-LOANS-READ                                    02860000
              PERFORM 210-COMPUTE-MARGIN                                02870000
              PERFORM 230-INSERT-PROFIT                                 02880000
           END-IF                                                       02890000
           EXIT.                                                        02900000
                                                                        02910000
      *    NET MARGIN = INTEREST + FEE RELEASE + INSURANCE INCOME       02920000
      *                 - FUNDING COST - ECL CHARGE                     02930000
      *    FUNDING IS THE MONTH-END BALANCE AT A TWELFTH OF THE FTP     02940000
      *    RATE. THE FEE RELEASE IS THE MOVE IN THE AMOUNT RELEASED TO  02950000
      *    DATE SINCE LAST MONTH'S ROW; A LOAN WITH NO ROW LAST MONTH   02960000
      *    TAKES ITS AVERAGE MONTHLY RELEASE SO FAR, SO THE FIRST       02970000
      *    MONTH REPORTED DOES NOT CARRY YEARS OF FEES AT ONCE          02980000
       210-COMPUTE-MARGIN.                                              02990000
           MOVE WS-L-FEE-TD TO PROF-FEE-AMORT-TD                        03000000
           IF WS-L-PRIOR-FEE-TD >= ZERO                                 03010000
              COMPUTE PROF-FEE-AMORT-AMT =                              03020000
                      WS-L-FEE-TD - WS-L-PRIOR-FEE-TD                   03030000
           ELSE                                                         03040000
              IF WS-L-FEE-MONTHS > ZERO                                 03050000
                 COMPUTE PROF-FEE-AMORT-AMT ROUNDED =                   03060000
                         WS-L-FEE-TD / WS-L-FEE-MONTHS                  03070000
              ELSE                                                      03080000
                 MOVE ZERO TO PROF-FEE-AMORT-AMT                        03090000
              END-IF                                                    03100000
           END-IF                                                       03110000
           MOVE WS-L-BALANCE  TO PROF-BALANCE-AMT                       03120000
           MOVE WS-L-INTEREST TO PROF-INTEREST-AMT                      03130000
           COMPUTE PROF-FUNDING-COST-AMT ROUNDED =                      03140000
                   WS-L-BALANCE * PROF-FTP-RATE / 1200                  03150000
           COMPUTE PROF-INS-INCOME-AMT ROUNDED =                        03160000
                   WS-L-PREMIUM * WS-L-INST-CNT                         03170000
                   * WS-INS-COMM-PCT / 100                              03180000
           COMPUTE PROF-ECL-CHARGE-AMT =                                03190000
                   WS-L-ECL-NOW - WS-L-ECL-BEFORE                       03200000
           IF PROF-CURRENCY-CODE NOT = 'EUR'                            03210000
              AND WS-L-EUR-RATE > ZERO                                  03220000
              PERFORM 220-CONVERT-TO-EUR                                03230000
           END-IF                                                       03240000
           COMPUTE PROF-NET-MARGIN-AMT =                                03250000
                   PROF-INTEREST-AMT + PROF-FEE-AMORT-AMT               03260000
                   + PROF-INS-INCOME-AMT - PROF-FUNDING-COST-AMT        03270000
                   - PROF-ECL-CHARGE-AMT                                03280000
           EXIT.                                                        03290000
                                                                        03300000
      *    THE RATE IS UNITS OF CURRENCY PER EUR. THE FEE RELEASED TO   03310000
      *    DATE STAYS IN THE LOAN'S CURRENCY FOR NEXT MONTH'S MOVE      03320000
       220-CONVERT-TO-EUR.                                              03330000
           COMPUTE PROF-BALANCE-AMT ROUNDED =                           03340000
                   PROF-BALANCE-AMT / WS-L-EUR-RATE                     03350000
           COMPUTE PROF-INTEREST-AMT ROUNDED =                          03360000
                   PROF-INTEREST-AMT / WS-L-EUR-RATE                    03370000
           COMPUTE PROF-FUNDING-COST-AMT ROUNDED =                      03380000
                   PROF-FUNDING-COST-AMT / WS-L-EUR-RATE                03390000
           COMPUTE PROF-FEE-AMORT-AMT ROUNDED =                         03400000
                   PROF-FEE-AMORT-AMT / WS-L-EUR-RATE                   03410000
           COMPUTE PROF-INS-INCOME-AMT ROUNDED =                        03420000
                   PROF-INS-INCOME-AMT / WS-L-EUR-RATE                  03430000
           COMPUTE PROF-ECL-CHARGE-AMT ROUNDED =                        03440000
                   PROF-ECL-CHARGE-AMT / WS-L-EUR-RATE                  03450000
           EXIT.                                                        03460000
                                                                        03470000
       230-INSERT-PROFIT.                                               03480000
           IF WS-BRANCH-IV < ZERO                                       03490000
              MOVE ZERO TO PROF-BRANCH-ID                               03500000
           END-IF                                                       03510000
           EXEC SQL                                                     03520000
              INSERT INTO KALA15.LOAN_PROFITABILITY                     03530000
                     (PROFIT_MONTH, APP_ID, CURRENCY_CODE,              03540000
                      PRODUCT_CODE, BRANCH_ID, PARTNER_ID,              03550000
                      CAMPAIGN_CODE, BALANCE_AMT, FTP_RATE,             03560000
                      INTEREST_AMT, FUNDING_COST_AMT, FEE_AMORT_AMT,    03570000
                      FEE_AMORT_TD, INS_INCOME_AMT, ECL_CHARGE_AMT,     03580000
                      NET_MARGIN_AMT)                                   03590000
              VALUES (DATE(:PROF-MONTH), :PROF-APP-ID,                  03600000
                      :PROF-CURRENCY-CODE,                              03610000
                      NULLIF(:PROF-PRODUCT-CODE, ' '),                  03620000
                      NULLIF(:PROF-BRANCH-ID, 0),                       03630000
                      NULLIF(:PROF-PARTNER-ID, ' '),                    03640000
                      NULLIF(:PROF-CAMPAIGN-CODE, ' '),                 03650000
                      :PROF-BALANCE-AMT, :PROF-FTP-RATE,                03660000
                      :PROF-INTEREST-AMT, :PROF-FUNDING-COST-AMT,       03670000
                      :PROF-FEE-AMORT-AMT, :PROF-FEE-AMORT-TD,          03680000
                      :PROF-INS-INCOME-AMT, :PROF-ECL-CHARGE-AMT,       03690000
                      :PROF-NET-MARGIN-AMT)                             03700000
           END-EXEC                                                     03710000
           PERFORM 980-CHECK-SQL                                        03720000
           ADD 1 TO WS-ROWS-WRITTEN                                     03730000
           ADD 1                     TO WS-T-LOANS                      03740000
           ADD PROF-BALANCE-AMT      TO WS-T-BALANCE                    03750000
           ADD PROF-INTEREST-AMT     TO WS-T-INTEREST                   03760000
           ADD PROF-FUNDING-COST-AMT TO WS-T-FUNDING                    03770000
           ADD PROF-FEE-AMORT-AMT    TO WS-T-FEES                       03780000
           ADD PROF-INS-INCOME-AMT   TO WS-T-INSURANCE                  03790000
           ADD PROF-ECL-CHARGE-AMT   TO WS-T-ECL                        03800000
           ADD PROF-NET-MARGIN-AMT   TO WS-T-NET                        03810000
           EXIT.                                                        03820000
                                                                        03830000
      *    THE BOOK TOTAL FIRST, THEN THE FOUR ROLL-UPS FROM THE ROWS   03840000
      *    JUST WRITTEN. A LOAN WITH NO PRODUCT, BRANCH, PARTNER OR     03850000
      *    CAMPAIGN ON ITS APPLICATION GROUPS UNDER (NONE)              03860000
       500-REPORT-ROLLUPS.                                              03870000
           MOVE SPACES TO RPT-LINE                                      03880000
           STRING 'LOAN PROFITABILITY AFTER FUNDS-TRANSFER PRICING - '  03890000
                  'MONTH ' WS-MONTH-START (1:7)                         03900000
                  '  (EUR, MONTH-END RATES)' DELIMITED BY SIZE          03910000
                  INTO RPT-LINE                                         03920000
           END-STRING                                                   03930000
           WRITE RPT-LINE                                               03940000
           MOVE 'BOOK TOTAL' TO WS-ROLLUP-TITLE                         03950000
           PERFORM 520-WRITE-HEADING                                    03960000
           MOVE 'ALL LOANS'    TO WS-G-KEY                              03970000
           MOVE WS-T-LOANS     TO WS-G-LOANS                            03980000
           MOVE WS-T-BALANCE   TO WS-G-BALANCE                          03990000
           MOVE WS-T-INTEREST  TO WS-G-INTEREST                         04000000
           MOVE WS-T-FUNDING   TO WS-G-FUNDING                          04010000
           MOVE WS-T-FEES      TO WS-G-FEES                             04020000
           MOVE WS-T-INSURANCE TO WS-G-INSURANCE                        04030000
           MOVE WS-T-ECL       TO WS-G-ECL                              04040000
           MOVE WS-T-NET       TO WS-G-NET                              04050000
           PERFORM 540-WRITE-GROUP-LINE                                 04060000
                                                                        04070000
           SET WS-BY-PRODUCT TO TRUE                                    04080000
           MOVE 'BY PRODUCT' TO WS-ROLLUP-TITLE                         04090000
           PERFORM 510-PRINT-ROLLUP                                     04100000
           SET WS-BY-BRANCH TO TRUE                                     04110000
           MOVE 'BY BRANCH' TO WS-ROLLUP-TITLE                          04120000
           PERFORM 510-PRINT-ROLLUP                                     04130000
           SET WS-BY-PARTNER TO TRUE                                    04140000
           MOVE 'BY BROKER / PARTNER' TO WS-ROLLUP-TITLE                04150000
           PERFORM 510-PRINT-ROLLUP                                     04160000
           SET WS-BY-CAMPAIGN TO TRUE                                   04170000
           MOVE 'BY CAMPAIGN CODE' TO WS-ROLLUP-TITLE                   04180000
           PERFORM 510-PRINT-ROLLUP                                     04190000
           EXIT.                                                        04200000
                                                                        04210000
       510-PRINT-ROLLUP.                                                04220000
           PERFORM 520-WRITE-HEADING                                    04230000
           MOVE 'N' TO WS-ROLL-EOF-SW                                   04240000
           PERFORM 600-OPEN-ROLLUP-CURSOR                               04250000
           PERFORM 530-LIST-ONE-GROUP UNTIL WS-NO-MORE-GROUPS           04260000
           PERFORM 620-CLOSE-ROLLUP-CURSOR                              04270000
           EXIT.                                                        04280000
                                                                        04290000
       520-WRITE-HEADING.                                               04300000
           MOVE SPACES TO RPT-LINE                                      04310000
           WRITE RPT-LINE                                               04320000
           MOVE SPACES TO RPT-LINE                                      04330000
           MOVE WS-ROLLUP-TITLE TO RPT-LINE                             04340000
           WRITE RPT-LINE                                               04350000
           MOVE SPACES TO RPT-LINE                                      04360000
           MOVE 'GROUP'                   TO RPT-LINE (1:5)             04370000
           MOVE 'LOANS'                   TO RPT-LINE (15:5)            04380000
           MOVE 'BALANCE'                 TO RPT-LINE (27:7)            04390000
           MOVE 'INTEREST'                TO RPT-LINE (38:8)            04400000
           MOVE 'FUNDING'                 TO RPT-LINE (51:7)            04410000
           MOVE 'FEES'                    TO RPT-LINE (66:4)            04420000
           MOVE 'INSURANCE'               TO RPT-LINE (73:9)            04430000
           MOVE 'ECL CHG'                 TO RPT-LINE (87:7)            04440000
           MOVE 'NET MARGIN'              TO RPT-LINE (96:10)           04450000
           MOVE 'NIM %'                   TO RPT-LINE (108:5)           04460000
           WRITE RPT-LINE                                               04470000
           EXIT.                                                        04480000
                                                                        04490000
       530-LIST-ONE-GROUP.                                              04500000
           PERFORM 610-FETCH-ROLLUP-CURSOR                              04510000
           IF SQLCODE NOT = 00                                          04520000
              PERFORM 980-CHECK-SQL                                     04530000
              MOVE 'Y' TO WS-ROLL-EOF-SW                                04540000
           ELSE                                                         04550000
              PERFORM 540-WRITE-GROUP-LINE                              04560000
           END-IF                                                       04570000
           EXIT.                                                        04580000
                                                                        04590000
      *    NIM IS THE MONTH'S NET MARGIN ANNUALISED OVER THE BALANCE    04600000
       540-WRITE-GROUP-LINE.                                            04610000
           MOVE SPACES TO RPT-LINE                                      04620000
           MOVE WS-G-KEY          TO RPT-LINE (1:11)                    04630000
           MOVE WS-G-LOANS        TO WS-ED-CNT                          04640000
           MOVE WS-ED-CNT         TO RPT-LINE (13:7)                    04650000
           MOVE WS-G-BALANCE      TO WS-ED-BALANCE                      04660000
           MOVE WS-ED-BALANCE     TO RPT-LINE (21:12)                   04670000
           MOVE WS-G-INTEREST     TO WS-ED-AMT                          04680000
           MOVE WS-ED-AMT         TO RPT-LINE (35:11)                   04690000
           MOVE WS-G-FUNDING      TO WS-ED-AMT                          04700000
           MOVE WS-ED-AMT         TO RPT-LINE (47:11)                   04710000
           MOVE WS-G-FEES         TO WS-ED-AMT                          04720000
           MOVE WS-ED-AMT         TO RPT-LINE (59:11)                   04730000
           MOVE WS-G-INSURANCE    TO WS-ED-AMT                          04740000
           MOVE WS-ED-AMT         TO RPT-LINE (71:11)                   04750000
           MOVE WS-G-ECL          TO WS-ED-AMT                          04760000
           MOVE WS-ED-AMT         TO RPT-LINE (83:11)                   04770000
           MOVE WS-G-NET          TO WS-ED-AMT                          04780000
           MOVE WS-ED-AMT         TO RPT-LINE (95:11)                   04790000
           IF WS-G-BALANCE > ZERO                                       04800000
              COMPUTE WS-MARGIN-PCT ROUNDED =                           04810000
                      WS-G-NET * 1200 / WS-G-BALANCE                    04820000
              MOVE WS-MARGIN-PCT  TO WS-ED-PCT                          04830000
              MOVE WS-ED-PCT      TO RPT-LINE (106:7)                   04840000
           END-IF                                                       04850000
           WRITE RPT-LINE                                               04860000
           EXIT.                                                        04870000
                                                                        04880000
      *    ONE GROUP-BY CURSOR PER ROLL-UP OVER THE MONTH'S ROWS,       04890000
      *    BEST NET MARGIN FIRST                                        04900000
       600-OPEN-ROLLUP-CURSOR.                                          04910000
           EXEC SQL                                                     04920000
              DECLARE PRODC CURSOR FOR                                  04930000
              SELECT COALESCE(PRODUCT_CODE, '(NONE)'), COUNT(*),        04940000
                     SUM(BALANCE_AMT), SUM(INTEREST_AMT),               04950000
                     SUM(FUNDING_COST_AMT), SUM(FEE_AMORT_AMT),         04960000
                     SUM(INS_INCOME_AMT), SUM(ECL_CHARGE_AMT),          04970000
                     SUM(NET_MARGIN_AMT)                                04980000
                FROM KALA15.LOAN_PROFITABILITY                          04990000
               WHERE PROFIT_MONTH = DATE(:WS-MONTH-START)               05000000
               GROUP BY PRODUCT_CODE                                    05010000
               ORDER BY 9 DESC                                          05020000
           END-EXEC                                                     05030000
           EXEC SQL                                                     05040000
              DECLARE BRANC CURSOR FOR                                  05050000
              SELECT COALESCE(CHAR(BRANCH_ID), '(NONE)'), COUNT(*),     05060000
                     SUM(BALANCE_AMT), SUM(INTEREST_AMT),               05070000
                     SUM(FUNDING_COST_AMT), SUM(FEE_AMORT_AMT),         05080000
                     SUM(INS_INCOME_AMT), SUM(ECL_CHARGE_AMT),          05090000
                     SUM(NET_MARGIN_AMT)                                05100000
                FROM KALA15.LOAN_PROFITABILITY                          05110000
               WHERE PROFIT_MONTH = DATE(:WS-MONTH-START)               05120000
               GROUP BY BRANCH_ID                                       05130000
               ORDER BY 9 DESC                                          05140000
           END-EXEC                                                     05150000
           EXEC SQL                                                     05160000
              DECLARE PARTC CURSOR FOR                                  05170000
              SELECT COALESCE(PARTNER_ID, '(NONE)'), COUNT(*),          05180000
                     SUM(BALANCE_AMT), SUM(INTEREST_AMT),               05190000
                     SUM(FUNDING_COST_AMT), SUM(FEE_AMORT_AMT),         05200000
                     SUM(INS_INCOME_AMT), SUM(ECL_CHARGE_AMT),          05210000
                     SUM(NET_MARGIN_AMT)                                05220000
                FROM KALA15.LOAN_PROFITABILITY                          05230000
               WHERE PROFIT_MONTH = DATE(:WS-MONTH-START)               05240000
               GROUP BY PARTNER_ID                                      05250000
               ORDER BY 9 DESC                                          05260000
           END-EXEC                                                     05270000
           EXEC SQL                                                     05280000
              DECLARE CAMPC CURSOR FOR                                  05290000
              SELECT COALESCE(CAMPAIGN_CODE, '(NONE)'), COUNT(*),       05300000
                     SUM(BALANCE_AMT), SUM(INTEREST_AMT),               05310000
                     SUM(FUNDING_COST_AMT), SUM(FEE_AMORT_AMT),         05320000
                     SUM(INS_INCOME_AMT), SUM(ECL_CHARGE_AMT),          05330000
                     SUM(NET_MARGIN_AMT)                                05340000
                FROM KALA15.LOAN_PROFITABILITY                          05350000
               WHERE PROFIT_MONTH = DATE(:WS-MONTH-START)               05360000
               GROUP BY CAMPAIGN_CODE                                   05370000
               ORDER BY 9 DESC                                          05380000
           END-EXEC                                                     05390000
           EVALUATE TRUE                                                05400000
              WHEN WS-BY-PRODUCT                                        05410000
                 EXEC SQL OPEN PRODC END-EXEC                           05420000
              WHEN WS-BY-BRANCH                                         05430000
                 EXEC SQL OPEN BRANC END-EXEC                           05440000
              WHEN WS-BY-PARTNER                                        05450000
                 EXEC SQL OPEN PARTC END-EXEC                           05460000
              WHEN OTHER                                                05470000
                 EXEC SQL OPEN CAMPC END-EXEC                           05480000
           END-EVALUATE                                                 05490000
           PERFORM 980-CHECK-SQL                                        05500000
           EXIT.                                                        05510000
                                                                        05520000
       610-FETCH-ROLLUP-CURSOR.                                         05530000
           EVALUATE TRUE                                                05540000
              WHEN WS-BY-PRODUCT                                        05550000
                 EXEC SQL                                               05560000
                    FETCH PRODC                                         05570000
                      INTO :WS-G-KEY, :WS-G-LOANS, :WS-G-BALANCE,       05580000
                           :WS-G-INTEREST, :WS-G-FUNDING, :WS-G-FEES,   05590000
                           :WS-G-INSURANCE, :WS-G-ECL, :WS-G-NET        05600000
                 END-EXEC                                               05610000
              WHEN WS-BY-BRANCH                                         05620000
                 EXEC SQL                                               05630000
                    FETCH BRANC                                         05640000
                      INTO :WS-G-KEY, :WS-G-LOANS, :WS-G-BALANCE,       05650000
                           :WS-G-INTEREST, :WS-G-FUNDING, :WS-G-FEES,   05660000
                           :WS-G-INSURANCE, :WS-G-ECL, :WS-G-NET        05670000
                 END-EXEC                                               05680000
              WHEN WS-BY-PARTNER                                        05690000
                 EXEC SQL                                               05700000
                    FETCH PARTC                                         05710000
                      INTO :WS-G-KEY, :WS-G-LOANS, :WS-G-BALANCE,       05720000
                           :WS-G-INTEREST, :WS-G-FUNDING, :WS-G-FEES,   05730000
                           :WS-G-INSURANCE, :WS-G-ECL, :WS-G-NET        05740000
                 END-EXEC                                               05750000
              WHEN OTHER                                                05760000
                 EXEC SQL                                               05770000
                    FETCH CAMPC                                         05780000
                      INTO :WS-G-KEY, :WS-G-LOANS, :WS-G-BALANCE,       05790000
                           :WS-G-INTEREST, :WS-G-FUNDING, :WS-G-FEES,   05800000
                           :WS-G-INSURANCE, :WS-G-ECL, :WS-G-NET        05810000
                 END-EXEC                                               05820000
           END-EVALUATE                                                 05830000
           EXIT.                                                        05840000
                                                                        05850000
       620-CLOSE-ROLLUP-CURSOR.                                         05860000
           EVALUATE TRUE                                                05870000
              WHEN WS-BY-PRODUCT                                        05880000
                 EXEC SQL CLOSE PRODC END-EXEC                          05890000
              WHEN WS-BY-BRANCH                                         05900000
                 EXEC SQL CLOSE BRANC END-EXEC                          05910000
              WHEN WS-BY-PARTNER                                        05920000
                 EXEC SQL CLOSE PARTC END-EXEC                          05930000
              WHEN OTHER                                                05940000
                 EXEC SQL CLOSE CAMPC END-EXEC                          05950000
           END-EVALUATE                                                 05960000
           EXIT.                                                        05970000
                                                                        05980000
       900-TERMINATE.                                                   05990000
           EXEC SQL                                                     06000000
              CLOSE PROFC                                               06010000
           END-EXEC                                                     06020000
           PERFORM 950-LOG-RUN-HISTORY                                  06030000
           EXEC SQL                                                     06040000
              COMMIT                                                    06050000
           END-EXEC                                                     06060000
           CLOSE PROFIT-REPORT                                          06070000
           DISPLAY 'LOANPROF - MONTH REPORTED  : ' WS-MONTH-START (1:7) 06080000
           DISPLAY 'LOANPROF - LOANS READ      : ' WS-LOANS-READ        06090000
           DISPLAY 'LOANPROF - ROWS WRITTEN    : ' WS-ROWS-WRITTEN      06100000
           DISPLAY 'LOANPROF - ROWS REPLACED   : ' WS-ROWS-REPLACED     06110000
           EXIT.                                                        06120000
                                                                        06130000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      06140000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      06150000
      *    CONSOLE'S DURATION TRENDING                                  06160000
       950-LOG-RUN-HISTORY.                                             06170000
           EXEC SQL                                                     06180000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       06190000
                INTO :RUNH-RUN-ID                                       06200000
                FROM KALA15.BATCH_RUN_HISTORY                           06210000
           END-EXEC                                                     06220000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            06230000
           MOVE WS-LOANS-READ TO RUNH-RECS-READ                         06240000
           MOVE ZERO TO RUNH-RECS-UPDATED                               06250000
           MOVE WS-ROWS-WRITTEN TO RUNH-RECS-WRITTEN                    06260000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              06270000
           EXEC SQL                                                     06280000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      06290000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        06300000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   06310000
              VALUES                                                    06320000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          06330000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   06340000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               06350000
                  :RUNH-RUN-RC)                                         06360000
           END-EXEC                                                     06370000
           EXIT.                                                        06380000
                                                                        06390000
      *    THE MONTH IS WRITTEN WHOLE OR NOT AT ALL - A FAILURE ROLLS   06400000
      *    BACK THE ROWS THIS RUN WROTE AND LEAVES LAST RUN'S IN PLACE  06410000
       980-CHECK-SQL.                                                   06420000
           IF SQLCODE < 0                                               06430000
              MOVE SQLCODE TO WS-ED-SQLCODE                             06440000
              DISPLAY 'LOANPROF - PROFITABILITY RUN FAILED, SQLCODE '   06450000
                      WS-ED-SQLCODE                                     06460000
              EXEC SQL                                                  06470000
                 ROLLBACK                                               06480000
              END-EXEC                                                  06490000
              MOVE 16 TO RETURN-CODE                                    06500000
              PERFORM 950-LOG-RUN-HISTORY                               06510000
              EXEC SQL                                                  06520000
                 COMMIT                                                 06530000
              END-EXEC                                                  06540000
              CLOSE PROFIT-REPORT                                       06550000
              STOP RUN                                                  06560000
           END-IF                                                       06570000
           EXIT.                                                        06580000
