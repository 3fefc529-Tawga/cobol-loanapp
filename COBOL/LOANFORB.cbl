       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANFORB.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       DATA DIVISION.                                                   00040000
       WORKING-STORAGE SECTION.                                         00050000
           EXEC SQL                                                     00060000
              INCLUDE SQLCA                                             00070000
           END-EXEC.                                                    00080000
           EXEC SQL                                                     00090000
              INCLUDE FORBEAR                                           00100000
           END-EXEC.                                                    00110000
           EXEC SQL                                                     00120000
              INCLUDE BUSPARM                                           00130000
           END-EXEC.                                                    00140000
           EXEC SQL                                                     00150000
              INCLUDE RUNHIST                                           00160000
           END-EXEC.                                                    00170000
                                                                        00180000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00190000
      *    THE REGULATORY CLOCKS - THE DEFAULTS ARE THE SUPERVISORY     00200000
      *    MINIMUMS, BUSINESS_PARAM CAN SET LONGER ONES                 00210000
       01  WS-FORB-PROB-DPD        PIC S9(9) COMP VALUE 30.             00220000
       01  WS-FORB-CURE-MONTHS     PIC S9(9) COMP VALUE 12.             00230000
       01  WS-FORB-PROB-MONTHS     PIC S9(9) COMP VALUE 24.             00240000
      *    TONIGHT'S MOVEMENTS                                          00250000
       01  WS-ENDED-CNT            PIC S9(9) COMP VALUE ZERO.           00260000
       01  WS-RELAPSED-CNT         PIC S9(9) COMP VALUE ZERO.           00270000
       01  WS-CURED-CNT            PIC S9(9) COMP VALUE ZERO.           00280000
       01  WS-EXITED-CNT           PIC S9(9) COMP VALUE ZERO.           00290000
      *    THE FORBORNE BOOK AFTER THE RUN - THE FIGURE SUPERVISION     00300000
      *    ASKS FOR EACH QUARTER                                        00310000
       01  WS-PERF-CNT             PIC S9(9) COMP VALUE ZERO.           00320000
       01  WS-NONPERF-CNT          PIC S9(9) COMP VALUE ZERO.           00330000
       01  WS-PERF-EXPOSURE        PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00340000
       01  WS-NONPERF-EXPOSURE     PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00350000
       01  WS-ED-CNT               PIC Z(6)9.                           00360000
       01  WS-ED-AMT               PIC Z(11)9.99.                       00370000
                                                                        00380000
       PROCEDURE DIVISION.                                              00390000
       000-MAIN-PARA.                                                   00400000
           PERFORM 100-INITIALIZE                                       00410000
           PERFORM 200-END-CLOSED-LOANS                                 00420000
           PERFORM 300-RELAPSE-ON-PROBATION                             00430000
           PERFORM 400-CURE-NON-PERFORMING                              00440000
           PERFORM 500-END-PROBATION                                    00450000
           PERFORM 900-TERMINATE                                        00460000
           STOP RUN.                                                    00470000
                                                                        00480000
       100-INITIALIZE.                                                  00490000
           EXEC SQL                                                     00500000
              SELECT CHAR(CURRENT TIMESTAMP)                            00510000
                INTO :WS-RUN-START                                      00520000
                FROM SYSIBM.SYSDUMMY1                                   00530000
           END-EXEC                                                     00540000
                                                                        00550000
           MOVE 'FORB_PROB_DPD' TO BUSPARM-NAME                         00560000
           PERFORM 110-FETCH-ONE-PARAM                                  00570000
           IF SQLCODE = 00                                              00580000
              MOVE BUSPARM-VALUE TO WS-FORB-PROB-DPD                    00590000
           END-IF                                                       00600000
           MOVE 'FORB_CURE_MONTHS' TO BUSPARM-NAME                      00610000
           PERFORM 110-FETCH-ONE-PARAM                                  00620000
           IF SQLCODE = 00                                              00630000
              MOVE BUSPARM-VALUE TO WS-FORB-CURE-MONTHS                 00640000
           END-IF                                                       00650000
           MOVE 'FORB_PROBATION_MONTHS' TO BUSPARM-NAME                 00660000
           PERFORM 110-FETCH-ONE-PARAM                                  00670000
           IF SQLCODE = 00                                              00680000
              MOVE BUSPARM-VALUE TO WS-FORB-PROB-MONTHS                 00690000
           END-IF                                                       00700000
           EXIT.                                                        00710000
                                                                        00720000
       110-FETCH-ONE-PARAM.                                             00730000
           EXEC SQL                                                     00740000
              SELECT PARAM_VALUE                                        00750000
                INTO :BUSPARM-VALUE                                     00760000
                FROM KALA15.BUSINESS_PARAM                              00770000
               WHERE PARAM_NAME = :BUSPARM-NAME                         00780000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     00790000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     00800000
           END-EXEC                                                     00810000
           EXIT.                                                        00820000
                                                                        00830000
      *    A LOAN THAT HAS LEFT THE BOOK - CHARGED OFF OR CLOSED -      00840000
      *    IS NO LONGER AN EXPOSURE, FORBORNE OR OTHERWISE              00850000
       200-END-CLOSED-LOANS.                                            00860000
           EXEC SQL                                                     00870000
              UPDATE KALA15.FORBEARANCE F                               00880000
                 SET FORB_STATUS = 'X',                                 00890000
                     EXIT_DATE = CURRENT DATE,                          00900000
                     EXIT_REASON = 'CHGOFF'                             00910000
               WHERE F.FORB_STATUS = 'A'                                00920000
                 AND EXISTS                                             00930000
                    (SELECT 1 FROM KALA15.CHARGE_OFF C                  00940000
                      WHERE C.APP_ID = F.APP_ID)                        00950000
           END-EXEC                                                     00960000
           IF SQLCODE = 00                                              00970000
              MOVE SQLERRD(3) TO WS-ENDED-CNT                           00980000
           END-IF                                                       00990000
                                                                        01000000
           EXEC SQL                                                     01010000
              UPDATE KALA15.FORBEARANCE F                               01020000
                 SET FORB_STATUS = 'X',                                 01030000
                     EXIT_DATE = CURRENT DATE,                          01040000
                     EXIT_REASON = 'CLOSED'                             01050000
               WHERE F.FORB_STATUS = 'A'                                01060000
                 AND EXISTS                                             01070000
                    (SELECT 1                                           01080000
                       FROM KALA15.APPLICATION_STATUS_HISTORY H         01090000
                      WHERE H.APP_ID = F.APP_ID                         01100000
                        AND H.STATUS_CODE = 'CLOSED')                   01110000
           END-EXEC                                                     01120000
           IF SQLCODE = 00                                              01130000
              ADD SQLERRD(3) TO WS-ENDED-CNT                            01140000
           END-IF                                                       01150000
           EXIT.                                                        01160000
                                                                        01170000
      *    A PERFORMING FORBORNE LOAN THAT SLIPS MORE THAN              01180000
      *    FORB_PROB_DPD DAYS PAST DUE, OR IS PUT ON NON-ACCRUAL,       01190000
      *    DURING ITS PROBATION GOES (BACK) TO NON-PERFORMING AND THE   01200000
      *    CURE CLOCK STARTS AGAIN FROM TODAY                           01210000
       300-RELAPSE-ON-PROBATION.                                        01220000
           EXEC SQL                                                     01230000
              UPDATE KALA15.FORBEARANCE F                               01240000
                 SET FORB_CLASS = 'N',                                  01250000
                     CLASS_DATE = CURRENT DATE,                         01260000
                     CURE_END_DATE = CURRENT DATE +                     01270000
                        :WS-FORB-CURE-MONTHS MONTHS,                    01280000
                     PROBATION_END_DATE = NULL                          01290000
               WHERE F.FORB_STATUS = 'A'                                01300000
                 AND F.FORB_CLASS = 'P'                                 01310000
                 AND (EXISTS                                            01320000
                        (SELECT 1 FROM KALA15.DELINQUENCY Q             01330000
                          WHERE Q.APP_ID = F.APP_ID                     01340000
                            AND Q.DELINQ_STATUS = 'OPEN'                01350000
                            AND Q.DAYS_PAST_DUE > :WS-FORB-PROB-DPD)    01360000
                      OR EXISTS                                         01370000
                        (SELECT 1 FROM KALA15.INTEREST_ACCRUAL T        01380000
                          WHERE T.APP_ID = F.APP_ID                     01390000
                            AND T.ACCRUAL_STATUS = 'N'))                01400000
           END-EXEC                                                     01410000
           IF SQLCODE = 00                                              01420000
              MOVE SQLERRD(3) TO WS-RELAPSED-CNT                        01430000
           END-IF                                                       01440000
           EXIT.                                                        01450000
                                                                        01460000
      *    A NON-PERFORMING FORBORNE LOAN CURES ONCE ITS CURE PERIOD    01470000
      *    HAS RUN WITH NOTHING PAST DUE, IT IS BACK ON ACCRUAL AND NO  01480000
      *    COURT PROGRAM STANDS - IT BECOMES PERFORMING FORBORNE AND    01490000
      *    STARTS ITS PROBATION. CURE_END_DATE STAYS ON THE ROW AS THE  01500000
      *    MARK THAT THIS PROBATION FOLLOWS A CURE                      01510000
       400-CURE-NON-PERFORMING.                                         01520000
           EXEC SQL                                                     01530000
              UPDATE KALA15.FORBEARANCE F                               01540000
                 SET FORB_CLASS = 'P',                                  01550000
                     CLASS_DATE = CURRENT DATE,                         01560000
                     PROBATION_END_DATE = CURRENT DATE +                01570000
                        :WS-FORB-PROB-MONTHS MONTHS                     01580000
               WHERE F.FORB_STATUS = 'A'                                01590000
                 AND F.FORB_CLASS = 'N'                                 01600000
                 AND F.CURE_END_DATE <= CURRENT DATE                    01610000
                 AND NOT EXISTS                                         01620000
                    (SELECT 1 FROM KALA15.DELINQUENCY Q                 01630000
                      WHERE Q.APP_ID = F.APP_ID                         01640000
                        AND Q.DELINQ_STATUS = 'OPEN')                   01650000
                 AND NOT EXISTS                                         01660000
                    (SELECT 1 FROM KALA15.INTEREST_ACCRUAL T            01670000
                      WHERE T.APP_ID = F.APP_ID                         01680000
                        AND T.ACCRUAL_STATUS = 'N')                     01690000
                 AND NOT EXISTS                                         01700000
                    (SELECT 1 FROM KALA15.DEBT_ADJUSTMENT D             01710000
                      WHERE D.APP_ID = F.APP_ID                         01720000
                        AND D.ADJ_STATUS = 'ACTIVE')                    01730000
           END-EXEC                                                     01740000
           IF SQLCODE = 00                                              01750000
              MOVE SQLERRD(3) TO WS-CURED-CNT                           01760000
           END-IF                                                       01770000
           EXIT.                                                        01780000
                                                                        01790000
      *    PROBATION SERVED WITH NOTHING PAST DUE AT ITS END - THE      01800000
      *    LOAN IS NO LONGER FORBORNE. ONE STILL IN ARREARS ON THE      01810000
      *    DAY STAYS ON PROBATION UNTIL IT CLEARS OR RELAPSES           01820000
       500-END-PROBATION.                                               01830000
           EXEC SQL                                                     01840000
              UPDATE KALA15.FORBEARANCE F                               01850000
                 SET FORB_STATUS = 'X',                                 01860000
                     EXIT_DATE = CURRENT DATE,                          01870000
                     EXIT_REASON = 'PROBEND'                            01880000
               WHERE F.FORB_STATUS = 'A'                                01890000
                 AND F.FORB_CLASS = 'P'                                 01900000
                 AND F.PROBATION_END_DATE <= CURRENT DATE               01910000
                 AND NOT EXISTS                                         01920000
                    (SELECT 1 FROM KALA15.DELINQUENCY Q                 01930000
                      WHERE Q.APP_ID = F.APP_ID                         01940000
                        AND Q.DELINQ_STATUS = 'OPEN')                   01950000
           END-EXEC                                                     01960000
           IF SQLCODE = 00                                              01970000
              MOVE SQLERRD(3) TO WS-EXITED-CNT                          01980000
           END-IF                                                       01990000
           EXIT.                                                        02000000
                                                                        02010000
      *    THE FORBORNE BOOK AS IT STANDS AFTER TONIGHT - EXPOSURE IS   02020000
      *    THE BALANCE ENTERING THE FIRST UNPAID INSTALLMENT, THE SAME  02030000
      *    MEASURE LOANECL PROVISIONS ON                                02040000
       900-TERMINATE.                                                   02050000
           EXEC SQL                                                     02060000
              SELECT                                                    02070000
                 COALESCE(SUM(CASE WHEN F.FORB_CLASS = 'P'              02080000
                                   THEN 1 ELSE 0 END), 0),              02090000
                 COALESCE(SUM(CASE WHEN F.FORB_CLASS = 'N'              02100000
                                   THEN 1 ELSE 0 END), 0),              02110000
                 COALESCE(SUM(CASE WHEN F.FORB_CLASS = 'P'              02120000
                                   THEN X.EXPOSURE ELSE 0 END), 0),     02130000
                 COALESCE(SUM(CASE WHEN F.FORB_CLASS = 'N'              02140000
                                   THEN X.EXPOSURE ELSE 0 END), 0)      02150000
                INTO :WS-PERF-CNT, :WS-NONPERF-CNT,                     02160000
                     :WS-PERF-EXPOSURE, :WS-NONPERF-EXPOSURE            02170000
                FROM KALA15.FORBEARANCE F                               02180000
                JOIN                                                    02190000
                    (SELECT A.APP_ID,                                   02200000
                            COALESCE(                                   02210000
                        (SELECT S.ACTUAL_BALANCE_AMT                    02220000
                           FROM KALA15.PAYMENT_SCHEDULE S               02230000
                          WHERE S.APP_ID = A.APP_ID                     02240000
                            AND S.ACTUAL_BALANCE_AMT IS NOT NULL        02250000
                            AND S.INSTALLMENT_NO =                      02260000
                               (SELECT MAX(S2.INSTALLMENT_NO)           02270000
                                  FROM KALA15.PAYMENT_SCHEDULE S2       02280000
                                 WHERE S2.APP_ID = A.APP_ID             02290000
                                   AND S2.ACTUAL_BALANCE_AMT            02300000
                                       IS NOT NULL)),                   02310000
                        A.LOAN_AMN) AS EXPOSURE                         02320000
                       FROM KALA15.APPLICATIONS A) AS X                 02330000
                  ON X.APP_ID = F.APP_ID                                02340000
               WHERE F.FORB_STATUS = 'A'                                02350000
           END-EXEC                                                     02360000
                                                                        02370000
           EXEC SQL                                                     02380000
              COMMIT                                                    02390000
           END-EXEC                                                     02400000
                                                                        02410000
           MOVE WS-ENDED-CNT TO WS-ED-CNT                               02420000
           DISPLAY 'LOANFORB - ENDED WITH THE LOAN    : ' WS-ED-CNT     02430000
           MOVE WS-RELAPSED-CNT TO WS-ED-CNT                            02440000
           DISPLAY 'LOANFORB - RELAPSED ON PROBATION  : ' WS-ED-CNT     02450000
           MOVE WS-CURED-CNT TO WS-ED-CNT                               02460000
           DISPLAY 'LOANFORB - CURED TO PERFORMING    : ' WS-ED-CNT     02470000
           MOVE WS-EXITED-CNT TO WS-ED-CNT                              02480000
           DISPLAY 'LOANFORB - EXITED AFTER PROBATION : ' WS-ED-CNT     02490000
           MOVE WS-PERF-CNT TO WS-ED-CNT                                02500000
           MOVE WS-PERF-EXPOSURE TO WS-ED-AMT                           02510000
           DISPLAY 'LOANFORB - PERFORMING FORBORNE    : ' WS-ED-CNT     02520000
                   ' EXPOSURE ' WS-ED-AMT                               02530000
           MOVE WS-NONPERF-CNT TO WS-ED-CNT                             02540000
           MOVE WS-NONPERF-EXPOSURE TO WS-ED-AMT                        02550000
           DISPLAY 'LOANFORB - NON-PERFORMING FORBORNE: ' WS-ED-CNT     02560000
                   ' EXPOSURE ' WS-ED-AMT                               02570000
           PERFORM 950-LOG-RUN-HISTORY                                  02580000
           EXIT.                                                        02590000
                                                                        02600000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      02610000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      02620000
      *    CONSOLE'S DURATION TRENDING                                  02630000
       950-LOG-RUN-HISTORY.                                             02640000
           EXEC SQL                                                     02650000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       02660000
                INTO :RUNH-RUN-ID                                       02670000
                FROM KALA15.BATCH_RUN_HISTORY                           02680000
           END-EXEC                                                     02690000
           MOVE 'LOANFORB' TO RUNH-JOB-NAME                             02700000
           COMPUTE RUNH-RECS-READ = WS-PERF-CNT + WS-NONPERF-CNT        02710000
           COMPUTE RUNH-RECS-UPDATED = WS-ENDED-CNT + WS-RELAPSED-CNT   02720000
                                     + WS-CURED-CNT + WS-EXITED-CNT     02730000
           MOVE ZERO TO RUNH-RECS-WRITTEN                               02740000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              02750000
           EXEC SQL                                                     02760000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      02770000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        02780000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   02790000
              VALUES                                                    02800000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          02810000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   02820000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               02830000
                  :RUNH-RUN-RC)                                         02840000
           END-EXEC                                                     02850000
           EXEC SQL                                                     02860000
              COMMIT                                                    02870000
           END-EXEC                                                     02880000
           EXIT.                                                        02890000
