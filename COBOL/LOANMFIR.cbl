       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANMFIR.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT MFI-FILE     ASSIGN TO MFIOUT                         00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-MFI-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    THE CENTRAL BANK'S MFI INTEREST-RATE STATISTICS ON NEW       00110000
      *    BUSINESS - ONE FIXED RECORD PER CELL OF THE MONTH (NEW       00120000
      *    AGREEMENT OR RENEGOTIATION, PURPOSE, INITIAL RATE FIXATION,  00130000
      *    AMOUNT BAND, CURRENCY) AND A CLOSING TRAILER THE PORTAL      00140000
      *    PROVES THE FILE AGAINST. RATES ARE ANNUAL PERCENTAGES,       00150000
      *    VOLUME-WEIGHTED                                              00160000
       FD  MFI-FILE                                                     00170000
           RECORDING MODE F                                             00180000
           LABEL RECORDS STANDARD.                                      00190000
       01  MFI-RECORD.                                                  00200000
           05  MFI-REC-TYPE        PIC X(01).                           00210000
           05  MFI-PERIOD          PIC X(07).                           00220000
      *        N - NEW AGREEMENT, R - RENEGOTIATION (REFINANCE,         00230000
      *        TOP-UP OR RESTRUCTURE OF AN EXISTING LOAN)               00240000
           05  MFI-BUSINESS-TYPE   PIC X(01).                           00250000
           05  MFI-PURPOSE         PIC X(40).                           00260000
      *        1Y - FLOATING OR FIXED UP TO 1 YEAR, 5Y - OVER 1 AND     00270000
      *        UP TO 5 YEARS, 5P - OVER 5 YEARS                         00280000
           05  MFI-FIXATION        PIC X(02).                           00290000
      *        1 - UP TO EUR 0.25M, 2 - OVER 0.25M AND UP TO 1M,        00300000
      *        3 - OVER EUR 1M                                          00310000
           05  MFI-AMOUNT-BAND     PIC X(01).                           00320000
           05  MFI-CURRENCY        PIC X(03).                           00330000
           05  MFI-LOAN-COUNT      PIC 9(07).                           00340000
           05  MFI-VOLUME          PIC 9(13)V99.                        00350000
           05  MFI-VOLUME-EUR      PIC 9(13)V99.                        00360000
           05  MFI-AVG-RATE        PIC 9(03)V9(3).                      00370000
           05  MFI-AVG-APR         PIC 9(03)V9(3).                      00380000
           05  FILLER              PIC X(16).                           00390000
       01  MFI-TRAILER.                                                 00400000
           05  MFT-REC-TYPE        PIC X(01).                           00410000
           05  MFT-PERIOD          PIC X(07).                           00420000
           05  MFT-CELL-COUNT      PIC 9(07).                           00430000
           05  MFT-LOAN-COUNT      PIC 9(07).                           00440000
           05  MFT-VOLUME-EUR      PIC 9(13)V99.                        00450000
           05  FILLER              PIC X(83).                           00460000
                                                                        00470000
       WORKING-STORAGE SECTION.                                         00480000
           EXEC SQL                                                     00490000
              INCLUDE SQLCA                                             00500000
           END-EXEC.                                                    00510000
           EXEC SQL                                                     00520000
              INCLUDE RUNHIST                                           00530000
           END-EXEC.                                                    00540000
                                                                        00550000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00560000
           88  WS-NO-MORE-CELLS    VALUE 'Y'.                           00570000
       01  WS-MFI-STATUS           PIC XX    VALUE '00'.                00580000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANMFIR'.          00590000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00600000
       01  WS-CELLS-WRITTEN        PIC 9(7)  VALUE ZERO.                00610000
       01  WS-LOANS-REPORTED       PIC 9(7)  VALUE ZERO.                00620000
       01  WS-NEW-LOANS            PIC 9(7)  VALUE ZERO.                00630000
       01  WS-RENEG-LOANS          PIC 9(7)  VALUE ZERO.                00640000
       01  WS-TOTAL-EUR            PIC S9(13)V9(2) COMP-3 VALUE ZERO.   00650000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00660000
      *    THE CALENDAR MONTH REPORTED - THE ONE JUST ENDED             00670000
       01  WS-MONTH-START          PIC X(10) VALUE SPACES.              00680000
       01  WS-MONTH-END            PIC X(10) VALUE SPACES.              00690000
      *    ONE CELL AS THE CURSOR DELIVERS IT - VOLUMES IN THE LOAN     00700000
      *    CURRENCY AND IN EUR, AND THE RATE AND APR EACH MULTIPLIED    00710000
      *    BY THE LOAN AMOUNT FOR THE WEIGHTING                         00720000
       01  WS-CELL-ROW.                                                 00730000
           05  WS-C-BUSINESS-TYPE  PIC X(1).                            00740000
           05  WS-C-PURPOSE        PIC X(40).                           00750000
           05  WS-C-FIXATION       PIC X(2).                            00760000
           05  WS-C-AMOUNT-BAND    PIC X(1).                            00770000
           05  WS-C-CURRENCY       PIC X(3).                            00780000
           05  WS-C-LOAN-COUNT     PIC S9(9) COMP.                      00790000
           05  WS-C-VOLUME         PIC S9(13)V9(2) COMP-3.              00800000
           05  WS-C-VOLUME-EUR     PIC S9(13)V9(2) COMP-3.              00810000
           05  WS-C-RATE-WEIGHT    PIC S9(15)V9(5) COMP-3.              00820000
           05  WS-C-APR-WEIGHT     PIC S9(15)V9(5) COMP-3.              00830000
                                                                        00840000
       PROCEDURE DIVISION.                                              00850000
       000-MAIN-PARA.                                                   00860000
           PERFORM 100-INITIALIZE                                       00870000
           PERFORM 200-WRITE-ONE-CELL UNTIL WS-NO-MORE-CELLS            00880000
           PERFORM 900-TERMINATE                                        00890000
           STOP RUN.                                                    00900000
                                                                        00910000
       100-INITIALIZE.                                                  00920000
           EXEC SQL                                                     00930000
              SELECT CHAR(CURRENT TIMESTAMP),                           00940000
                     CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS   00950000
                          - 1 MONTH),                                   00960000
                     CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS)        00970000
                INTO :WS-RUN-START, :WS-MONTH-START, :WS-MONTH-END      00980000
                FROM SYSIBM.SYSDUMMY1                                   00990000
           END-EXEC                                                     01000000
           OPEN OUTPUT MFI-FILE                                         01010000
           IF WS-MFI-STATUS NOT = '00'                                  01020000
              DISPLAY 'LOANMFIR - UNABLE TO OPEN MFIOUT, STATUS = '     01030000
                      WS-MFI-STATUS                                     01040000
              MOVE 16 TO RETURN-CODE                                    01050000
              STOP RUN                                                  01060000
           END-IF                                                       01070000
           PERFORM 150-OPEN-CELL-CURSOR                                 01080000
           EXIT.                                                        01090000
                                                                        01100000
      *    NEW BUSINESS IS EVERY AGREEMENT FIRST FUNDED IN THE MONTH,   01110000
      *    AT THE RATE IT WAS PRICED AT (TABLE RATE, OR THE CUSTOMER'S  01110001
      *    NEGOTIATED OVERRIDE WHEN IT HAS NONE, PLUS THE RISK          01110002
      *    ADJUSTMENT - AS LOANCAPC WORKS IT OUT) AND THE APR IT WAS    01110003
      *    SIGNED FOR. ONE THAT REPLACES AN EXISTING LOAN OF OURS - A   01110004
      *    REFINANCE OR TOP-UP - IS A RENEGOTIATION, AND SO IS EVERY    01110005
      *    LOAN RESTRUCTURED IN THE MONTH, AT THE BALANCE IT WAS        01110006
      *    RESTRUCTURED ON AND THE RATE IT WAS MOVED TO, WORKED OUT THE 01110007
      *    SAME WAY. AN ARM LOAN'S RATE IS FIXED FOR NO MORE THAN A     01110008
      *    YEAR; A FIXED LOAN'S FOR ITS TERM. THE AMOUNT BAND GOES BY   01180000
      *    THE EUR COUNTERVALUE AT MONTH END                            01190000
       150-OPEN-CELL-CURSOR.                                            01200000
           EXEC SQL                                                     01210000
              DECLARE MFIC CURSOR FOR                                   01220000
              SELECT U.BUSINESS_TYPE, U.PURPOSE, U.FIXATION,            01230000
                     U.AMOUNT_BAND, U.CURRENCY_CODE, COUNT(*),          01240000
                     SUM(U.AMOUNT), SUM(U.AMOUNT_EUR),                  01250000
                     SUM(U.AMOUNT * U.RATE_PCT),                        01260000
                     SUM(U.AMOUNT * U.APR_PCT)                          01270000
                FROM (SELECT T.BUSINESS_TYPE, T.PURPOSE,                01280000
                             CASE                                       01290000
                                WHEN T.ARM_FLAG = 'Y'                   01300000
                                  OR T.LOAN_PERIOD <= 12 THEN '1Y'      01310000
                                WHEN T.LOAN_PERIOD <= 60 THEN '5Y'      01320000
                                ELSE '5P'                               01330000
                             END AS FIXATION,                           01340000
                             CASE                                       01350000
                                WHEN T.AMOUNT / T.EUR_RATE <= 250000    01360000
                                     THEN '1'                           01370000
                                WHEN T.AMOUNT / T.EUR_RATE <= 1000000   01380000
                                     THEN '2'                           01390000
                                ELSE '3'                                01400000
                             END AS AMOUNT_BAND,                        01410000
                             T.CURRENCY_CODE, T.AMOUNT,                 01420000
                             T.AMOUNT / T.EUR_RATE AS AMOUNT_EUR,       01430000
                             T.RATE_PCT, T.APR_PCT                      01440000
                        FROM (SELECT CASE                               01450000
                                        WHEN A.REFINANCED_FROM_APP_ID   01460000
                                             IS NULL THEN 'N'           01470000
                                        ELSE 'R'                        01480000
                                     END AS BUSINESS_TYPE,              01490000
                                     COALESCE(A.LOAN_USAGE, ' ')        01500000
                                        AS PURPOSE,                     01510000
                                     A.ARM_FLAG, A.LOAN_PERIOD,         01520000
                                     A.CURRENCY_CODE,                   01530000
                                     DECIMAL(A.LOAN_AMN, 13, 2)         01540000
                                        AS AMOUNT,                      01550000
                                     (COALESCE(NULLIF(I.RATE, 0),       01550001
                (SELECT O.OVERRIDE_RATE                                 01550002
                   FROM KALA15.CUSTOMER_RATE_OVERRIDE O                 01550003
                  WHERE O.CUST_SSN = A.CUST_SSN                         01550004
                  ORDER BY O.EXPIRY_DATE DESC                           01550005
                  FETCH FIRST 1 ROWS ONLY), 0)                          01550006
                                      + COALESCE(C.RISK_ADJ, 0)) * 100  01570000
                                        AS RATE_PCT,                    01580000
                                     COALESCE(A.APR_PCT, 0) AS APR_PCT, 01590000
                                     COALESCE(                          01600000
                                        (SELECT X.EUR_RATE              01610000
                                           FROM KALA15.FX_RATE X        01620000
                                          WHERE X.CURRENCY_CODE =       01630000
                                                A.CURRENCY_CODE         01640000
                                            AND X.RATE_DATE <=          01650000
                                                DATE(:WS-MONTH-END)     01660000
                                          ORDER BY X.RATE_DATE DESC     01670000
                                          FETCH FIRST 1 ROW ONLY), 1)   01680000
                                        AS EUR_RATE                     01690000
                                FROM KALA15.APPLICATIONS A              01700000
                                LEFT JOIN KALA15.INTEREST I             01710000
                                  ON I.INTEREST_ID = A.INTEREST         01720000
                                LEFT JOIN KALA15.RATE_COMPONENT C       01730000
                                  ON C.APP_ID = A.APP_ID                01740000
                               WHERE (SELECT MIN(D.DISB_DATE)           01750000
                                        FROM KALA15.DISBURSEMENT D      01760000
                                       WHERE D.APP_ID = A.APP_ID        01770000
                                         AND D.DISB_STATUS = 'SENT')    01780000
                                     BETWEEN DATE(:WS-MONTH-START)      01790000
                                         AND DATE(:WS-MONTH-END)        01800000
                              UNION ALL                                 01810000
                              SELECT 'R',                               01820000
                                     COALESCE(A.LOAN_USAGE, ' '),       01830000
                                     A.ARM_FLAG, A.LOAN_PERIOD,         01840000
                                     A.CURRENCY_CODE,                   01850000
                                     DECIMAL(COALESCE(                  01860000
                                        (SELECT P.PRINCIPAL_BAL         01870000
                                           FROM KALA15.LOAN_POSITION P  01880000
                                          WHERE P.APP_ID = A.APP_ID),   01890000
                                        A.LOAN_AMN), 13, 2),            01900000
                                     (COALESCE(NULLIF(I.RATE, 0),       01900001
                (SELECT O.OVERRIDE_RATE                                 01900002
                   FROM KALA15.CUSTOMER_RATE_OVERRIDE O                 01900003
                  WHERE O.CUST_SSN = A.CUST_SSN                         01900004
                  ORDER BY O.EXPIRY_DATE DESC                           01900005
                  FETCH FIRST 1 ROWS ONLY), 0)                          01900006
                                      + COALESCE(                       01900007
                (SELECT C.RISK_ADJ                                      01900008
                   FROM KALA15.RATE_COMPONENT C                         01900009
                  WHERE C.APP_ID = A.APP_ID), 0)) * 100,                0190000A
                                     COALESCE(A.APR_PCT, 0),            01920000
                                     COALESCE(                          01930000
                                        (SELECT X.EUR_RATE              01940000
                                           FROM KALA15.FX_RATE X        01950000
                                          WHERE X.CURRENCY_CODE =       01960000
                                                A.CURRENCY_CODE         01970000
                                            AND X.RATE_DATE <=          01980000
                                                DATE(:WS-MONTH-END)     01990000
                                          ORDER BY X.RATE_DATE DESC     02000000
                                          FETCH FIRST 1 ROW ONLY), 1)   02010000
                                FROM KALA15.APPLICATIONS A              02020000
                                LEFT JOIN KALA15.INTEREST I             02030000
                                  ON I.INTEREST_ID = A.INTEREST         02040000
                               WHERE EXISTS                             02050000
                (SELECT 1                                               02060000
                   FROM KALA15.APPLICATION_STATUS_HISTORY H             02070000
                  WHERE H.APP_ID = A.APP_ID                             02080000
                    AND H.STATUS_CODE = 'RESTRUCTURED'                  02090000
                    AND DATE(H.CHANGED_TS) BETWEEN DATE(:WS-MONTH-START)02100000
                                               AND DATE(:WS-MONTH-END)) 02110000
                             ) AS T                                     02120000
                     ) AS U                                             02130000
               GROUP BY U.BUSINESS_TYPE, U.PURPOSE, U.FIXATION,         02140000
                        U.AMOUNT_BAND, U.CURRENCY_CODE                  02150000
               ORDER BY 1, 2, 3, 4, 5                                   02160000
           END-EXEC                                                     02170000
           EXEC SQL                                                     02180000
              OPEN MFIC                                                 02190000
           END-EXEC                                                     02200000
           PERFORM 980-CHECK-SQL                                        02210000
           EXIT.                                                        02220000
                                                                        02230000
       200-WRITE-ONE-CELL.                                              02240000
           EXEC SQL                                                     02250000
              FETCH MFIC                                                02260000
               INTO :WS-C-BUSINESS-TYPE, :WS-C-PURPOSE,                 02270000
                    :WS-C-FIXATION, :WS-C-AMOUNT-BAND,                  02280000
                    :WS-C-CURRENCY, :WS-C-LOAN-COUNT, :WS-C-VOLUME,     02290000
                    :WS-C-VOLUME-EUR, :WS-C-RATE-WEIGHT,                02300000
                    :WS-C-APR-WEIGHT                                    02310000
           END-EXEC                                                     02320000
           IF SQLCODE NOT = 00                                          02330000
              PERFORM 980-CHECK-SQL                                     02340000
              MOVE 'Y' TO WS-EOF-SW                                     02350000
           ELSE                                                         02360000
              MOVE SPACES             TO MFI-RECORD                     02370000
              MOVE 'D'                TO MFI-REC-TYPE                   02380000
              MOVE WS-MONTH-START (1:7) TO MFI-PERIOD                   02390000
              MOVE WS-C-BUSINESS-TYPE TO MFI-BUSINESS-TYPE              02400000
              MOVE WS-C-PURPOSE       TO MFI-PURPOSE                    02410000
              MOVE WS-C-FIXATION      TO MFI-FIXATION                   02420000
              MOVE WS-C-AMOUNT-BAND   TO MFI-AMOUNT-BAND                02430000
              MOVE WS-C-CURRENCY      TO MFI-CURRENCY                   02440000
              MOVE WS-C-LOAN-COUNT    TO MFI-LOAN-COUNT                 02450000
              MOVE WS-C-VOLUME        TO MFI-VOLUME                     02460000
              MOVE WS-C-VOLUME-EUR    TO MFI-VOLUME-EUR                 02470000
              IF WS-C-VOLUME > ZERO                                     02480000
                 COMPUTE MFI-AVG-RATE ROUNDED =                         02490000
                         WS-C-RATE-WEIGHT / WS-C-VOLUME                 02500000
                 COMPUTE MFI-AVG-APR ROUNDED =                          02510000
                         WS-C-APR-WEIGHT / WS-C-VOLUME                  02520000
              ELSE                                                      02530000
                 MOVE ZERO TO MFI-AVG-RATE MFI-AVG-APR                  02540000
              END-IF                                                    02550000
              WRITE MFI-RECORD                                          02560000
              ADD 1                  TO WS-CELLS-WRITTEN                02570000
              ADD WS-C-LOAN-COUNT    TO WS-LOANS-REPORTED               02580000
              ADD WS-C-VOLUME-EUR    TO WS-TOTAL-EUR                    02590000
              IF WS-C-BUSINESS-TYPE = 'N'                               02600000
                 ADD WS-C-LOAN-COUNT TO WS-NEW-LOANS                    02610000
              ELSE                                                      02620000
                 ADD WS-C-LOAN-COUNT TO WS-RENEG-LOANS                  02630000
              END-IF                                                    02640000
           END-IF                                                       02650000
           EXIT.                                                        02660000
                                                                        02670000
       900-TERMINATE.                                                   02680000
           EXEC SQL                                                     02690000
              CLOSE MFIC                                                02700000
           END-EXEC                                                     02710000
           MOVE SPACES              TO MFI-TRAILER                      02720000
           MOVE 'T'                 TO MFT-REC-TYPE                     02730000
           MOVE WS-MONTH-START (1:7) TO MFT-PERIOD                      02740000
           MOVE WS-CELLS-WRITTEN    TO MFT-CELL-COUNT                   02750000
           MOVE WS-LOANS-REPORTED   TO MFT-LOAN-COUNT                   02760000
           MOVE WS-TOTAL-EUR        TO MFT-VOLUME-EUR                   02770000
           WRITE MFI-TRAILER                                            02780000
           PERFORM 950-LOG-RUN-HISTORY                                  02790000
           EXEC SQL                                                     02800000
              COMMIT                                                    02810000
           END-EXEC                                                     02820000
           CLOSE MFI-FILE                                               02830000
           DISPLAY 'LOANMFIR - MONTH REPORTED   : ' WS-MONTH-START (1:7)02840000
           DISPLAY 'LOANMFIR - CELLS WRITTEN    : ' WS-CELLS-WRITTEN    02850000
           DISPLAY 'LOANMFIR - NEW AGREEMENTS   : ' WS-NEW-LOANS        02860000
           DISPLAY 'LOANMFIR - RENEGOTIATIONS   : ' WS-RENEG-LOANS      02870000
           EXIT.                                                        02880000
                                                                        02890000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      02900000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      02910000
      *    CONSOLE'S DURATION TRENDING                                  02920000
       950-LOG-RUN-HISTORY.                                             02930000
           EXEC SQL                                                     02940000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       02950000
                INTO :RUNH-RUN-ID                                       02960000
                FROM KALA15.BATCH_RUN_HISTORY                           02970000
           END-EXEC                                                     02980000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            02990000
           MOVE WS-LOANS-REPORTED TO RUNH-RECS-READ                     03000000
           MOVE ZERO TO RUNH-RECS-UPDATED                               03010000
           MOVE WS-CELLS-WRITTEN TO RUNH-RECS-WRITTEN                   03020000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              03030000
           EXEC SQL                                                     03040000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      03050000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        03060000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   03070000
              VALUES                                                    03080000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          03090000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   03100000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               03110000
                  :RUNH-RUN-RC)                                         03120000
           END-EXEC                                                     03130000
           EXIT.                                                        03140000
                                                                        03150000
      *    A FAILED CURSOR LEAVES THE FILE SHORT - THE RUN STOPS RC 16  03160000
      *    SO THE GENERATION IS NOT CATALOGUED FOR THE PORTAL           03170000
       980-CHECK-SQL.                                                   03180000
           IF SQLCODE < 0                                               03190000
              MOVE SQLCODE TO WS-ED-SQLCODE                             03200000
              DISPLAY 'LOANMFIR - MFI STATISTICS RUN FAILED, SQLCODE '  03210000
                      WS-ED-SQLCODE                                     03220000
              MOVE 16 TO RETURN-CODE                                    03230000
              PERFORM 950-LOG-RUN-HISTORY                               03240000
              EXEC SQL                                                  03250000
                 COMMIT                                                 03260000
              END-EXEC                                                  03270000
              CLOSE MFI-FILE                                            03280000
              STOP RUN                                                  03290000
           END-IF                                                       03300000
           EXIT.                                                        03310000
