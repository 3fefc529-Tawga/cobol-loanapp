       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANLREV.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT REVIEW-LETTER ASSIGN TO LREVLTR                       00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-LTR-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    ONE MAIL-MERGE RECORD PER LINE-CHANGE NOTICE, SAME VENDOR    00110000
      *    LAYOUT FAMILY AS THE OTHER LETTER RUNS WITH THE OLD AND NEW  00120000
      *    LIMIT AND THE DAY THE CHANGE TAKES EFFECT                    00130000
       FD  REVIEW-LETTER                                                00140000
           RECORDING MODE F                                             00150000
           LABEL RECORDS STANDARD.                                      00160000
       01  LRL-RECORD.                                                  00170000
           05  LRL-F-NAME          PIC X(15).                           00180000
           05  LRL-L-NAME          PIC X(15).                           00190000
           05  LRL-ADDRESS         PIC X(20).                           00200000
           05  LRL-CITY            PIC X(20).                           00210000
           05  LRL-POSTAL-CODE     PIC X(05).                           00220000
           05  LRL-APP-ID          PIC 9(08).                           00230000
           05  LRL-ACTION          PIC X(08).                           00240000
           05  LRL-OLD-LIMIT       PIC 9(09).                           00250000
           05  LRL-NEW-LIMIT       PIC 9(09).                           00260000
           05  LRL-EFFECTIVE-DATE  PIC X(10).                           00270000
                                                                        00280000
       WORKING-STORAGE SECTION.                                         00290000
           EXEC SQL                                                     00300000
              INCLUDE SQLCA                                             00310000
           END-EXEC.                                                    00320000
           EXEC SQL                                                     00330000
              INCLUDE APPS                                              00340000
           END-EXEC.                                                    00350000
           EXEC SQL                                                     00360000
              INCLUDE CUSTOMER                                          00370000
           END-EXEC.                                                    00380000
           EXEC SQL                                                     00390000
              INCLUDE LINEREV                                           00400000
           END-EXEC.                                                    00410000
           EXEC SQL                                                     00420000
              INCLUDE CORRHIST                                          00430000
           END-EXEC.                                                    00440000
           EXEC SQL                                                     00450000
              INCLUDE BUSPARM                                           00460000
           END-EXEC.                                                    00470000
           EXEC SQL                                                     00480000
              INCLUDE RUNHIST                                           00490000
           END-EXEC.                                                    00500000
           EXEC SQL                                                     00500001
              INCLUDE FLDCHG                                            00500002
           END-EXEC.                                                    00500003
                                                                        00510000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00520000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00530000
       01  WS-CUT-EOF-SW           PIC X     VALUE 'N'.                 00530001
           88  WS-NO-MORE-CUTS     VALUE 'Y'.                           00530002
       01  WS-LTR-STATUS           PIC XX    VALUE '00'.                00540000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANLREV'.          00550000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00560000
       01  WS-RUN-DATE             PIC X(10) VALUE SPACES.              00570000
      *    THE REVIEW RULES, ALL TUNABLE IN BUSINESS_PARAM.  A LINE IS  00580000
      *    REVIEWED ONCE A YEAR, SOONER WHEN ITS BUREAU SCORE FALLS BY  00590000
      *    THE TRIGGER DROP OR IT GOES INTO ARREARS.  A SCORE UNDER     00600000
      *    TODAY'S UNDERWRITING MINIMUM, OR ARREARS STILL OPEN, FREEZES 00610000
      *    THE LINE; A SCORE DROP OR ANY ARREARS IN THE LAST YEAR CUTS  00620000
      *    IT BY THE CUT PERCENTAGE; A STRONG SCORE WITH A CLEAN YEAR   00630000
      *    AND A WELL-USED LINE RAISES IT BY THE RAISE PERCENTAGE.  A   00640000
      *    CUT WAITS OUT THE ADVANCE NOTICE PERIOD - TWO MONTHS UNLESS  00650000
      *    SET OTHERWISE - BEFORE IT TAKES EFFECT                       00660000
       01  WS-REVIEW-MONTHS        PIC S9(9) COMP VALUE 12.             00670000
       01  WS-TRIG-DROP            PIC S9(9) COMP VALUE 50.             00680000
       01  WS-FREEZE-SCORE         PIC S9(9) COMP VALUE ZERO.           00690000
       01  WS-UP-SCORE             PIC S9(9) COMP VALUE 700.            00700000
       01  WS-UP-UTIL-PCT          PIC S9(3)V9(2) COMP-3 VALUE 60.      00710000
       01  WS-CUT-PCT              PIC S9(3)V9(2) COMP-3 VALUE 25.      00720000
       01  WS-UP-PCT               PIC S9(3)V9(2) COMP-3 VALUE 20.      00730000
       01  WS-NOTICE-DAYS          PIC S9(9) COMP VALUE 60.             00740000
      *    ONE LINE AS THE CURSOR DELIVERS IT                           00750000
       01  WS-LINE-VARS.                                                00760000
           05  WS-PROD-MIN         PIC S9(9) COMP.                      00770000
           05  WS-PROD-MAX         PIC S9(9) COMP.                      00780000
           05  WS-LATEST-SCORE     PIC S9(9) COMP.                      00790000
           05  WS-BASE-SCORE       PIC S9(9) COMP.                      00800000
           05  WS-DELINQ-CNT       PIC S9(9) COMP.                      00810000
           05  WS-OPEN-DELINQ      PIC S9(9) COMP.                      00820000
           05  WS-DRAWN-AMT        PIC S9(9)V9(2) COMP-3.               00830000
           05  WS-PRIN-PAID        PIC S9(9)V9(2) COMP-3.               00840000
           05  WS-DRAWN-BAL        PIC S9(9)V9(2) COMP-3.               00850000
           05  WS-ANNUAL-DUE-SW    PIC X.                               00860000
               88  ANNUAL-DUE      VALUE 'Y'.                           00870000
           05  WS-LINE-STATE       PIC X(8).                            00880000
               88  LINE-FROZEN     VALUE 'FREEZE'.                      00890000
           05  WS-NEW-LIMIT        PIC S9(9)V9(2) COMP-3.               00900000
      *    A LIMIT CHANGE GOES ON THE FIELD-LEVEL CHANGE HISTORY THE    00900001
      *    SAME WAY AN ONLINE EDIT DOES - THE COLUMN READ AS TEXT       00900002
      *    BEFORE THE UPDATE AND AGAIN AFTER IT                         00900003
       01  WS-FCH-VARS.                                                 00900004
           05  WS-FCH-OLD-AMN      PIC X(40).                           00900005
           05  WS-FCH-NEW-AMN      PIC X(40).                           00900006
       01  WS-REVIEW-SW            PIC X     VALUE 'N'.                 00910000
           88  REVIEW-DUE          VALUE 'Y'.                           00920000
       01  WS-LINES-READ           PIC 9(7)  VALUE ZERO.                00930000
       01  WS-REVIEWED             PIC 9(7)  VALUE ZERO.                00940000
       01  WS-DECREASED            PIC 9(7)  VALUE ZERO.                00950000
       01  WS-FROZEN               PIC 9(7)  VALUE ZERO.                00960000
       01  WS-INCREASED            PIC 9(7)  VALUE ZERO.                00970000
       01  WS-UNFROZEN             PIC 9(7)  VALUE ZERO.                00980000
       01  WS-LETTERS              PIC 9(7)  VALUE ZERO.                00990000
       01  WS-CUTS-APPLIED         PIC 9(7)  VALUE ZERO.                01000000
       01  WS-ED-SQLCODE           PIC -(9)9.                           01010000
                                                                        01020000
       PROCEDURE DIVISION.                                              01030000
       000-MAIN-PARA.                                                   01040000
           PERFORM 100-INITIALIZE                                       01050000
           PERFORM 150-APPLY-DUE-DECREASES                              01060000
           PERFORM 200-REVIEW-ONE-LINE UNTIL WS-NO-MORE-ROWS            01070000
           PERFORM 900-TERMINATE                                        01080000
           STOP RUN.                                                    01090000
                                                                        01100000
       100-INITIALIZE.                                                  01110000
           EXEC SQL                                                     01120000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE, ISO)   01130000
                INTO :WS-RUN-START, :WS-RUN-DATE                        01140000
                FROM SYSIBM.SYSDUMMY1                                   01150000
           END-EXEC                                                     01160000
           OPEN OUTPUT REVIEW-LETTER                                    01170000
           IF WS-LTR-STATUS NOT = '00'                                  01180000
              DISPLAY 'LOANLREV - UNABLE TO OPEN LREVLTR, STATUS = '    01190000
                      WS-LTR-STATUS                                     01200000
              MOVE 16 TO RETURN-CODE                                    01210000
              STOP RUN                                                  01220000
           END-IF                                                       01230000
                                                                        01240000
           MOVE 'LINE_REVIEW_MONTHS' TO BUSPARM-NAME                    01250000
           PERFORM 110-FETCH-ONE-PARAM                                  01260000
           IF SQLCODE = 00                                              01270000
              MOVE BUSPARM-VALUE TO WS-REVIEW-MONTHS                    01280000
           END-IF                                                       01290000
           MOVE 'LINE_TRIG_DROP' TO BUSPARM-NAME                        01300000
           PERFORM 110-FETCH-ONE-PARAM                                  01310000
           IF SQLCODE = 00                                              01320000
              MOVE BUSPARM-VALUE TO WS-TRIG-DROP                        01330000
           END-IF                                                       01340000
           MOVE 'LINE_UP_SCORE' TO BUSPARM-NAME                         01350000
           PERFORM 110-FETCH-ONE-PARAM                                  01360000
           IF SQLCODE = 00                                              01370000
              MOVE BUSPARM-VALUE TO WS-UP-SCORE                         01380000
           END-IF                                                       01390000
           MOVE 'LINE_UP_UTIL_PCT' TO BUSPARM-NAME                      01400000
           PERFORM 110-FETCH-ONE-PARAM                                  01410000
           IF SQLCODE = 00                                              01420000
              MOVE BUSPARM-VALUE TO WS-UP-UTIL-PCT                      01430000
           END-IF                                                       01440000
           MOVE 'LINE_CUT_PCT' TO BUSPARM-NAME                          01450000
           PERFORM 110-FETCH-ONE-PARAM                                  01460000
           IF SQLCODE = 00                                              01470000
              MOVE BUSPARM-VALUE TO WS-CUT-PCT                          01480000
           END-IF                                                       01490000
           MOVE 'LINE_UP_PCT' TO BUSPARM-NAME                           01500000
           PERFORM 110-FETCH-ONE-PARAM                                  01510000
           IF SQLCODE = 00                                              01520000
              MOVE BUSPARM-VALUE TO WS-UP-PCT                           01530000
           END-IF                                                       01540000
           MOVE 'LINE_NOTICE_DAYS' TO BUSPARM-NAME                      01550000
           PERFORM 110-FETCH-ONE-PARAM                                  01560000
           IF SQLCODE = 00                                              01570000
              MOVE BUSPARM-VALUE TO WS-NOTICE-DAYS                      01580000
           END-IF                                                       01590000
                                                                        01600000
      *    THE FREEZE FLOOR IS THE SCORE UNDERWRITING WOULD REFUSE A    01610000
      *    NEW LOAN BELOW TODAY - NO CONFIGURATION, NO SCORE FREEZE     01620000
           EXEC SQL                                                     01630000
              SELECT MIN_SCORE                                          01640000
                INTO :WS-FREEZE-SCORE                                   01650000
                FROM KALA15.CREDIT_SCORE_CONFIG                         01660000
               WHERE EFFECTIVE_DATE <= CURRENT DATE                     01670000
                 AND (END_DATE IS NULL OR                               01680000
                      END_DATE >= CURRENT DATE)                         01690000
               FETCH FIRST 1 ROWS ONLY                                  01700000
           END-EXEC                                                     01710000
           IF SQLCODE NOT = 00                                          01720000
              MOVE ZERO TO WS-FREEZE-SCORE                              01730000
           END-IF                                                       01740000
                                                                        01750000
      *    EVERY OPEN REVOLVING LINE OF A LIVING CUSTOMER, WITH WHAT    01760000
      *    THE REVIEW DECIDES ON: THE PRODUCT'S CURRENT LIMITS, THE     01770000
      *    LATEST BUREAU SCORE AND THE ONE THE LAST REVIEW USED (THE    01780000
      *    UNDERWRITING SCORE BEFORE THE FIRST), ARREARS IN THE LAST    01790000
      *    YEAR AND STILL OPEN, THE DRAWN BALANCE THE SAME WAY THE      01800000
      *    LINE-DRAW SERVICE WORKS IT OUT, WHETHER A YEAR HAS PASSED    01810000
      *    SINCE THE LAST REVIEW (OR THE FIRST DRAW) AND THE STATE THE  01820000
      *    LAST APPLIED REVIEW LEFT THE LINE IN                         01830000
           EXEC SQL                                                     01840000
              DECLARE LREVC CURSOR FOR                                  01850000
              SELECT A.APP_ID, A.CUST_SSN, A.LOAN_AMN,                  01860000
                     P.MIN_AMOUNT, P.MAX_AMOUNT,                        01870000
                     C.F_NAME, C.L_NAME,                                01880000
                     COALESCE(C.ADDRESS, ' '),                          01890000
                     COALESCE(C.CITY, ' '),                             01900000
                     COALESCE(C.POSTAL_CODE, ' '),                      01910000
                     COALESCE(                                          01920000
                        (SELECT H.CREDIT_SCORE                          01930000
                           FROM KALA15.CREDIT_SCORE_HISTORY H           01940000
                          WHERE H.CUST_SSN = A.CUST_SSN                 01950000
                          ORDER BY H.SCORE_ID DESC                      01960000
                          FETCH FIRST 1 ROW ONLY),                      01970000
                        A.CREDIT_SCORE, 0),                             01980000
                     COALESCE(                                          01990000
                        (SELECT R.CREDIT_SCORE                          02000000
                           FROM KALA15.CREDIT_LINE_REVIEW R             02010000
                          WHERE R.APP_ID = A.APP_ID                     02020000
                          ORDER BY R.REVIEW_ID DESC                     02030000
                          FETCH FIRST 1 ROW ONLY),                      02040000
                        A.CREDIT_SCORE, 0),                             02050000
                     (SELECT COUNT(*)                                   02060000
                        FROM KALA15.DELINQUENCY D                       02070000
                       WHERE D.APP_ID = A.APP_ID                        02080000
                         AND D.FLAGGED_DATE >= CURRENT DATE             02090000
                                               - 12 MONTHS),            02100000
                     (SELECT COUNT(*)                                   02110000
                        FROM KALA15.DELINQUENCY D2                      02120000
                       WHERE D2.APP_ID = A.APP_ID                       02130000
                         AND D2.DELINQ_STATUS = 'OPEN'),                02140000
                     (SELECT COALESCE(SUM(W.DRAW_AMT), 0)               02150000
                        FROM KALA15.CREDIT_LINE_DRAW W                  02160000
                       WHERE W.APP_ID = A.APP_ID                        02170000
                         AND W.DRAW_STATUS IN                           02180000
                             ('PENDING', 'SENT', 'REJECTED')),          02190000
                     (SELECT COALESCE(SUM(S.PRINCIPAL_AMT), 0)          02200000
                        FROM KALA15.PAYMENT_SCHEDULE S                  02210000
                       WHERE S.APP_ID = A.APP_ID                        02220000
                         AND S.ACTUAL_BALANCE_AMT IS NOT NULL),         02230000
                     CASE WHEN COALESCE(                                02240000
                          (SELECT MAX(R2.REVIEW_DATE)                   02250000
                             FROM KALA15.CREDIT_LINE_REVIEW R2          02260000
                            WHERE R2.APP_ID = A.APP_ID),                02270000
                          (SELECT MIN(W2.DRAW_DATE)                     02280000
                             FROM KALA15.CREDIT_LINE_DRAW W2            02290000
                            WHERE W2.APP_ID = A.APP_ID                  02300000
                              AND W2.DRAW_STATUS = 'SENT'),             02310000
                          CURRENT DATE)                                 02320000
                          <= CURRENT DATE - :WS-REVIEW-MONTHS MONTHS    02330000
                          THEN 'Y' ELSE 'N' END,                        02340000
                     COALESCE(                                          02350000
                        (SELECT R3.REVIEW_ACTION                        02360000
                           FROM KALA15.CREDIT_LINE_REVIEW R3            02370000
                          WHERE R3.APP_ID = A.APP_ID                    02380000
                            AND R3.APPLY_STATUS = 'APPLIED'             02390000
                          ORDER BY R3.REVIEW_ID DESC                    02400000
                          FETCH FIRST 1 ROW ONLY),                      02410000
                        'KEEP')                                         02420000
                FROM KALA15.APPLICATIONS A,                             02430000
                     KALA15.PRODUCT P,                                  02440000
                     KALA15.CUSTOMER C                                  02450000
               WHERE A.STATUS = 1                                       02460000
                 AND P.PRODUCT_CODE = A.PRODUCT_CODE                    02470000
                 AND P.REVOLVING_FLAG = 'Y'                             02480000
                 AND P.EFFECTIVE_DATE =                                 02490000
                    (SELECT MAX(P2.EFFECTIVE_DATE)                      02500000
                       FROM KALA15.PRODUCT P2                           02510000
                      WHERE P2.PRODUCT_CODE = A.PRODUCT_CODE            02520000
                        AND P2.EFFECTIVE_DATE <= CURRENT DATE)          02530000
                 AND C.SSN = A.CUST_SSN                                 02540000
                 AND C.DECEASED_DATE IS NULL                            02550000
               ORDER BY A.APP_ID                                        02560000
           END-EXEC                                                     02570000
           EXEC SQL                                                     02580000
              OPEN LREVC                                                02590000
           END-EXEC                                                     02600000
           PERFORM 980-CHECK-SQL                                        02610000
           EXIT.                                                        02620000
                                                                        02630000
       110-FETCH-ONE-PARAM.                                             02640000
           EXEC SQL                                                     02650000
              SELECT PARAM_VALUE                                        02660000
                INTO :BUSPARM-VALUE                                     02670000
                FROM KALA15.BUSINESS_PARAM                              02680000
               WHERE PARAM_NAME = :BUSPARM-NAME                         02690000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     02700000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     02710000
           END-EXEC                                                     02720000
           EXIT.                                                        02730000
                                                                        02740000
      *    CUTS WHOSE NOTICE PERIOD HAS RUN OUT TAKE EFFECT BEFORE      02750000
      *    ANY LINE IS REVIEWED AGAIN, SO THE REVIEW SEES THE LIMIT     02760000
      *    THE CUSTOMER WAS TOLD ABOUT                                  02770000
       150-APPLY-DUE-DECREASES.                                         02780000
           EXEC SQL                                                     02790000
              DECLARE LCUTC CURSOR FOR                                  02790001
              SELECT R.APP_ID, R.NEW_LIMIT                              02790002
                FROM KALA15.CREDIT_LINE_REVIEW R                        02790003
               WHERE R.APPLY_STATUS = 'PENDING'                         02790004
                 AND R.EFFECTIVE_DATE <= CURRENT DATE                   02790005
               ORDER BY R.APP_ID                                        02790006
           END-EXEC                                                     02790007
           EXEC SQL                                                     02790008
              OPEN LCUTC                                                02790009
           END-EXEC                                                     02940000
           PERFORM 980-CHECK-SQL                                        02950000
           PERFORM 160-APPLY-ONE-CUT UNTIL WS-NO-MORE-CUTS              02950001
           EXEC SQL                                                     02990000
              CLOSE LCUTC                                               02990001
           END-EXEC                                                     02990002
           EXEC SQL                                                     02990003
              UPDATE KALA15.CREDIT_LINE_REVIEW                          03000000
                 SET APPLY_STATUS = 'APPLIED'                           03010000
               WHERE APPLY_STATUS = 'PENDING'                           03020000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     03030000
           END-EXEC                                                     03040000
           PERFORM 980-CHECK-SQL                                        03050000
           EXIT.                                                        03060000
                                                                        03070000
       160-APPLY-ONE-CUT.                                               03070001
           EXEC SQL                                                     03070002
              FETCH LCUTC                                               03070003
               INTO :LREV-APP-ID, :LREV-NEW-LIMIT                       03070004
           END-EXEC                                                     03070005
           IF SQLCODE NOT = 00                                          03070006
              PERFORM 980-CHECK-SQL                                     03070007
              MOVE 'Y' TO WS-CUT-EOF-SW                                 03070008
           ELSE                                                         03070009
              PERFORM 420-SNAPSHOT-LIMIT                                0307000A
              EXEC SQL                                                  0307000B
                 UPDATE KALA15.APPLICATIONS                             0307000C
                    SET LOAN_AMN = :LREV-NEW-LIMIT,                     0307000D
                        ROW_VERSION = ROW_VERSION + 1                   0307000E
                  WHERE APP_ID = :LREV-APP-ID                           0307000F
              END-EXEC                                                  0307000G
              PERFORM 980-CHECK-SQL                                     0307000H
              IF SQLCODE = 00 AND SQLERRD(3) > 0                        0307000I
                 ADD 1 TO WS-CUTS-APPLIED                               0307000J
                 PERFORM 421-LOG-LIMIT-CHANGE                           0307000K
              END-IF                                                    0307000L
           END-IF                                                       0307000M
           EXIT.                                                        0307000N
                                                                        0307000O
       200-REVIEW-ONE-LINE.                                             03080000
           EXEC SQL                                                     03090000
              FETCH LREVC                                               03100000
               INTO :APP-ID, :CUST-SSN, :LOAN-AMN,                      03110000
                    :WS-PROD-MIN, :WS-PROD-MAX,                         03120000
                    :F-NAME, :L-NAME, :CUSTOMER-ADDRESS,                03130000
                    :CITY, :POSTAL-CODE,                                03140000
                    :WS-LATEST-SCORE, :WS-BASE-SCORE,                   03150000
                    :WS-DELINQ-CNT, :WS-OPEN-DELINQ,                    03160000
                    :WS-DRAWN-AMT, :WS-PRIN-PAID,                       03170000
                    :WS-ANNUAL-DUE-SW, :WS-LINE-STATE                   03180000
           END-EXEC                                                     03190000
           IF SQLCODE NOT = 00                                          03200000
              PERFORM 980-CHECK-SQL                                     03210000
              MOVE 'Y' TO WS-EOF-SW                                     03220000
           ELSE                                                         03230000
              ADD 1 TO WS-LINES-READ                                    03240000
              PERFORM 210-CHECK-REVIEW-DUE                              03250000
              IF REVIEW-DUE                                             03260000
                 PERFORM 300-DECIDE-LINE                                03270000
                 PERFORM 400-RECORD-REVIEW                              03280000
              END-IF                                                    03290000
           END-IF                                                       03300000
           EXIT.                                                        03310000
                                                                        03320000
      *    ARREARS ON A LINE NOT ALREADY FROZEN AND A SCORE DROP SINCE  03330000
      *    THE LAST REVIEW BRING THE REVIEW FORWARD; OTHERWISE THE      03340000
      *    LINE WAITS FOR ITS ANNUAL TURN                               03350000
       210-CHECK-REVIEW-DUE.                                            03360000
           MOVE 'N' TO WS-REVIEW-SW                                     03370000
           MOVE APP-ID TO LREV-APP-ID                                   03380000
           MOVE LOAN-AMN TO LREV-OLD-LIMIT                              03390000
           MOVE LOAN-AMN TO LREV-NEW-LIMIT                              03400000
           MOVE WS-LATEST-SCORE TO LREV-CREDIT-SCORE                    03410000
           MOVE WS-DELINQ-CNT TO LREV-DELINQ-CNT                        03420000
           COMPUTE WS-DRAWN-BAL = WS-DRAWN-AMT - WS-PRIN-PAID           03430000
           IF WS-DRAWN-BAL < ZERO                                       03440000
              MOVE ZERO TO WS-DRAWN-BAL                                 03450000
           END-IF                                                       03460000
           IF LOAN-AMN > ZERO                                           03470000
              COMPUTE LREV-UTIL-PCT ROUNDED =                           03480000
                      WS-DRAWN-BAL * 100 / LOAN-AMN                     03490000
                 ON SIZE ERROR                                          03500000
                    MOVE 999.99 TO LREV-UTIL-PCT                        03510000
              END-COMPUTE                                               03520000
           ELSE                                                         03530000
              MOVE ZERO TO LREV-UTIL-PCT                                03540000
           END-IF                                                       03550000
           EVALUATE TRUE                                                03560000
              WHEN WS-OPEN-DELINQ > ZERO AND NOT LINE-FROZEN            03570000
                 SET LREV-ARREARS TO TRUE                               03580000
                 SET REVIEW-DUE TO TRUE                                 03590000
              WHEN WS-LATEST-SCORE > ZERO AND                           03600000
                   WS-LATEST-SCORE <= WS-BASE-SCORE - WS-TRIG-DROP      03610000
                 SET LREV-SCORE-DROP TO TRUE                            03620000
                 SET REVIEW-DUE TO TRUE                                 03630000
              WHEN ANNUAL-DUE                                           03640000
                 SET LREV-ANNUAL TO TRUE                                03650000
                 SET REVIEW-DUE TO TRUE                                 03660000
           END-EVALUATE                                                 03670000
           EXIT.                                                        03680000
                                                                        03690000
      *    THE DECISION, WITHIN THE PRODUCT'S LIMITS.  A CUT NEVER      03700000
      *    TAKES THE LIMIT BELOW WHAT IS ALREADY DRAWN NOR UNDER THE    03710000
      *    PRODUCT MINIMUM, A RAISE NEVER OVER THE PRODUCT MAXIMUM -    03720000
      *    EITHER ONE THAT ENDS UP CHANGING NOTHING IS A KEEP.  A KEEP  03730000
      *    ON A FROZEN LINE LIFTS THE FREEZE                            03740000
       300-DECIDE-LINE.                                                 03750000
           SET LREV-KEEP TO TRUE                                        03760000
           EVALUATE TRUE                                                03770000
              WHEN WS-OPEN-DELINQ > ZERO                                03780000
                 SET LREV-FREEZE TO TRUE                                03790000
              WHEN WS-LATEST-SCORE > ZERO AND                           03800000
                   WS-LATEST-SCORE < WS-FREEZE-SCORE                    03810000
                 SET LREV-FREEZE TO TRUE                                03820000
              WHEN WS-DELINQ-CNT > ZERO OR LREV-SCORE-DROP              03830000
                 COMPUTE WS-NEW-LIMIT =                                 03840000
                         LOAN-AMN * (100 - WS-CUT-PCT) / 100            03850000
                 IF WS-NEW-LIMIT < WS-DRAWN-BAL                         03860000
                    MOVE WS-DRAWN-BAL TO WS-NEW-LIMIT                   03870000
                 END-IF                                                 03880000
                 IF WS-NEW-LIMIT < WS-PROD-MIN                          03890000
                    MOVE WS-PROD-MIN TO WS-NEW-LIMIT                    03900000
                 END-IF                                                 03910000
                 COMPUTE LREV-NEW-LIMIT ROUNDED = WS-NEW-LIMIT + 0.49   03920000
                 IF LREV-NEW-LIMIT < LOAN-AMN                           03930000
                    SET LREV-DECREASE TO TRUE                           03940000
                 ELSE                                                   03950000
                    MOVE LOAN-AMN TO LREV-NEW-LIMIT                     03960000
                 END-IF                                                 03970000
              WHEN WS-LATEST-SCORE >= WS-UP-SCORE AND                   03980000
                   LREV-UTIL-PCT >= WS-UP-UTIL-PCT                      03990000
                 COMPUTE WS-NEW-LIMIT =                                 04000000
                         LOAN-AMN * (100 + WS-UP-PCT) / 100             04010000
                 IF WS-NEW-LIMIT > WS-PROD-MAX                          04020000
                    MOVE WS-PROD-MAX TO WS-NEW-LIMIT                    04030000
                 END-IF                                                 04040000
                 MOVE WS-NEW-LIMIT TO LREV-NEW-LIMIT                    04050000
                 IF LREV-NEW-LIMIT > LOAN-AMN                           04060000
                    SET LREV-INCREASE TO TRUE                           04070000
                 ELSE                                                   04080000
                    MOVE LOAN-AMN TO LREV-NEW-LIMIT                     04090000
                 END-IF                                                 04100000
           END-EVALUATE                                                 04110000
           IF LREV-KEEP AND LINE-FROZEN                                 04120000
              SET LREV-UNFREEZE TO TRUE                                 04130000
           END-IF                                                       04140000
           EXIT.                                                        04150000
                                                                        04160000
      *    A LATER REVIEW OVERTAKES A CUT STILL SERVING ITS NOTICE.     04170000
      *    A CUT WAITS PENDING FOR THE NOTICE PERIOD; A FREEZE, AN      04180000
      *    UNFREEZE AND A RAISE ARE IN THE CUSTOMER'S INTEREST OR       04190000
      *    PROTECT THEM FROM FURTHER DEBT AND APPLY AT ONCE.  EVERY     04200000
      *    CHANGE IS LETTERED - A FREEZE ON A LINE ALREADY FROZEN IS    04210000
      *    NO CHANGE AND NEEDS NO SECOND LETTER                         04220000
       400-RECORD-REVIEW.                                               04230000
           EXEC SQL                                                     04240000
              UPDATE KALA15.CREDIT_LINE_REVIEW                          04250000
                 SET APPLY_STATUS = 'SUPERSED'                          04260000
               WHERE APP_ID = :LREV-APP-ID                              04270000
                 AND APPLY_STATUS = 'PENDING'                           04280000
           END-EXEC                                                     04290000
           PERFORM 980-CHECK-SQL                                        04300000
                                                                        04310000
           MOVE WS-RUN-DATE TO LREV-EFFECTIVE-DATE                      04320000
           SET LREV-APPLIED TO TRUE                                     04330000
           IF LREV-DECREASE                                             04340000
              SET LREV-PENDING TO TRUE                                  04350000
              EXEC SQL                                                  04360000
                 SELECT CHAR(CURRENT DATE + :WS-NOTICE-DAYS DAYS, ISO)  04370000
                   INTO :LREV-EFFECTIVE-DATE                            04380000
                   FROM SYSIBM.SYSDUMMY1                                04390000
              END-EXEC                                                  04400000
              PERFORM 980-CHECK-SQL                                     04410000
           END-IF                                                       04420000
                                                                        04430000
           EXEC SQL                                                     04440000
              SELECT COALESCE(MAX(REVIEW_ID), 0) + 1                    04450000
                INTO :LREV-REVIEW-ID                                    04460000
                FROM KALA15.CREDIT_LINE_REVIEW                          04470000
           END-EXEC                                                     04480000
           IF LREV-KEEP OR (LREV-FREEZE AND LINE-FROZEN)                04490000
              EXEC SQL                                                  04500000
                 INSERT INTO KALA15.CREDIT_LINE_REVIEW                  04510000
                    (REVIEW_ID, APP_ID, REVIEW_DATE, REVIEW_TRIGGER,    04520000
                     CREDIT_SCORE, UTIL_PCT, DELINQ_CNT, OLD_LIMIT,     04530000
                     NEW_LIMIT, REVIEW_ACTION, EFFECTIVE_DATE,          04540000
                     APPLY_STATUS)                                      04550000
                 VALUES                                                 04560000
                    (:LREV-REVIEW-ID, :LREV-APP-ID, CURRENT DATE,       04570000
                     :LREV-TRIGGER, :LREV-CREDIT-SCORE,                 04580000
                     :LREV-UTIL-PCT, :LREV-DELINQ-CNT,                  04590000
                     :LREV-OLD-LIMIT, :LREV-NEW-LIMIT, :LREV-ACTION,    04600000
                     :LREV-EFFECTIVE-DATE, :LREV-APPLY-STATUS)          04610000
              END-EXEC                                                  04620000
              PERFORM 980-CHECK-SQL                                     04630000
           ELSE                                                         04640000
              EXEC SQL                                                  04650000
                 INSERT INTO KALA15.CREDIT_LINE_REVIEW                  04660000
                    (REVIEW_ID, APP_ID, REVIEW_DATE, REVIEW_TRIGGER,    04670000
                     CREDIT_SCORE, UTIL_PCT, DELINQ_CNT, OLD_LIMIT,     04680000
                     NEW_LIMIT, REVIEW_ACTION, NOTICE_DATE,             04690000
                     EFFECTIVE_DATE, APPLY_STATUS)                      04700000
                 VALUES                                                 04710000
                    (:LREV-REVIEW-ID, :LREV-APP-ID, CURRENT DATE,       04720000
                     :LREV-TRIGGER, :LREV-CREDIT-SCORE,                 04730000
                     :LREV-UTIL-PCT, :LREV-DELINQ-CNT,                  04740000
                     :LREV-OLD-LIMIT, :LREV-NEW-LIMIT, :LREV-ACTION,    04750000
                     CURRENT DATE, :LREV-EFFECTIVE-DATE,                04760000
                     :LREV-APPLY-STATUS)                                04770000
              END-EXEC                                                  04780000
              PERFORM 980-CHECK-SQL                                     04790000
              PERFORM 410-WRITE-NOTICE                                  04800000
           END-IF                                                       04810000
                                                                        04820000
           IF LREV-INCREASE                                             04830000
              PERFORM 420-SNAPSHOT-LIMIT                                04830001
              EXEC SQL                                                  04840000
                 UPDATE KALA15.APPLICATIONS                             04850000
                    SET LOAN_AMN = :LREV-NEW-LIMIT,                     04860000
                        ROW_VERSION = ROW_VERSION + 1                   04870000
                  WHERE APP_ID = :LREV-APP-ID                           04880000
              END-EXEC                                                  04890000
              PERFORM 980-CHECK-SQL                                     04900000
              PERFORM 421-LOG-LIMIT-CHANGE                              04900001
           END-IF                                                       04910000
                                                                        04920000
           ADD 1 TO WS-REVIEWED                                         04930000
           EVALUATE TRUE                                                04940000
              WHEN LREV-DECREASE                                        04950000
                 ADD 1 TO WS-DECREASED                                  04960000
              WHEN LREV-FREEZE                                          04970000
                 ADD 1 TO WS-FROZEN                                     04980000
              WHEN LREV-INCREASE                                        04990000
                 ADD 1 TO WS-INCREASED                                  05000000
              WHEN LREV-UNFREEZE                                        05010000
                 ADD 1 TO WS-UNFROZEN                                   05020000
           END-EVALUATE                                                 05030000
           EXIT.                                                        05040000
                                                                        05050000
      *    THE NOTICE LETTER AND ITS ROW ON THE UNIFIED                 05060000
      *    CORRESPONDENCE HISTORY, LIKE EVERY OTHER LETTER THE SYSTEM   05070000
      *    PRODUCES                                                     05080000
       410-WRITE-NOTICE.                                                05090000
           MOVE F-NAME              TO LRL-F-NAME                       05100000
           MOVE L-NAME              TO LRL-L-NAME                       05110000
           MOVE CUSTOMER-ADDRESS    TO LRL-ADDRESS                      05120000
           MOVE CITY                TO LRL-CITY                         05130000
           MOVE POSTAL-CODE         TO LRL-POSTAL-CODE                  05140000
           MOVE LREV-APP-ID         TO LRL-APP-ID                       05150000
           MOVE LREV-ACTION         TO LRL-ACTION                       05160000
           MOVE LREV-OLD-LIMIT      TO LRL-OLD-LIMIT                    05170000
           MOVE LREV-NEW-LIMIT      TO LRL-NEW-LIMIT                    05180000
           MOVE LREV-EFFECTIVE-DATE TO LRL-EFFECTIVE-DATE               05190000
           WRITE LRL-RECORD                                             05200000
           ADD 1 TO WS-LETTERS                                          05210000
                                                                        05220000
           EXEC SQL                                                     05230000
              SELECT COALESCE(MAX(CORR_ID), 0) + 1                      05240000
                INTO :CORR-ID                                           05250000
                FROM KALA15.CORRESPONDENCE                              05260000
           END-EXEC                                                     05270000
           MOVE LREV-APP-ID TO CORR-APP-ID                              05280000
           EVALUATE TRUE                                                05290000
              WHEN LREV-DECREASE                                        05300000
                 MOVE 'LINEDECR' TO CORR-TYPE                           05310000
              WHEN LREV-FREEZE                                          05320000
                 MOVE 'LINEFRZ'  TO CORR-TYPE                           05330000
              WHEN LREV-INCREASE                                        05340000
                 MOVE 'LINEINCR' TO CORR-TYPE                           05350000
              WHEN OTHER                                                05360000
                 MOVE 'LINEUNFZ' TO CORR-TYPE                           05370000
           END-EVALUATE                                                 05380000
           MOVE SPACES TO CORR-DESTINATION                              05390000
           STRING F-NAME ' ' L-NAME                                     05400000
                  DELIMITED BY SIZE INTO CORR-DESTINATION               05410000
           END-STRING                                                   05420000
           EXEC SQL                                                     05430000
              INSERT INTO KALA15.CORRESPONDENCE                         05440000
                 (CORR_ID, APP_ID, CORR_TYPE, CORR_DATE, DESTINATION)   05450000
              VALUES                                                    05460000
                 (:CORR-ID, :CORR-APP-ID, :CORR-TYPE, CURRENT DATE,     05470000
                  :CORR-DESTINATION)                                    05480000
           END-EXEC                                                     05490000
           PERFORM 980-CHECK-SQL                                        05500000
           EXIT.                                                        05510000
                                                                        05520000
      *    THE LIMIT AS IT STOOD BEFORE THE UPDATE, AND THE CUSTOMER    05520001
      *    THE HISTORY ROW IS FILED UNDER                               05520002
       420-SNAPSHOT-LIMIT.                                              05520003
           EXEC SQL                                                     05520004
              SELECT CHAR(LOAN_AMN), CUST_SSN                           05520005
                INTO :WS-FCH-OLD-AMN, :FCH-CUST-SSN                     05520006
                FROM KALA15.APPLICATIONS                                05520007
               WHERE APP_ID = :LREV-APP-ID                              05520008
           END-EXEC                                                     05520009
           PERFORM 980-CHECK-SQL                                        0552000A
           EXIT.                                                        0552000B
                                                                        0552000C
      *    ONE HISTORY ROW WHEN THE LIMIT ACTUALLY MOVED, UNDER THIS    0552000D
      *    JOB'S OWN OPERATOR CODE ON THE BATCH TERMINAL                0552000E
       421-LOG-LIMIT-CHANGE.                                            0552000F
           EXEC SQL                                                     0552000G
              SELECT CHAR(LOAN_AMN)                                     0552000H
                INTO :WS-FCH-NEW-AMN                                    0552000I
                FROM KALA15.APPLICATIONS                                0552000J
               WHERE APP_ID = :LREV-APP-ID                              0552000K
           END-EXEC                                                     0552000L
           PERFORM 980-CHECK-SQL                                        0552000M
           IF WS-FCH-NEW-AMN NOT = WS-FCH-OLD-AMN                       0552000N
              EXEC SQL                                                  0552000O
                 SELECT COALESCE(MAX(CHG_ID), 0) + 1                    0552000P
                   INTO :FCH-CHG-ID                                     0552000Q
                   FROM KALA15.FIELD_CHANGE_HISTORY                     0552000R
              END-EXEC                                                  0552000S
              MOVE 'A'            TO FCH-ENTITY-TYPE                    0552000T
              MOVE LREV-APP-ID    TO FCH-APP-ID                         0552000U
              MOVE 'LOAN_AMN'     TO FCH-COLUMN-NAME                    0552000V
              MOVE WS-FCH-OLD-AMN TO FCH-OLD-VALUE                      0552000W
              MOVE WS-FCH-NEW-AMN TO FCH-NEW-VALUE                      0552000X
              MOVE 'LRV'          TO FCH-OPERATOR-ID                    0552000Y
              MOVE 'BATC'         TO FCH-TERMINAL-ID                    0552000Z
              EXEC SQL                                                  05520010
                 INSERT INTO KALA15.FIELD_CHANGE_HISTORY                05520011
                    (CHG_ID, ENTITY_TYPE, APP_ID, CUST_SSN, COLUMN_NAME,05520012
                     OLD_VALUE, NEW_VALUE, OPERATOR_ID, TERMINAL_ID,    05520013
                     CHANGED_TS)                                        05520014
                 VALUES                                                 05520015
                    (:FCH-CHG-ID, :FCH-ENTITY-TYPE, :FCH-APP-ID,        05520016
                     :FCH-CUST-SSN, :FCH-COLUMN-NAME, :FCH-OLD-VALUE,   05520017
                     :FCH-NEW-VALUE, :FCH-OPERATOR-ID,                  05520018
                     :FCH-TERMINAL-ID, CURRENT TIMESTAMP)               05520019
              END-EXEC                                                  0552001A
              PERFORM 980-CHECK-SQL                                     0552001B
           END-IF                                                       0552001C
           EXIT.                                                        0552001D
                                                                        0552001E
       900-TERMINATE.                                                   05530000
           EXEC SQL                                                     05540000
              CLOSE LREVC                                               05550000
           END-EXEC                                                     05560000
           PERFORM 950-LOG-RUN-HISTORY                                  05570000
           EXEC SQL                                                     05580000
              COMMIT                                                    05590000
           END-EXEC                                                     05600000
           CLOSE REVIEW-LETTER                                          05610000
           DISPLAY 'LOANLREV - CUTS TAKING EFFECT : ' WS-CUTS-APPLIED   05620000
           DISPLAY 'LOANLREV - LINES READ         : ' WS-LINES-READ     05630000
           DISPLAY 'LOANLREV - LINES REVIEWED     : ' WS-REVIEWED       05640000
           DISPLAY 'LOANLREV - DECREASES NOTIFIED : ' WS-DECREASED      05650000
           DISPLAY 'LOANLREV - LINES FROZEN       : ' WS-FROZEN         05660000
           DISPLAY 'LOANLREV - LINES INCREASED    : ' WS-INCREASED      05670000
           DISPLAY 'LOANLREV - FREEZES LIFTED     : ' WS-UNFROZEN       05680000
           DISPLAY 'LOANLREV - NOTICE LETTERS     : ' WS-LETTERS        05690000
           EXIT.                                                        05700000
                                                                        05710000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      05720000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      05730000
      *    CONSOLE'S DURATION TRENDING                                  05740000
       950-LOG-RUN-HISTORY.                                             05750000
           EXEC SQL                                                     05760000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       05770000
                INTO :RUNH-RUN-ID                                       05780000
                FROM KALA15.BATCH_RUN_HISTORY                           05790000
           END-EXEC                                                     05800000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            05810000
           MOVE WS-LINES-READ TO RUNH-RECS-READ                         05820000
           MOVE WS-REVIEWED TO RUNH-RECS-UPDATED                        05830000
           ADD WS-CUTS-APPLIED TO RUNH-RECS-UPDATED                     05840000
           MOVE WS-LETTERS TO RUNH-RECS-WRITTEN                         05850000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              05860000
           EXEC SQL                                                     05870000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      05880000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        05890000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   05900000
              VALUES                                                    05910000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          05920000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   05930000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               05940000
                  :RUNH-RUN-RC)                                         05950000
           END-EXEC                                                     05960000
           EXIT.                                                        05970000
                                                                        05980000
      *    THE WHOLE RUN IS ONE UNIT OF WORK - ANY FAILURE ROLLS IT     05990000
      *    BACK, LIMITS AND REVIEW ROWS ALIKE, AND THE RERUN WRITES A   06000000
      *    FRESH LETTER GENERATION IN PLACE OF THE PARTIAL ONE          06010000
       980-CHECK-SQL.                                                   06020000
           IF SQLCODE < 0                                               06030000
              MOVE SQLCODE TO WS-ED-SQLCODE                             06040000
              DISPLAY 'LOANLREV - LINE REVIEW FAILED, SQLCODE '         06050000
                      WS-ED-SQLCODE                                     06060000
              EXEC SQL                                                  06070000
                 ROLLBACK                                               06080000
              END-EXEC                                                  06090000
              MOVE 16 TO RETURN-CODE                                    06100000
              PERFORM 950-LOG-RUN-HISTORY                               06110000
              EXEC SQL                                                  06120000
                 COMMIT                                                 06130000
              END-EXEC                                                  06140000
              CLOSE REVIEW-LETTER                                       06150000
              STOP RUN                                                  06160000
           END-IF                                                       06170000
           EXIT.                                                        06180000
