       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANBVAR.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT BVAR-REPORT  ASSIGN TO BVARRPT                        00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-RPT-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    THE MONTH AND THE YEAR TO DATE AGAINST MANAGEMENT'S BUDGET,  00110000
      *    PER BRANCH AND PRODUCT WITH BRANCH AND BANK TOTALS - THE     00120000
      *    FIGURES THE CONTROLLERS USED TO BUILD BY HAND FROM FOUR      00130000
      *    EXTRACTS. RUNS BESIDE THE BRANCH PERFORMANCE REPORT          00140000
       FD  BVAR-REPORT                                                  00150000
           RECORDING MODE F                                             00160000
           LABEL RECORDS STANDARD.                                      00170000
       01  BVAR-RPT-LINE           PIC X(132).                          00180000
                                                                        00190000
       WORKING-STORAGE SECTION.                                         00200000
           EXEC SQL                                                     00210000
              INCLUDE SQLCA                                             00220000
           END-EXEC.                                                    00230000
           EXEC SQL                                                     00240000
              INCLUDE BRBUDGET                                          00250000
           END-EXEC.                                                    00260000
           EXEC SQL                                                     00270000
              INCLUDE RUNHIST                                           00280000
           END-EXEC.                                                    00290000
                                                                        00300000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00310000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00320000
       01  WS-FIRST-SW             PIC X     VALUE 'Y'.                 00330000
           88  WS-FIRST-KEY        VALUE 'Y'.                           00340000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00350000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANBVAR'.          00360000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00370000
       01  WS-KEYS-READ            PIC 9(7)  VALUE ZERO.                00380000
       01  WS-LINES-WRITTEN        PIC 9(7)  VALUE ZERO.                00390000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00400000
      *    THE REPORT MONTH IS THE CURRENT ONE, AS FOR LOANPERF; THE    00410000
      *    YEAR TO DATE RUNS FROM 1 JANUARY. INTEREST EARNED IS THE     00420000
      *    MOVE IN THE CUMULATIVE ACCRUAL SINCE THE LAST MONTH-END      00430000
      *    CLOSE (MONTH) AND THE LAST YEAR-END CLOSE (YEAR TO DATE)     00440000
       01  WS-MONTH-START          PIC X(10) VALUE SPACES.              00450000
       01  WS-YEAR-START           PIC X(10) VALUE SPACES.              00460000
       01  WS-PRIOR-PERIOD         PIC X(7)  VALUE SPACES.              00470000
       01  WS-YEAR-END-PERIOD      PIC X(7)  VALUE SPACES.              00480000
       01  WS-PREV-BRANCH          PIC S9(9) COMP VALUE ZERO.           00490000
       01  WS-KEY-PRODUCT          PIC X(8)  VALUE SPACES.              00500000
       01  WS-MX                   PIC S9(4) COMP VALUE ZERO.           00510000
       01  WS-FIG-SUM              PIC S9(13)V9(2) COMP-3 VALUE ZERO.   00520000
      *    THE FOUR MEASURES, IN REPORT ORDER                           00530000
       01  WS-METRIC-NAMES.                                             00540000
           05  FILLER              PIC X(16) VALUE 'LENDING VOLUME'.    00550000
           05  FILLER              PIC X(16) VALUE 'APPLICATIONS'.      00560000
           05  FILLER              PIC X(16) VALUE 'INTEREST INCOME'.   00570000
           05  FILLER              PIC X(16) VALUE 'CREDIT LOSSES'.     00580000
       01  WS-METRIC-TABLE REDEFINES WS-METRIC-NAMES.                   00590000
           05  WS-METRIC-NAME      PIC X(16) OCCURS 4 TIMES.            00600000
      *    MONTH AND YEAR-TO-DATE ACTUAL AND BUDGET PER MEASURE - FOR   00610000
      *    ONE BRANCH/PRODUCT, THE BRANCH, THE BANK, AND THE SET        00620000
      *    BEING PRINTED                                                00630000
       01  WS-KEY-FIGURES.                                              00640000
           05  WS-KEY-FIG          OCCURS 4 TIMES.                      00650000
               10  WS-K-MTD-ACT    PIC S9(13)V9(2) COMP-3.              00660000
               10  WS-K-MTD-BUD    PIC S9(13)V9(2) COMP-3.              00670000
               10  WS-K-YTD-ACT    PIC S9(13)V9(2) COMP-3.              00680000
               10  WS-K-YTD-BUD    PIC S9(13)V9(2) COMP-3.              00690000
       01  WS-BRANCH-FIGURES.                                           00700000
           05  WS-BRANCH-FIG       OCCURS 4 TIMES.                      00710000
               10  WS-B-MTD-ACT    PIC S9(13)V9(2) COMP-3.              00720000
               10  WS-B-MTD-BUD    PIC S9(13)V9(2) COMP-3.              00730000
               10  WS-B-YTD-ACT    PIC S9(13)V9(2) COMP-3.              00740000
               10  WS-B-YTD-BUD    PIC S9(13)V9(2) COMP-3.              00750000
       01  WS-BANK-FIGURES.                                             00760000
           05  WS-BANK-FIG         OCCURS 4 TIMES.                      00770000
               10  WS-T-MTD-ACT    PIC S9(13)V9(2) COMP-3.              00780000
               10  WS-T-MTD-BUD    PIC S9(13)V9(2) COMP-3.              00790000
               10  WS-T-YTD-ACT    PIC S9(13)V9(2) COMP-3.              00800000
               10  WS-T-YTD-BUD    PIC S9(13)V9(2) COMP-3.              00810000
       01  WS-PRINT-FIGURES.                                            00820000
           05  WS-PRINT-FIG        OCCURS 4 TIMES.                      00830000
               10  WS-P-MTD-ACT    PIC S9(13)V9(2) COMP-3.              00840000
               10  WS-P-MTD-BUD    PIC S9(13)V9(2) COMP-3.              00850000
               10  WS-P-YTD-ACT    PIC S9(13)V9(2) COMP-3.              00860000
               10  WS-P-YTD-BUD    PIC S9(13)V9(2) COMP-3.              00870000
      *    ONE QUERY'S ANSWER BEFORE IT GOES INTO THE TABLE ABOVE       00880000
       01  WS-Q-MTD                PIC S9(13)V9(2) COMP-3 VALUE ZERO.   00890000
       01  WS-Q-YTD                PIC S9(13)V9(2) COMP-3 VALUE ZERO.   00900000
       01  WS-Q-BUDGET.                                                 00910000
           05  WS-Q-VOLUME-MTD     PIC S9(13)V9(2) COMP-3.              00920000
           05  WS-Q-VOLUME-YTD     PIC S9(13)V9(2) COMP-3.              00930000
           05  WS-Q-APPS-MTD       PIC S9(13)V9(2) COMP-3.              00940000
           05  WS-Q-APPS-YTD       PIC S9(13)V9(2) COMP-3.              00950000
           05  WS-Q-INTEREST-MTD   PIC S9(13)V9(2) COMP-3.              00960000
           05  WS-Q-INTEREST-YTD   PIC S9(13)V9(2) COMP-3.              00970000
           05  WS-Q-LOSS-MTD       PIC S9(13)V9(2) COMP-3.              00980000
           05  WS-Q-LOSS-YTD       PIC S9(13)V9(2) COMP-3.              00990000
       01  WS-VARIANCE             PIC S9(13)V9(2) COMP-3 VALUE ZERO.   01000000
       01  WS-VAR-PCT              PIC S9(7)V9(1) COMP-3 VALUE ZERO.    01010000
       01  WS-ED-BRANCH            PIC Z(8)9.                           01020000
       01  WS-ED-AMT               PIC -ZZZ,ZZZ,ZZ9.                    01030000
       01  WS-ED-PCT               PIC -ZZZ,ZZ9.9.                      01040000
                                                                        01050000
       PROCEDURE DIVISION.                                              01060000
       000-MAIN-PARA.                                                   01070000
           PERFORM 100-INITIALIZE                                       01080000
           PERFORM 200-REPORT-ONE-KEY UNTIL WS-NO-MORE-ROWS             01090000
           PERFORM 800-REPORT-TOTALS                                    01100000
           PERFORM 900-TERMINATE                                        01110000
           STOP RUN.                                                    01120000
                                                                        01130000
       100-INITIALIZE.                                                  01140000
           EXEC SQL                                                     01150000
              SELECT CHAR(CURRENT TIMESTAMP),                           01160000
                     CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS,  01170000
                          ISO),                                         01180000
                     CHAR(CURRENT DATE - (DAYOFYEAR(CURRENT DATE) - 1)  01190000
                          DAYS, ISO),                                   01200000
                     SUBSTR(CHAR(CURRENT DATE - 1 MONTH, ISO), 1, 7),   01210000
                     SUBSTR(CHAR(CURRENT DATE                           01220000
                          - DAYOFYEAR(CURRENT DATE) DAYS, ISO), 1, 7),  01230000
                     YEAR(CURRENT DATE), MONTH(CURRENT DATE)            01240000
                INTO :WS-RUN-START, :WS-MONTH-START, :WS-YEAR-START,    01250000
                     :WS-PRIOR-PERIOD, :WS-YEAR-END-PERIOD,             01260000
                     :BUDG-YEAR, :BUDG-MONTH                            01270000
                FROM SYSIBM.SYSDUMMY1                                   01280000
           END-EXEC                                                     01290000
           OPEN OUTPUT BVAR-REPORT                                      01300000
           IF WS-RPT-STATUS NOT = '00'                                  01310000
              DISPLAY 'LOANBVAR - UNABLE TO OPEN BVARRPT, STATUS = '    01320000
                      WS-RPT-STATUS                                     01330000
              MOVE 16 TO RETURN-CODE                                    01340000
              STOP RUN                                                  01350000
           END-IF                                                       01360000
           INITIALIZE WS-BRANCH-FIGURES                                 01370000
                      WS-BANK-FIGURES                                   01380000
                                                                        01390000
      *    EVERY BRANCH AND PRODUCT WITH A BUDGET THIS YEAR OR ANY      01400000
      *    LENDING OF ITS OWN - ACTUALS WITH NO BUDGET BEHIND THEM ARE  01410000
      *    A VARIANCE TOO. ONE WITH NOTHING TO SHOW IS NOT PRINTED      01420000
           EXEC SQL                                                     01430000
              DECLARE BVARC CURSOR FOR                                  01440000
              SELECT B.BRANCH_ID, B.PRODUCT_CODE                        01450000
                FROM KALA15.BRANCH_BUDGET B                             01460000
               WHERE B.BUDGET_YEAR = :BUDG-YEAR                         01470000
              UNION                                                     01480000
              SELECT A.BRANCH_ID, COALESCE(A.PRODUCT_CODE, ' ')         01490000
                FROM KALA15.APPLICATIONS A                              01500000
               WHERE A.BRANCH_ID IS NOT NULL                            01510000
               ORDER BY 1, 2                                            01520000
           END-EXEC                                                     01530000
           EXEC SQL                                                     01540000
              OPEN BVARC                                                01550000
           END-EXEC                                                     01560000
           PERFORM 980-CHECK-SQL                                        01570000
           MOVE SPACES TO BVAR-RPT-LINE                                 01580000
           STRING 'BUDGET VERSUS ACTUAL - MONTH ' WS-MONTH-START (1:7)  01590000
                  ' AND YEAR TO DATE  (EUR; VARIANCE = ACTUAL - '       01600000
                  'BUDGET)' DELIMITED BY SIZE INTO BVAR-RPT-LINE        01610000
           END-STRING                                                   01620000
           WRITE BVAR-RPT-LINE                                          01630000
           MOVE SPACES TO BVAR-RPT-LINE                                 01640000
           MOVE 'MEASURE'                 TO BVAR-RPT-LINE (1:7)        01650000
           MOVE 'MONTH ACT'               TO BVAR-RPT-LINE (21:9)       01660000
           MOVE 'MONTH BUD'               TO BVAR-RPT-LINE (34:9)       01670000
           MOVE 'VARIANCE'                TO BVAR-RPT-LINE (48:8)       01680000
           MOVE 'VAR %'                   TO BVAR-RPT-LINE (62:5)       01690000
           MOVE 'YTD ACT'                 TO BVAR-RPT-LINE (73:7)       01700000
           MOVE 'YTD BUD'                 TO BVAR-RPT-LINE (86:7)       01710000
           MOVE 'YTD VAR'                 TO BVAR-RPT-LINE (99:7)       01720000
           MOVE 'YTD VAR %'               TO BVAR-RPT-LINE (108:9)      01730000
           WRITE BVAR-RPT-LINE                                          01740000
           EXIT.                                                        01750000
                                                                        01760000
       200-REPORT-ONE-KEY.                                              01770000
           EXEC SQL                                                     01780000
              FETCH BVARC                                               01790000
               INTO :BUDG-BRANCH-ID, :WS-KEY-PRODUCT                    01800000
           END-EXEC                                                     01810000
           IF SQLCODE NOT = 00                                          01820000
              PERFORM 980-CHECK-SQL                                     01830000
              MOVE 'Y' TO WS-EOF-SW                                     01840000
           ELSE                                                         01850000
              ADD 1 TO WS-KEYS-READ                                     01860000
              MOVE WS-KEY-PRODUCT TO BUDG-PRODUCT-CODE                  01870000
              IF NOT WS-FIRST-KEY                                       01880000
                 AND BUDG-BRANCH-ID NOT = WS-PREV-BRANCH                01890000
                 PERFORM 700-BRANCH-BREAK                               01900000
              END-IF                                                    01910000
              MOVE 'N' TO WS-FIRST-SW                                   01920000
              MOVE BUDG-BRANCH-ID TO WS-PREV-BRANCH                     01930000
              INITIALIZE WS-KEY-FIGURES                                 01940000
              PERFORM 300-GET-BUDGET                                    01950000
              PERFORM 310-GET-LENDING-VOLUME                            01960000
              PERFORM 320-GET-APPLICATIONS                              01970000
              PERFORM 330-GET-INTEREST-INCOME                           01980000
              PERFORM 340-GET-CREDIT-LOSSES                             01990000
              MOVE ZERO TO WS-FIG-SUM                                   02000000
              PERFORM 410-SUM-KEY-FIGURES                               02010000
                 VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4              02020000
              IF WS-FIG-SUM NOT = ZERO                                  02030000
                 MOVE SPACES TO BVAR-RPT-LINE                           02040000
                 WRITE BVAR-RPT-LINE                                    02050000
                 MOVE BUDG-BRANCH-ID TO WS-ED-BRANCH                    02060000
                 IF WS-KEY-PRODUCT = SPACES                             02070000
                    MOVE '(NONE)' TO WS-KEY-PRODUCT                     02080000
                 END-IF                                                 02090000
                 MOVE SPACES TO BVAR-RPT-LINE                           02100000
                 STRING 'BRANCH ' WS-ED-BRANCH '  PRODUCT '             02110000
                        WS-KEY-PRODUCT DELIMITED BY SIZE                02120000
                        INTO BVAR-RPT-LINE                              02130000
                 END-STRING                                             02140000
                 WRITE BVAR-RPT-LINE                                    02150000
                 MOVE WS-KEY-FIGURES TO WS-PRINT-FIGURES                02160000
                 PERFORM 500-WRITE-FIGURE-LINE                          02170000
                    VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4           02180000
              END-IF                                                    02190000
              PERFORM 420-ADD-TO-TOTALS                                 02200000
                 VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4              02210000
           END-IF                                                       02220000
           EXIT.                                                        02230000
                                                                        02240000
      *    THE MONTH'S TARGET AND THE TARGETS FOR JANUARY THROUGH THE   02250000
      *    REPORT MONTH                                                 02260000
       300-GET-BUDGET.                                                  02270000
           EXEC SQL                                                     02280000
              SELECT COALESCE(SUM(CASE WHEN BUDGET_MONTH = :BUDG-MONTH  02290000
                                  THEN LEND_VOLUME_AMT ELSE 0 END), 0), 02300000
                     COALESCE(SUM(LEND_VOLUME_AMT), 0),                 02310000
                     COALESCE(SUM(CASE WHEN BUDGET_MONTH = :BUDG-MONTH  02320000
                                  THEN APP_COUNT ELSE 0 END), 0),       02330000
                     COALESCE(SUM(APP_COUNT), 0),                       02340000
                     COALESCE(SUM(CASE WHEN BUDGET_MONTH = :BUDG-MONTH  02350000
                                  THEN INTEREST_INC_AMT ELSE 0 END), 0),02360000
                     COALESCE(SUM(INTEREST_INC_AMT), 0),                02370000
                     COALESCE(SUM(CASE WHEN BUDGET_MONTH = :BUDG-MONTH  02380000
                                  THEN CREDIT_LOSS_AMT ELSE 0 END), 0), 02390000
                     COALESCE(SUM(CREDIT_LOSS_AMT), 0)                  02400000
                INTO :WS-Q-VOLUME-MTD, :WS-Q-VOLUME-YTD,                02410000
                     :WS-Q-APPS-MTD, :WS-Q-APPS-YTD,                    02420000
                     :WS-Q-INTEREST-MTD, :WS-Q-INTEREST-YTD,            02430000
                     :WS-Q-LOSS-MTD, :WS-Q-LOSS-YTD                     02440000
                FROM KALA15.BRANCH_BUDGET                               02450000
               WHERE BUDGET_YEAR = :BUDG-YEAR                           02460000
                 AND BUDGET_MONTH <= :BUDG-MONTH                        02470000
                 AND BRANCH_ID = :BUDG-BRANCH-ID                        02480000
                 AND PRODUCT_CODE = :BUDG-PRODUCT-CODE                  02490000
           END-EXEC                                                     02500000
           PERFORM 980-CHECK-SQL                                        02510000
           MOVE WS-Q-VOLUME-MTD   TO WS-K-MTD-BUD (1)                   02520000
           MOVE WS-Q-VOLUME-YTD   TO WS-K-YTD-BUD (1)                   02530000
           MOVE WS-Q-APPS-MTD     TO WS-K-MTD-BUD (2)                   02540000
           MOVE WS-Q-APPS-YTD     TO WS-K-YTD-BUD (2)                   02550000
           MOVE WS-Q-INTEREST-MTD TO WS-K-MTD-BUD (3)                   02560000
           MOVE WS-Q-INTEREST-YTD TO WS-K-YTD-BUD (3)                   02570000
           MOVE WS-Q-LOSS-MTD     TO WS-K-MTD-BUD (4)                   02580000
           MOVE WS-Q-LOSS-YTD     TO WS-K-YTD-BUD (4)                   02590000
           EXIT.                                                        02600000
                                                                        02610000
      *    MONEY PAID OUT THIS YEAR, IN EUR AT THE RATE OF THE DAY IT   02620000
      *    WENT                                                         02630000
       310-GET-LENDING-VOLUME.                                          02640000
           EXEC SQL                                                     02650000
              SELECT COALESCE(SUM(CASE WHEN T.DISB_DATE >=              02660000
                                            DATE(:WS-MONTH-START)       02670000
                                       THEN T.EUR_AMT ELSE 0 END), 0),  02680000
                     COALESCE(SUM(T.EUR_AMT), 0)                        02690000
                INTO :WS-Q-MTD, :WS-Q-YTD                               02700000
                FROM (SELECT D.DISB_DATE,                               02710000
                             D.DISB_AMT /                               02720000
                             COALESCE(                                  02730000
                                (SELECT X.EUR_RATE                      02740000
                                   FROM KALA15.FX_RATE X                02750000
                                  WHERE X.CURRENCY_CODE =               02760000
                                        A.CURRENCY_CODE                 02770000
                                    AND X.RATE_DATE <= D.DISB_DATE      02780000
                                  ORDER BY X.RATE_DATE DESC             02790000
                                  FETCH FIRST 1 ROW ONLY), 1)           02800000
                             AS EUR_AMT                                 02810000
                        FROM KALA15.DISBURSEMENT D,                     02820000
                             KALA15.APPLICATIONS A                      02830000
                       WHERE D.APP_ID = A.APP_ID                        02840000
                         AND A.BRANCH_ID = :BUDG-BRANCH-ID              02850000
                         AND COALESCE(A.PRODUCT_CODE, ' ')              02860000
                             = :BUDG-PRODUCT-CODE                       02870000
                         AND D.DISB_STATUS = 'SENT'                     02880000
                         AND D.DISB_DATE >= DATE(:WS-YEAR-START)        02890000
                         AND D.DISB_DATE <= CURRENT DATE) AS T          02900000
           END-EXEC                                                     02910000
           PERFORM 980-CHECK-SQL                                        02920000
           MOVE WS-Q-MTD TO WS-K-MTD-ACT (1)                            02930000
           MOVE WS-Q-YTD TO WS-K-YTD-ACT (1)                            02940000
           EXIT.                                                        02950000
                                                                        02960000
      *    AN APPLICATION IS TAKEN ON ITS FIRST STATUS-HISTORY ROW, AS  02970000
      *    IN THE BRANCH PERFORMANCE REPORT                             02980000
       320-GET-APPLICATIONS.                                            02990000
           EXEC SQL                                                     03000000
              SELECT COALESCE(SUM(CASE WHEN DATE(T.TAKEN_TS) >=         03010000
                                            DATE(:WS-MONTH-START)       03020000
                                       THEN 1 ELSE 0 END), 0),          03030000
                     COUNT(*)                                           03040000
                INTO :WS-Q-MTD, :WS-Q-YTD                               03050000
                FROM (SELECT MIN(H.CHANGED_TS) AS TAKEN_TS              03060000
                        FROM KALA15.APPLICATIONS A,                     03070000
                             KALA15.APPLICATION_STATUS_HISTORY H        03080000
                       WHERE H.APP_ID = A.APP_ID                        03090000
                         AND A.BRANCH_ID = :BUDG-BRANCH-ID              03100000
                         AND COALESCE(A.PRODUCT_CODE, ' ')              03110000
                             = :BUDG-PRODUCT-CODE                       03120000
                       GROUP BY A.APP_ID) AS T                          03130000
               WHERE DATE(T.TAKEN_TS) >= DATE(:WS-YEAR-START)           03140000
           END-EXEC                                                     03150000
           PERFORM 980-CHECK-SQL                                        03160000
           MOVE WS-Q-MTD TO WS-K-MTD-ACT (2)                            03170000
           MOVE WS-Q-YTD TO WS-K-YTD-ACT (2)                            03180000
           EXIT.                                                        03190000
                                                                        03200000
      *    INTEREST_ACCRUAL HOLDS EVERYTHING EVER ACCRUED ON THE LOAN,  03210000
      *    NET OF NON-ACCRUAL REVERSALS; THE CLOSE SNAPSHOT FROZE IT AT 03220000
      *    EACH MONTH END. A LOAN FUNDED SINCE THE CLOSE EARNED ALL OF  03230000
      *    ITS ACCRUAL IN THE PERIOD; ONE THAT WAS NOT IN THE SNAPSHOT  03240000
      *    FOR ANY OTHER REASON (CLOSED BEFORE IT) EARNED NOTHING.      03250000
      *    EUR AT TODAY'S RATE                                          03260000
       330-GET-INTEREST-INCOME.                                         03270000
           EXEC SQL                                                     03280000
              SELECT COALESCE(SUM(T.MTD_AMT / T.EUR_RATE), 0),          03290000
                     COALESCE(SUM(T.YTD_AMT / T.EUR_RATE), 0)           03300000
                INTO :WS-Q-MTD, :WS-Q-YTD                               03310000
                FROM (SELECT CASE                                       03320000
                                WHEN SM.APP_ID IS NOT NULL              03330000
                                   THEN AC.ACCRUED_AMT - SM.ACCRUED_INT 03340000
                                WHEN F.FIRST_DISB >=                    03350000
                                     DATE(:WS-MONTH-START)              03360000
                                   THEN AC.ACCRUED_AMT                  03370000
                                ELSE 0                                  03380000
                             END AS MTD_AMT,                            03390000
                             CASE                                       03400000
                                WHEN SY.APP_ID IS NOT NULL              03410000
                                   THEN AC.ACCRUED_AMT - SY.ACCRUED_INT 03420000
                                WHEN F.FIRST_DISB >=                    03430000
                                     DATE(:WS-YEAR-START)               03440000
                                   THEN AC.ACCRUED_AMT                  03450000
                                ELSE 0                                  03460000
                             END AS YTD_AMT,                            03470000
                             COALESCE(                                  03480000
                                (SELECT X.EUR_RATE                      03490000
                                   FROM KALA15.FX_RATE X                03500000
                                  WHERE X.CURRENCY_CODE =               03510000
                                        A.CURRENCY_CODE                 03520000
                                    AND X.RATE_DATE <= CURRENT DATE     03530000
                                  ORDER BY X.RATE_DATE DESC             03540000
                                  FETCH FIRST 1 ROW ONLY), 1)           03550000
                             AS EUR_RATE                                03560000
                        FROM KALA15.APPLICATIONS A                      03570000
                        JOIN KALA15.INTEREST_ACCRUAL AC                 03580000
                          ON AC.APP_ID = A.APP_ID                       03590000
                        JOIN (SELECT D.APP_ID,                          03600000
                                     MIN(D.DISB_DATE) AS FIRST_DISB     03610000
                                FROM KALA15.DISBURSEMENT D              03620000
                               WHERE D.DISB_STATUS = 'SENT'             03630000
                               GROUP BY D.APP_ID) AS F                  03640000
                          ON F.APP_ID = A.APP_ID                        03650000
                        LEFT JOIN KALA15.CLOSE_SNAPSHOT SM              03660000
                          ON SM.APP_ID = A.APP_ID                       03670000
                         AND SM.PERIOD_ID = :WS-PRIOR-PERIOD            03680000
                        LEFT JOIN KALA15.CLOSE_SNAPSHOT SY              03690000
                          ON SY.APP_ID = A.APP_ID                       03700000
                         AND SY.PERIOD_ID = :WS-YEAR-END-PERIOD         03710000
                       WHERE A.BRANCH_ID = :BUDG-BRANCH-ID              03720000
                         AND COALESCE(A.PRODUCT_CODE, ' ')              03730000
                             = :BUDG-PRODUCT-CODE) AS T                 03740000
           END-EXEC                                                     03750000
           PERFORM 980-CHECK-SQL                                        03760000
           MOVE WS-Q-MTD TO WS-K-MTD-ACT (3)                            03770000
           MOVE WS-Q-YTD TO WS-K-YTD-ACT (3)                            03780000
           EXIT.                                                        03790000
                                                                        03800000
      *    THE BALANCE WRITTEN OFF THIS YEAR, IN EUR AT THE RATE OF     03810000
      *    THE CHARGE-OFF DATE                                          03820000
       340-GET-CREDIT-LOSSES.                                           03830000
           EXEC SQL                                                     03840000
              SELECT COALESCE(SUM(CASE WHEN T.CHARGEOFF_DATE >=         03850000
                                            DATE(:WS-MONTH-START)       03860000
                                       THEN T.EUR_AMT ELSE 0 END), 0),  03870000
                     COALESCE(SUM(T.EUR_AMT), 0)                        03880000
                INTO :WS-Q-MTD, :WS-Q-YTD                               03890000
                FROM (SELECT C.CHARGEOFF_DATE,                          03900000
                             C.CHARGED_BALANCE /                        03910000
                             COALESCE(                                  03920000
                                (SELECT X.EUR_RATE                      03930000
                                   FROM KALA15.FX_RATE X                03940000
                                  WHERE X.CURRENCY_CODE =               03950000
                                        A.CURRENCY_CODE                 03960000
                                    AND X.RATE_DATE <= C.CHARGEOFF_DATE 03970000
                                  ORDER BY X.RATE_DATE DESC             03980000
                                  FETCH FIRST 1 ROW ONLY), 1)           03990000
                             AS EUR_AMT                                 04000000
                        FROM KALA15.CHARGE_OFF C,                       04010000
                             KALA15.APPLICATIONS A                      04020000
                       WHERE C.APP_ID = A.APP_ID                        04030000
                         AND A.BRANCH_ID = :BUDG-BRANCH-ID              04040000
                         AND COALESCE(A.PRODUCT_CODE, ' ')              04050000
                             = :BUDG-PRODUCT-CODE                       04060000
                         AND C.CHARGEOFF_DATE >= DATE(:WS-YEAR-START)   04070000
                         AND C.CHARGEOFF_DATE <= CURRENT DATE) AS T     04080000
           END-EXEC                                                     04090000
           PERFORM 980-CHECK-SQL                                        04100000
           MOVE WS-Q-MTD TO WS-K-MTD-ACT (4)                            04110000
           MOVE WS-Q-YTD TO WS-K-YTD-ACT (4)                            04120000
           EXIT.                                                        04130000
                                                                        04140000
       410-SUM-KEY-FIGURES.                                             04150000
           ADD WS-K-MTD-ACT (WS-MX) WS-K-MTD-BUD (WS-MX)                04160000
               WS-K-YTD-ACT (WS-MX) WS-K-YTD-BUD (WS-MX)                04170000
               TO WS-FIG-SUM                                            04180000
           EXIT.                                                        04190000
                                                                        04200000
       420-ADD-TO-TOTALS.                                               04210000
           ADD WS-K-MTD-ACT (WS-MX) TO WS-B-MTD-ACT (WS-MX)             04220000
                                       WS-T-MTD-ACT (WS-MX)             04230000
           ADD WS-K-MTD-BUD (WS-MX) TO WS-B-MTD-BUD (WS-MX)             04240000
                                       WS-T-MTD-BUD (WS-MX)             04250000
           ADD WS-K-YTD-ACT (WS-MX) TO WS-B-YTD-ACT (WS-MX)             04260000
                                       WS-T-YTD-ACT (WS-MX)             04270000
           ADD WS-K-YTD-BUD (WS-MX) TO WS-B-YTD-BUD (WS-MX)             04280000
                                       WS-T-YTD-BUD (WS-MX)             04290000
           EXIT.                                                        04300000
                                                                        04310000
      *    ONE MEASURE: ACTUAL, BUDGET, VARIANCE AND VARIANCE AS A      04320000
      *    PERCENTAGE OF BUDGET (BLANK WHERE NOTHING WAS BUDGETED),     04330000
      *    FOR THE MONTH AND THEN THE YEAR TO DATE                      04340000
       500-WRITE-FIGURE-LINE.                                           04350000
           MOVE SPACES TO BVAR-RPT-LINE                                 04360000
           MOVE WS-METRIC-NAME (WS-MX) TO BVAR-RPT-LINE (3:16)          04370000
           MOVE WS-P-MTD-ACT (WS-MX)   TO WS-ED-AMT                     04380000
           MOVE WS-ED-AMT              TO BVAR-RPT-LINE (19:12)         04390000
           MOVE WS-P-MTD-BUD (WS-MX)   TO WS-ED-AMT                     04400000
           MOVE WS-ED-AMT              TO BVAR-RPT-LINE (32:12)         04410000
           COMPUTE WS-VARIANCE =                                        04420000
                   WS-P-MTD-ACT (WS-MX) - WS-P-MTD-BUD (WS-MX)          04430000
           MOVE WS-VARIANCE            TO WS-ED-AMT                     04440000
           MOVE WS-ED-AMT              TO BVAR-RPT-LINE (45:12)         04450000
           IF WS-P-MTD-BUD (WS-MX) NOT = ZERO                           04460000
              COMPUTE WS-VAR-PCT ROUNDED =                              04470000
                      WS-VARIANCE * 100 / WS-P-MTD-BUD (WS-MX)          04480000
                 ON SIZE ERROR MOVE 999999.9 TO WS-VAR-PCT              04490000
              END-COMPUTE                                               04500000
              MOVE WS-VAR-PCT          TO WS-ED-PCT                     04510000
              MOVE WS-ED-PCT           TO BVAR-RPT-LINE (58:10)         04520000
           END-IF                                                       04530000
           MOVE WS-P-YTD-ACT (WS-MX)   TO WS-ED-AMT                     04540000
           MOVE WS-ED-AMT              TO BVAR-RPT-LINE (70:12)         04550000
           MOVE WS-P-YTD-BUD (WS-MX)   TO WS-ED-AMT                     04560000
           MOVE WS-ED-AMT              TO BVAR-RPT-LINE (83:12)         04570000
           COMPUTE WS-VARIANCE =                                        04580000
                   WS-P-YTD-ACT (WS-MX) - WS-P-YTD-BUD (WS-MX)          04590000
           MOVE WS-VARIANCE            TO WS-ED-AMT                     04600000
           MOVE WS-ED-AMT              TO BVAR-RPT-LINE (96:12)         04610000
           IF WS-P-YTD-BUD (WS-MX) NOT = ZERO                           04620000
              COMPUTE WS-VAR-PCT ROUNDED =                              04630000
                      WS-VARIANCE * 100 / WS-P-YTD-BUD (WS-MX)          04640000
                 ON SIZE ERROR MOVE 999999.9 TO WS-VAR-PCT              04650000
              END-COMPUTE                                               04660000
              MOVE WS-VAR-PCT          TO WS-ED-PCT                     04670000
              MOVE WS-ED-PCT           TO BVAR-RPT-LINE (109:10)        04680000
           END-IF                                                       04690000
           WRITE BVAR-RPT-LINE                                          04700000
           ADD 1 TO WS-LINES-WRITTEN                                    04710000
           EXIT.                                                        04720000
                                                                        04730000
       700-BRANCH-BREAK.                                                04740000
           MOVE SPACES TO BVAR-RPT-LINE                                 04750000
           WRITE BVAR-RPT-LINE                                          04760000
           MOVE WS-PREV-BRANCH TO WS-ED-BRANCH                          04770000
           MOVE SPACES TO BVAR-RPT-LINE                                 04780000
           STRING 'BRANCH ' WS-ED-BRANCH '  TOTAL'                      04790000
                  DELIMITED BY SIZE INTO BVAR-RPT-LINE                  04800000
           END-STRING                                                   04810000
           WRITE BVAR-RPT-LINE                                          04820000
           MOVE WS-BRANCH-FIGURES TO WS-PRINT-FIGURES                   04830000
           PERFORM 500-WRITE-FIGURE-LINE                                04840000
              VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4                 04850000
           MOVE ALL '-' TO BVAR-RPT-LINE (1:118)                        04860000
           WRITE BVAR-RPT-LINE                                          04870000
           INITIALIZE WS-BRANCH-FIGURES                                 04880000
           EXIT.                                                        04890000
                                                                        04900000
       800-REPORT-TOTALS.                                               04910000
           IF NOT WS-FIRST-KEY                                          04920000
              PERFORM 700-BRANCH-BREAK                                  04930000
           END-IF                                                       04940000
           MOVE SPACES TO BVAR-RPT-LINE                                 04950000
           WRITE BVAR-RPT-LINE                                          04960000
           MOVE 'BANK TOTAL' TO BVAR-RPT-LINE                           04970000
           WRITE BVAR-RPT-LINE                                          04980000
           MOVE WS-BANK-FIGURES TO WS-PRINT-FIGURES                     04990000
           PERFORM 500-WRITE-FIGURE-LINE                                05000000
              VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 4                 05010000
           EXIT.                                                        05020000
                                                                        05030000
       900-TERMINATE.                                                   05040000
           EXEC SQL                                                     05050000
              CLOSE BVARC                                               05060000
           END-EXEC                                                     05070000
           PERFORM 950-LOG-RUN-HISTORY                                  05080000
           EXEC SQL                                                     05090000
              COMMIT                                                    05100000
           END-EXEC                                                     05110000
           CLOSE BVAR-REPORT                                            05120000
           DISPLAY 'LOANBVAR - BRANCH/PRODUCTS READ: ' WS-KEYS-READ     05130000
           DISPLAY 'LOANBVAR - REPORT LINES        : ' WS-LINES-WRITTEN 05140000
           EXIT.                                                        05150000
                                                                        05160000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      05170000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      05180000
      *    CONSOLE'S DURATION TRENDING                                  05190000
       950-LOG-RUN-HISTORY.                                             05200000
           EXEC SQL                                                     05210000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       05220000
                INTO :RUNH-RUN-ID                                       05230000
                FROM KALA15.BATCH_RUN_HISTORY                           05240000
           END-EXEC                                                     05250000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            05260000
           MOVE WS-KEYS-READ TO RUNH-RECS-READ                          05270000
           MOVE ZERO TO RUNH-RECS-UPDATED                               05280000
           MOVE WS-LINES-WRITTEN TO RUNH-RECS-WRITTEN                   05290000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              05300000
           EXEC SQL                                                     05310000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      05320000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        05330000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   05340000
              VALUES                                                    05350000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          05360000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   05370000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               05380000
                  :RUNH-RUN-RC)                                         05390000
           END-EXEC                                                     05400000
           EXIT.                                                        05410000
                                                                        05420000
       980-CHECK-SQL.                                                   05430000
           IF SQLCODE < 0                                               05440000
              MOVE SQLCODE TO WS-ED-SQLCODE                             05450000
              DISPLAY 'LOANBVAR - BUDGET REPORT FAILED, SQLCODE '       05460000
                      WS-ED-SQLCODE                                     05470000
              MOVE 16 TO RETURN-CODE                                    05480000
              PERFORM 950-LOG-RUN-HISTORY                               05490000
              EXEC SQL                                                  05500000
                 COMMIT                                                 05510000
              END-EXEC                                                  05520000
              CLOSE BVAR-REPORT                                         05530000
              STOP RUN                                                  05540000
           END-IF                                                       05550000
           EXIT.                                                        05560000
