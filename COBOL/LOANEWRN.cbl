       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANEWRN.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT EWS-REPORT    ASSIGN TO EWSRPT                        00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-EWS-RPT-STATUS.                        00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    THE PROACTIVE-CONTACT LIST - ONE LINE PER PERFORMING LOAN    00110000
      *    ON THE WATCH LIST AFTER TONIGHT'S RUN, WITH ITS SCORE AND    00120000
      *    THE SIGNALS THAT PUT IT THERE, THEN THE RUN TOTALS           00130000
       FD  EWS-REPORT                                                   00140000
           RECORDING MODE F                                             00150000
           LABEL RECORDS STANDARD.                                      00160000
       01  EWS-RPT-LINE            PIC X(132).                          00170000
                                                                        00180000
       WORKING-STORAGE SECTION.                                         00190000
           EXEC SQL                                                     00200000
              INCLUDE SQLCA                                             00210000
           END-EXEC.                                                    00220000
           EXEC SQL                                                     00230000
              INCLUDE EWSWATCH                                          00240000
           END-EXEC.                                                    00250000
           EXEC SQL                                                     00260000
              INCLUDE SCOREHST                                          00270000
           END-EXEC.                                                    00280000
           EXEC SQL                                                     00290000
              INCLUDE BUSPARM                                           00300000
           END-EXEC.                                                    00310000
           EXEC SQL                                                     00320000
              INCLUDE RUNHIST                                           00330000
           END-EXEC.                                                    00340000
                                                                        00350000
       01  WS-EWS-RPT-STATUS       PIC XX    VALUE '00'.                00360000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANEWRN'.          00370000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00380000
       01  WS-RUN-DATE             PIC X(10) VALUE SPACES.              00390000
      *    HOW FAR BACK A RETURNED DEBIT, A RETURNED-MAIL FLAG, A NEW   00400000
      *    ENFORCEMENT FILING OR A PAYMENT HOLIDAY STILL COUNTS, AND    00410000
      *    HOW MANY POINTS THE LATEST BUREAU SCORE MUST FALL FROM THE   00420000
      *    ONE BEFORE IT TO BE A SIGNAL                                 00430000
       01  WS-LOOKBACK-DAYS        PIC S9(9) COMP VALUE 30.             00440000
       01  WS-SCORE-DROP-PTS       PIC S9(9) COMP VALUE 50.             00450000
      *    A LOAN GOES ON THE WATCH LIST ONCE THE WEIGHTS OF ITS        00460000
      *    SIGNALS ADD UP TO THE THRESHOLD - BY DEFAULT AN ENFORCEMENT  00470000
      *    CASE ON ANOTHER LOAN IS ENOUGH ON ITS OWN, ANY OTHER SIGNAL  00480000
      *    NEEDS A SECOND ONE ALONGSIDE IT                              00490000
       01  WS-EWS-THRESHOLD        PIC S9(4) COMP VALUE 40.             00500000
       01  WS-WEIGHTS.                                                  00510000
           05 WS-WT-SDD            PIC S9(4) COMP VALUE 30.             00520000
           05 WS-WT-ADDR           PIC S9(4) COMP VALUE 20.             00530000
           05 WS-WT-SCORE          PIC S9(4) COMP VALUE 25.             00540000
           05 WS-WT-ENF            PIC S9(4) COMP VALUE 40.             00550000
           05 WS-WT-CMPL           PIC S9(4) COMP VALUE 15.             00560000
           05 WS-WT-HOLIDAY        PIC S9(4) COMP VALUE 30.             00570000
      *    ONE Y/N BYTE PER SIGNAL, IN THE ORDER EWS_WATCHLIST.SIGNALS  00580000
      *    CARRIES THEM                                                 00590000
       01  WS-SIGNALS.                                                  00600000
           05 WS-SIG-SDD           PIC X.                               00610000
              88 SIG-SDD-RETURN            VALUE 'Y'.                   00620000
           05 WS-SIG-ADDR          PIC X.                               00630000
              88 SIG-ADDR-INVALID          VALUE 'Y'.                   00640000
           05 WS-SIG-SCORE         PIC X.                               00650000
              88 SIG-SCORE-DROP            VALUE 'Y'.                   00660000
           05 WS-SIG-ENF           PIC X.                               00670000
              88 SIG-ENFORCEMENT           VALUE 'Y'.                   00680000
           05 WS-SIG-CMPL          PIC X.                               00690000
              88 SIG-COMPLAINT             VALUE 'Y'.                   00700000
           05 WS-SIG-HOLIDAY       PIC X.                               00710000
              88 SIG-PAY-HOLIDAY           VALUE 'Y'.                   00720000
       01  WS-APP-ID               PIC S9(9) COMP VALUE ZERO.           00730000
       01  WS-CUST-SSN             PIC X(11) VALUE SPACES.              00740000
       01  WS-L-NAME               PIC X(15) VALUE SPACES.              00750000
       01  WS-PHONE-NO             PIC X(15) VALUE SPACES.              00760000
       01  WS-LATEST-SCORE         PIC S9(9) COMP VALUE ZERO.           00770000
       01  WS-PRIOR-SCORE          PIC S9(9) COMP VALUE ZERO.           00780000
       01  WS-EWS-SCORE            PIC S9(4) COMP VALUE ZERO.           00790000
       01  WS-NEW-SW               PIC X     VALUE 'N'.                 00800000
           88 NEW-ON-WATCH                   VALUE 'Y'.                 00810000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00820000
           88 END-OF-LOANS                   VALUE 'Y'.                 00830000
       01  WS-SIGNAL-TEXT          PIC X(80) VALUE SPACES.              00840000
       01  WS-SIG-PTR              PIC S9(4) COMP VALUE 1.              00850000
       01  WS-LOANS-SCORED         PIC 9(7)  VALUE ZERO.                00860000
       01  WS-ON-WATCH             PIC 9(7)  VALUE ZERO.                00870000
       01  WS-NEW-WATCH            PIC 9(7)  VALUE ZERO.                00880000
       01  WS-CLEARED              PIC 9(7)  VALUE ZERO.                00890000
       01  WS-LINES-WRITTEN        PIC 9(7)  VALUE ZERO.                00900000
       01  WS-ED-APP-ID            PIC Z(8)9.                           00910000
       01  WS-ED-EWS-SCORE         PIC ZZ9.                             00920000
       01  WS-ED-PRIOR             PIC ZZZ9.                            00930000
       01  WS-ED-LATEST            PIC ZZZ9.                            00940000
       01  WS-ED-THRESHOLD         PIC ZZ9.                             00950000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00960000
                                                                        00970000
       PROCEDURE DIVISION.                                              00980000
       000-MAIN-PARA.                                                   00990000
           PERFORM 100-INITIALIZE                                       01000000
           PERFORM 200-SCORE-ONE-LOAN                                   01010000
              UNTIL END-OF-LOANS                                        01020000
           PERFORM 400-CLEAR-STALE-ENTRIES                              01030000
           PERFORM 900-TERMINATE                                        01040000
           STOP RUN.                                                    01050000
                                                                        01060000
       100-INITIALIZE.                                                  01070000
           EXEC SQL                                                     01080000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE, ISO)   01090000
                INTO :WS-RUN-START, :WS-RUN-DATE                        01100000
                FROM SYSIBM.SYSDUMMY1                                   01110000
           END-EXEC                                                     01120000
           OPEN OUTPUT EWS-REPORT                                       01130000
           IF WS-EWS-RPT-STATUS NOT = '00'                              01140000
              DISPLAY 'LOANEWRN - UNABLE TO OPEN EWSRPT, STATUS = '     01150000
                      WS-EWS-RPT-STATUS                                 01160000
              MOVE 16 TO RETURN-CODE                                    01170000
              STOP RUN                                                  01180000
           END-IF                                                       01190000
                                                                        01200000
           MOVE 'EWS_LOOKBACK_DAYS' TO BUSPARM-NAME                     01210000
           PERFORM 110-FETCH-ONE-PARAM                                  01220000
           IF SQLCODE = 00                                              01230000
              MOVE BUSPARM-VALUE TO WS-LOOKBACK-DAYS                    01240000
           END-IF                                                       01250000
           MOVE 'EWS_SCORE_DROP_PTS' TO BUSPARM-NAME                    01260000
           PERFORM 110-FETCH-ONE-PARAM                                  01270000
           IF SQLCODE = 00                                              01280000
              MOVE BUSPARM-VALUE TO WS-SCORE-DROP-PTS                   01290000
           END-IF                                                       01300000
           MOVE 'EWS_THRESHOLD' TO BUSPARM-NAME                         01310000
           PERFORM 110-FETCH-ONE-PARAM                                  01320000
           IF SQLCODE = 00                                              01330000
              MOVE BUSPARM-VALUE TO WS-EWS-THRESHOLD                    01340000
           END-IF                                                       01350000
           MOVE 'EWS_WT_SDD_RETURN' TO BUSPARM-NAME                     01360000
           PERFORM 110-FETCH-ONE-PARAM                                  01370000
           IF SQLCODE = 00                                              01380000
              MOVE BUSPARM-VALUE TO WS-WT-SDD                           01390000
           END-IF                                                       01400000
           MOVE 'EWS_WT_ADDR_INVAL' TO BUSPARM-NAME                     01410000
           PERFORM 110-FETCH-ONE-PARAM                                  01420000
           IF SQLCODE = 00                                              01430000
              MOVE BUSPARM-VALUE TO WS-WT-ADDR                          01440000
           END-IF                                                       01450000
           MOVE 'EWS_WT_SCORE_DROP' TO BUSPARM-NAME                     01460000
           PERFORM 110-FETCH-ONE-PARAM                                  01470000
           IF SQLCODE = 00                                              01480000
              MOVE BUSPARM-VALUE TO WS-WT-SCORE                         01490000
           END-IF                                                       01500000
           MOVE 'EWS_WT_ENFORCE' TO BUSPARM-NAME                        01510000
           PERFORM 110-FETCH-ONE-PARAM                                  01520000
           IF SQLCODE = 00                                              01530000
              MOVE BUSPARM-VALUE TO WS-WT-ENF                           01540000
           END-IF                                                       01550000
           MOVE 'EWS_WT_COMPLAINT' TO BUSPARM-NAME                      01560000
           PERFORM 110-FETCH-ONE-PARAM                                  01570000
           IF SQLCODE = 00                                              01580000
              MOVE BUSPARM-VALUE TO WS-WT-CMPL                          01590000
           END-IF                                                       01600000
           MOVE 'EWS_WT_PAY_HOLIDAY' TO BUSPARM-NAME                    01610000
           PERFORM 110-FETCH-ONE-PARAM                                  01620000
           IF SQLCODE = 00                                              01630000
              MOVE BUSPARM-VALUE TO WS-WT-HOLIDAY                       01640000
           END-IF                                                       01650000
                                                                        01660000
           EXEC SQL                                                     01670000
              SELECT COALESCE(MAX(WATCH_ID), 0)                         01680000
                INTO :EWS-WATCH-ID                                      01690000
                FROM KALA15.EWS_WATCHLIST                               01700000
           END-EXEC                                                     01710000
           PERFORM 980-CHECK-SQL                                        01720000
                                                                        01730000
      *    EVERY PERFORMING LOAN - FUNDED, STILL OWING AND WITH NO      01740000
      *    OPEN DELINQUENCY, SINCE ONCE LOANDELQ HAS FLAGGED IT THE     01750000
      *    COLLECTIONS FLOW OWNS IT - WITH EACH SIGNAL RESOLVED ON THE  01760000
      *    CURSOR. THE SCORE-DROP BASELINE IS THE BUREAU SCORE BEFORE   01770000
      *    THE LATEST ONE, OR THE UNDERWRITING SCORE WHEN THE LATEST    01780000
      *    IS THE FIRST REFRESH                                         01790000
           EXEC SQL                                                     01800000
              DECLARE EWSC CURSOR FOR                                   01810000
              SELECT A.APP_ID, A.CUST_SSN, C.L_NAME,                    01820000
                     COALESCE(C.PHONE_NO, ' '),                         01830000
                     CASE WHEN EXISTS                                   01840000
                          (SELECT 1 FROM KALA15.PAYMENT P               01850000
                            WHERE P.APP_ID = A.APP_ID                   01860000
                              AND P.PAY_TYPE = 'SDDRTN'                 01870000
                              AND P.PAY_DATE >= CURRENT DATE            01880000
                                  - :WS-LOOKBACK-DAYS DAYS)             01890000
                          THEN 'Y' ELSE 'N' END,                        01900000
                     CASE WHEN COALESCE(C.ADDR_INVALID, 'N') = 'Y'      01910000
                           AND C.ADDR_INVALID_DATE >= CURRENT DATE      01920000
                                  - :WS-LOOKBACK-DAYS DAYS              01930000
                          THEN 'Y' ELSE 'N' END,                        01940000
                     COALESCE(                                          01950000
                        (SELECT H.CREDIT_SCORE                          01960000
                           FROM KALA15.CREDIT_SCORE_HISTORY H           01970000
                          WHERE H.CUST_SSN = A.CUST_SSN                 01980000
                          ORDER BY H.SCORE_ID DESC                      01990000
                          FETCH FIRST 1 ROW ONLY), -1),                 02000000
                     COALESCE(                                          02010000
                        (SELECT H2.CREDIT_SCORE                         02020000
                           FROM KALA15.CREDIT_SCORE_HISTORY H2          02030000
                          WHERE H2.CUST_SSN = A.CUST_SSN                02040000
                            AND H2.SCORE_ID <                           02050000
                               (SELECT MAX(H3.SCORE_ID)                 02060000
                                  FROM KALA15.CREDIT_SCORE_HISTORY H3   02070000
                                 WHERE H3.CUST_SSN = A.CUST_SSN)        02080000
                          ORDER BY H2.SCORE_ID DESC                     02090000
                          FETCH FIRST 1 ROW ONLY),                      02100000
                        A.CREDIT_SCORE, -1),                            02110000
                     CASE WHEN EXISTS                                   02120000
                          (SELECT 1 FROM KALA15.ENFORCEMENT_CASE E,     02130000
                                         KALA15.APPLICATIONS A2         02140000
                            WHERE E.APP_ID = A2.APP_ID                  02150000
                              AND A2.CUST_SSN = A.CUST_SSN              02160000
                              AND A2.APP_ID <> A.APP_ID                 02170000
                              AND E.FILING_DATE >= CURRENT DATE         02180000
                                  - :WS-LOOKBACK-DAYS DAYS)             02190000
                          THEN 'Y' ELSE 'N' END,                        02200000
                     CASE WHEN EXISTS                                   02210000
                          (SELECT 1 FROM KALA15.COMPLAINT M             02220000
                            WHERE M.CUST_SSN = A.CUST_SSN               02230000
                              AND M.CMP_STATUS = 'OPEN')                02240000
                          THEN 'Y' ELSE 'N' END,                        02250000
                     CASE WHEN EXISTS                                   02260000
                          (SELECT 1 FROM KALA15.FORBEARANCE F           02270000
                            WHERE F.APP_ID = A.APP_ID                   02280000
                              AND F.CONCESSION_TYPE = 'HOLIDAY'         02290000
                              AND F.START_DATE >= CURRENT DATE          02300000
                                  - :WS-LOOKBACK-DAYS DAYS)             02310000
                          THEN 'Y' ELSE 'N' END                         02320000
                FROM KALA15.APPLICATIONS A                              02330000
                JOIN KALA15.CUSTOMER C                                  02340000
                  ON C.SSN = A.CUST_SSN                                 02350000
               WHERE A.STATUS = 1                                       02360000
                 AND EXISTS                                             02370000
                    (SELECT 1 FROM KALA15.DISBURSEMENT D                02380000
                      WHERE D.APP_ID = A.APP_ID                         02390000
                        AND D.DISB_STATUS = 'SENT')                     02400000
                 AND EXISTS                                             02410000
                    (SELECT 1 FROM KALA15.PAYMENT_SCHEDULE S            02420000
                      WHERE S.APP_ID = A.APP_ID                         02430000
                        AND S.ACTUAL_BALANCE_AMT IS NULL)               02440000
                 AND NOT EXISTS                                         02450000
                    (SELECT 1 FROM KALA15.DELINQUENCY Q                 02460000
                      WHERE Q.APP_ID = A.APP_ID                         02470000
                        AND Q.DELINQ_STATUS = 'OPEN')                   02480000
               ORDER BY A.APP_ID                                        02490000
           END-EXEC                                                     02500000
                                                                        02510000
           EXEC SQL                                                     02520000
              OPEN EWSC                                                 02530000
           END-EXEC                                                     02540000
           PERFORM 980-CHECK-SQL                                        02550000
                                                                        02560000
           MOVE WS-EWS-THRESHOLD TO WS-ED-THRESHOLD                     02570000
           MOVE SPACES TO EWS-RPT-LINE                                  02580000
           STRING 'EARLY-WARNING WATCH LIST AS AT ' WS-RUN-DATE         02590000
                  ' - PERFORMING LOANS SCORING ' WS-ED-THRESHOLD        02600000
                  ' OR MORE'                                            02610000
                  DELIMITED BY SIZE INTO EWS-RPT-LINE                   02620000
           END-STRING                                                   02630000
           WRITE EWS-RPT-LINE                                           02640000
           MOVE SPACES TO EWS-RPT-LINE                                  02650000
           WRITE EWS-RPT-LINE                                           02660000
           MOVE SPACES TO EWS-RPT-LINE                                  02670000
           STRING '   APP-ID SSN         NAME            '              02680000
                  'PHONE           SCR NEW SIGNALS'                     02690000
                  DELIMITED BY SIZE INTO EWS-RPT-LINE                   02700000
           END-STRING                                                   02710000
           WRITE EWS-RPT-LINE                                           02720000
           ADD 3 TO WS-LINES-WRITTEN                                    02730000
           EXIT.                                                        02740000
                                                                        02750000
       110-FETCH-ONE-PARAM.                                             02760000
           EXEC SQL                                                     02770000
              SELECT PARAM_VALUE                                        02780000
                INTO :BUSPARM-VALUE                                     02790000
                FROM KALA15.BUSINESS_PARAM                              02800000
               WHERE PARAM_NAME = :BUSPARM-NAME                         02810000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     02820000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     02830000
           END-EXEC                                                     02840000
           EXIT.                                                        02850000
                                                                        02860000
       200-SCORE-ONE-LOAN.                                              02870000
           EXEC SQL                                                     02880000
              FETCH EWSC                                                02890000
               INTO :WS-APP-ID, :WS-CUST-SSN, :WS-L-NAME,               02900000
                    :WS-PHONE-NO, :WS-SIG-SDD, :WS-SIG-ADDR,            02910000
                    :WS-LATEST-SCORE, :WS-PRIOR-SCORE,                  02920000
                    :WS-SIG-ENF, :WS-SIG-CMPL, :WS-SIG-HOLIDAY          02930000
           END-EXEC                                                     02940000
           IF SQLCODE NOT = 00                                          02950000
              PERFORM 980-CHECK-SQL                                     02960000
              MOVE 'Y' TO WS-EOF-SW                                     02970000
           ELSE                                                         02980000
              ADD 1 TO WS-LOANS-SCORED                                  02990000
              PERFORM 210-WEIGH-SIGNALS                                 03000000
              IF WS-EWS-SCORE >= WS-EWS-THRESHOLD                       03010000
                 PERFORM 300-WATCH-LOAN                                 03020000
              END-IF                                                    03030000
           END-IF                                                       03040000
           EXIT.                                                        03050000
                                                                        03060000
      *    A SCORE DROP NEEDS BOTH A BASELINE AND A REFRESHED SCORE -   03070000
      *    A CUSTOMER THE BUREAU HAS NOT RE-SCORED YET HAS NO SIGNAL    03080000
       210-WEIGH-SIGNALS.                                               03090000
           MOVE 'N' TO WS-SIG-SCORE                                     03100000
           IF WS-LATEST-SCORE >= ZERO AND WS-PRIOR-SCORE > ZERO         03110000
              AND WS-PRIOR-SCORE - WS-LATEST-SCORE                      03120000
                  >= WS-SCORE-DROP-PTS                                  03130000
              MOVE 'Y' TO WS-SIG-SCORE                                  03140000
           END-IF                                                       03150000
                                                                        03160000
           MOVE ZERO TO WS-EWS-SCORE                                    03170000
           IF SIG-SDD-RETURN                                            03180000
              ADD WS-WT-SDD TO WS-EWS-SCORE                             03190000
           END-IF                                                       03200000
           IF SIG-ADDR-INVALID                                          03210000
              ADD WS-WT-ADDR TO WS-EWS-SCORE                            03220000
           END-IF                                                       03230000
           IF SIG-SCORE-DROP                                            03240000
              ADD WS-WT-SCORE TO WS-EWS-SCORE                           03250000
           END-IF                                                       03260000
           IF SIG-ENFORCEMENT                                           03270000
              ADD WS-WT-ENF TO WS-EWS-SCORE                             03280000
           END-IF                                                       03290000
           IF SIG-COMPLAINT                                             03300000
              ADD WS-WT-CMPL TO WS-EWS-SCORE                            03310000
           END-IF                                                       03320000
           IF SIG-PAY-HOLIDAY                                           03330000
              ADD WS-WT-HOLIDAY TO WS-EWS-SCORE                         03340000
           END-IF                                                       03350000
           EXIT.                                                        03360000
                                                                        03370000
      *    A LOAN ALREADY ON THE LIST KEEPS ITS ROW AND FIRST DATE -    03380000
      *    TONIGHT'S SCORE AND SIGNALS REPLACE LAST NIGHT'S. ONLY A     03390000
      *    LOAN WITH NO OPEN ROW IS ADDED                               03400000
       300-WATCH-LOAN.                                                  03410000
           MOVE WS-APP-ID     TO EWS-APP-ID                             03420000
           MOVE WS-CUST-SSN   TO EWS-CUST-SSN                           03430000
           MOVE WS-EWS-SCORE  TO EWS-SCORE                              03440000
           MOVE WS-SIGNALS    TO EWS-SIGNALS                            03450000
           MOVE 'N' TO WS-NEW-SW                                        03460000
           EXEC SQL                                                     03470000
              UPDATE KALA15.EWS_WATCHLIST                               03480000
                 SET RUN_DATE  = CURRENT DATE,                          03490000
                     RUN_TS    = :WS-RUN-START,                         03490001
                     EWS_SCORE = :EWS-SCORE,                            03500000
                     SIGNALS   = :EWS-SIGNALS                           03510000
               WHERE APP_ID = :EWS-APP-ID                               03520000
                 AND WATCH_STATUS = 'OPEN'                              03530000
           END-EXEC                                                     03540000
           IF SQLCODE = 100                                             03550000
              ADD 1 TO EWS-WATCH-ID                                     03560000
              EXEC SQL                                                  03570000
                 INSERT INTO KALA15.EWS_WATCHLIST                       03580000
                    (WATCH_ID, APP_ID, CUST_SSN, FIRST_DATE,            03590000
                     RUN_DATE, RUN_TS, EWS_SCORE, SIGNALS,              03590001
                     WATCH_STATUS)                                      03590002
                 VALUES                                                 03610000
                    (:EWS-WATCH-ID, :EWS-APP-ID, :EWS-CUST-SSN,         03620000
                     CURRENT DATE, CURRENT DATE, :WS-RUN-START,         03620001
                     :EWS-SCORE,                                        03620002
                     :EWS-SIGNALS, 'OPEN')                              03640000
              END-EXEC                                                  03650000
              PERFORM 980-CHECK-SQL                                     03660000
              MOVE 'Y' TO WS-NEW-SW                                     03670000
              ADD 1 TO WS-NEW-WATCH                                     03680000
           ELSE                                                         03690000
              PERFORM 980-CHECK-SQL                                     03700000
           END-IF                                                       03710000
           ADD 1 TO WS-ON-WATCH                                         03720000
           PERFORM 310-WRITE-WATCH-LINE                                 03730000
           EXIT.                                                        03740000
                                                                        03750000
       310-WRITE-WATCH-LINE.                                            03760000
           PERFORM 320-DESCRIBE-SIGNALS                                 03770000
           MOVE WS-APP-ID    TO WS-ED-APP-ID                            03780000
           MOVE WS-EWS-SCORE TO WS-ED-EWS-SCORE                         03790000
           MOVE SPACES TO EWS-RPT-LINE                                  03800000
           STRING WS-ED-APP-ID ' ' WS-CUST-SSN ' ' WS-L-NAME ' '        03810000
                  WS-PHONE-NO ' ' WS-ED-EWS-SCORE                       03820000
                  DELIMITED BY SIZE INTO EWS-RPT-LINE                   03830000
           END-STRING                                                   03840000
           IF NEW-ON-WATCH                                              03850000
              MOVE 'NEW' TO EWS-RPT-LINE (59:3)                         03860000
           END-IF                                                       03870000
           MOVE WS-SIGNAL-TEXT TO EWS-RPT-LINE (63:70)                  03880000
           WRITE EWS-RPT-LINE                                           03890000
           ADD 1 TO WS-LINES-WRITTEN                                    03900000
           EXIT.                                                        03910000
                                                                        03920000
      *    THE TRIGGERING SIGNALS IN WORDS - THE SCORE DROP CARRIES     03930000
      *    THE BASELINE AND THE REFRESHED SCORE SO THE CONTACT TEAM     03940000
      *    SEES HOW FAR IT FELL                                         03950000
       320-DESCRIBE-SIGNALS.                                            03960000
           MOVE SPACES TO WS-SIGNAL-TEXT                                03970000
           MOVE 1 TO WS-SIG-PTR                                         03980000
           IF SIG-SDD-RETURN                                            03990000
              STRING 'SDD-RETURN ' DELIMITED BY SIZE                    04000000
                     INTO WS-SIGNAL-TEXT WITH POINTER WS-SIG-PTR        04010000
              END-STRING                                                04020000
           END-IF                                                       04030000
           IF SIG-ADDR-INVALID                                          04040000
              STRING 'ADDR-INVALID ' DELIMITED BY SIZE                  04050000
                     INTO WS-SIGNAL-TEXT WITH POINTER WS-SIG-PTR        04060000
              END-STRING                                                04070000
           END-IF                                                       04080000
           IF SIG-SCORE-DROP                                            04090000
              MOVE WS-PRIOR-SCORE  TO WS-ED-PRIOR                       04100000
              MOVE WS-LATEST-SCORE TO WS-ED-LATEST                      04110000
              STRING 'SCORE-DROP ' WS-ED-PRIOR '>' WS-ED-LATEST ' '     04120000
                     DELIMITED BY SIZE                                  04130000
                     INTO WS-SIGNAL-TEXT WITH POINTER WS-SIG-PTR        04140000
              END-STRING                                                04150000
           END-IF                                                       04160000
           IF SIG-ENFORCEMENT                                           04170000
              STRING 'ENFORCEMENT ' DELIMITED BY SIZE                   04180000
                     INTO WS-SIGNAL-TEXT WITH POINTER WS-SIG-PTR        04190000
              END-STRING                                                04200000
           END-IF                                                       04210000
           IF SIG-COMPLAINT                                             04220000
              STRING 'COMPLAINT ' DELIMITED BY SIZE                     04230000
                     INTO WS-SIGNAL-TEXT WITH POINTER WS-SIG-PTR        04240000
              END-STRING                                                04250000
           END-IF                                                       04260000
           IF SIG-PAY-HOLIDAY                                           04270000
              STRING 'PAY-HOLIDAY ' DELIMITED BY SIZE                   04280000
                     INTO WS-SIGNAL-TEXT WITH POINTER WS-SIG-PTR        04290000
              END-STRING                                                04300000
           END-IF                                                       04310000
           EXIT.                                                        04320000
                                                                        04330000
      *    AN OPEN ROW NOT STAMPED WITH THIS RUN'S START TIME - ONE     04330001
      *    AN EARLIER RUN WROTE, EVEN EARLIER TODAY - BELONGS TO A LOAN 04330002
      *    THAT HAS DROPPED BELOW THE THRESHOLD OR STOPPED PERFORMING - 04330003
      *    EITHER WAY IT COMES OFF THE LIST                             04330004
       400-CLEAR-STALE-ENTRIES.                                         04370000
           EXEC SQL                                                     04380000
              UPDATE KALA15.EWS_WATCHLIST                               04390000
                 SET WATCH_STATUS = 'CLEARED',                          04400000
                     CLEARED_DATE = CURRENT DATE                        04410000
               WHERE WATCH_STATUS = 'OPEN'                              04420000
                 AND RUN_TS <> :WS-RUN-START                            04420001
           END-EXEC                                                     04440000
           IF SQLCODE = 00                                              04450000
              MOVE SQLERRD(3) TO WS-CLEARED                             04460000
           ELSE                                                         04470000
              PERFORM 980-CHECK-SQL                                     04480000
           END-IF                                                       04490000
           EXIT.                                                        04500000
                                                                        04510000
      *    RC 4 WHEN A LOAN JOINED THE LIST TONIGHT, SO THE CONTACT     04520000
      *    TEAM SEES FROM THE SCHEDULER THAT THERE ARE NEW CALLS TO     04530000
      *    MAKE                                                         04540000
       900-TERMINATE.                                                   04550000
           EXEC SQL                                                     04560000
              CLOSE EWSC                                                04570000
           END-EXEC                                                     04580000
           IF WS-NEW-WATCH > ZERO                                       04590000
              MOVE 4 TO RETURN-CODE                                     04600000
           END-IF                                                       04610000
           PERFORM 950-LOG-RUN-HISTORY                                  04620000
           EXEC SQL                                                     04630000
              COMMIT                                                    04640000
           END-EXEC                                                     04650000
           MOVE SPACES TO EWS-RPT-LINE                                  04660000
           WRITE EWS-RPT-LINE                                           04670000
           MOVE SPACES TO EWS-RPT-LINE                                  04680000
           STRING 'LOANS SCORED ' WS-LOANS-SCORED                       04690000
                  ' ON WATCH ' WS-ON-WATCH                              04700000
                  ' NEW TONIGHT ' WS-NEW-WATCH                          04710000
                  ' CLEARED ' WS-CLEARED                                04720000
                  DELIMITED BY SIZE INTO EWS-RPT-LINE                   04730000
           END-STRING                                                   04740000
           WRITE EWS-RPT-LINE                                           04750000
           CLOSE EWS-REPORT                                             04760000
           DISPLAY 'LOANEWRN - LOANS SCORED       : ' WS-LOANS-SCORED   04770000
           DISPLAY 'LOANEWRN - ON WATCH LIST      : ' WS-ON-WATCH       04780000
           DISPLAY 'LOANEWRN - NEW TONIGHT        : ' WS-NEW-WATCH      04790000
           DISPLAY 'LOANEWRN - CLEARED            : ' WS-CLEARED        04800000
           EXIT.                                                        04810000
                                                                        04820000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      04830000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      04840000
      *    CONSOLE'S DURATION TRENDING                                  04850000
       950-LOG-RUN-HISTORY.                                             04860000
           EXEC SQL                                                     04870000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       04880000
                INTO :RUNH-RUN-ID                                       04890000
                FROM KALA15.BATCH_RUN_HISTORY                           04900000
           END-EXEC                                                     04910000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            04920000
           MOVE WS-LOANS-SCORED TO RUNH-RECS-READ                       04930000
           MOVE WS-ON-WATCH TO RUNH-RECS-UPDATED                        04940000
           MOVE WS-LINES-WRITTEN TO RUNH-RECS-WRITTEN                   04950000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              04960000
           EXEC SQL                                                     04970000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      04980000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        04990000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   05000000
              VALUES                                                    05010000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          05020000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   05030000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               05040000
                  :RUNH-RUN-RC)                                         05050000
           END-EXEC                                                     05060000
           EXIT.                                                        05070000
                                                                        05080000
      *    A HALF-BUILT WATCH LIST IS WORSE THAN LAST NIGHT'S - ANY     05090000
      *    FAILURE ROLLS THE WHOLE RUN BACK AND IT CAN SIMPLY BE        05100000
      *    RESUBMITTED                                                  05110000
       980-CHECK-SQL.                                                   05120000
           IF SQLCODE < 0                                               05130000
              MOVE SQLCODE TO WS-ED-SQLCODE                             05140000
              DISPLAY 'LOANEWRN - EARLY-WARNING RUN FAILED, SQLCODE '   05150000
                      WS-ED-SQLCODE                                     05160000
              EXEC SQL                                                  05170000
                 ROLLBACK                                               05180000
              END-EXEC                                                  05190000
              MOVE 16 TO RETURN-CODE                                    05200000
              PERFORM 950-LOG-RUN-HISTORY                               05210000
              EXEC SQL                                                  05220000
                 COMMIT                                                 05230000
              END-EXEC                                                  05240000
              CLOSE EWS-REPORT                                          05250000
              STOP RUN                                                  05260000
           END-IF                                                       05270000
           EXIT.                                                        05280000
