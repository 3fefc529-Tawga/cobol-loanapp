       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANDLRO.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT CALL-LIST     ASSIGN TO DLROUT                        00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-DLO-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    THE DAY'S OUTBOUND CALL LIST FOR THE PREDICTIVE DIALER -     00110000
      *    ONE RECORD PER CUSTOMER TO RING, INSIDE THE STANDARD         00120000
      *    HDR/TRL ENVELOPE. THE DIALER WORKS THE LIST HIGHEST          00130000
      *    PRIORITY FIRST AND ONLY BETWEEN THE CALL HOURS ON THE        00140000
      *    RECORD. THE APPLICATION IS THE CUSTOMER'S WORST CASE AND     00150000
      *    THE KEY THE DIALER RETURNS ITS CALL OUTCOMES UNDER           00160000
       FD  CALL-LIST                                                    00170000
           RECORDING MODE F                                             00180000
           LABEL RECORDS STANDARD.                                      00190000
       01  DLO-RECORD.                                                  00200000
           05  DLO-APP-ID          PIC 9(08).                           00210000
           05  DLO-PHONE-NO        PIC X(15).                           00220000
           05  DLO-F-NAME          PIC X(15).                           00230000
           05  DLO-L-NAME          PIC X(15).                           00240000
           05  DLO-LANG-CODE       PIC X(01).                           00250000
           05  DLO-PRIORITY        PIC 9(05).                           00260000
           05  DLO-MAX-DPD         PIC 9(04).                           00270000
           05  DLO-BALANCE         PIC 9(07)V99.                        00280000
           05  DLO-CALL-FROM-HOUR  PIC 9(02).                           00290000
           05  DLO-CALL-TO-HOUR    PIC 9(02).                           00300000
           05  DLO-COLLECTOR-ID    PIC 9(04).                           00310000
                                                                        00320000
       WORKING-STORAGE SECTION.                                         00330000
           EXEC SQL                                                     00340000
              INCLUDE SQLCA                                             00350000
           END-EXEC.                                                    00360000
           EXEC SQL                                                     00370000
              INCLUDE CUSTOMER                                          00380000
           END-EXEC.                                                    00390000
           EXEC SQL                                                     00400000
              INCLUDE BUSPARM                                           00410000
           END-EXEC.                                                    00420000
           EXEC SQL                                                     00430000
              INCLUDE RUNHIST                                           00440000
           END-EXEC.                                                    00450000
                                                                        00460000
           COPY FILEENV.                                                00470000
                                                                        00480000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00490000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00500000
       01  WS-DLO-STATUS           PIC XX    VALUE '00'.                00510000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANDLRO'.          00520000
       01  WS-SOURCE-ID            PIC X(8)  VALUE 'KALA15LN'.          00530000
       01  WS-GATE-WAITING         PIC S9(4) COMP VALUE ZERO.           00540000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00550000
       01  WS-RUN-DATE             PIC X(10) VALUE SPACES.              00560000
       01  WS-CASES-READ           PIC 9(7)  VALUE ZERO.                00570000
       01  WS-CALLS-LISTED         PIC 9(7)  VALUE ZERO.                00580000
       01  WS-OUT-OF-HOURS         PIC 9(7)  VALUE ZERO.                00590000
       01  WS-BALANCE-HASH         PIC 9(13)V9(2) VALUE ZERO.           00600000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00610000
      *    TODAY'S PERMITTED CALLING HOURS - WEEKDAYS AND SATURDAYS     00620000
      *    HAVE THEIR OWN, SUNDAYS AND BANK HOLIDAYS NONE. BUSINESS     00630000
      *    PARAMS DIALER_WKDAY_FROM/TO AND DIALER_SAT_FROM/TO           00640000
       01  WS-DAY-OF-WEEK          PIC S9(4) COMP VALUE ZERO.           00650000
       01  WS-HOLIDAY-CNT          PIC S9(9) COMP VALUE ZERO.           00660000
       01  WS-CALL-DAY-SW          PIC X     VALUE 'Y'.                 00670000
           88  WS-NO-CALLING-TODAY VALUE 'N'.                           00680000
       01  WS-PERMIT-FROM          PIC S9(4) COMP VALUE 8.              00690000
       01  WS-PERMIT-TO            PIC S9(4) COMP VALUE 20.             00700000
      *    THE PRIORITY IS THE WORST DAYS PAST DUE, PLUS A POINT FOR    00710000
      *    EVERY DIALER_BAL_PER_PT EUROS OWED, PLUS DIALER_BROKEN_PTS   00720000
      *    WHEN A PROMISE BROKE IN THE LAST FORTNIGHT - THE SAME        00730000
      *    CASE THE COLLECTION QUEUE PUTS AT THE FRONT                  00740000
       01  WS-BAL-PER-PT           PIC S9(7) COMP-3 VALUE 500.          00750000
       01  WS-BROKEN-PTS           PIC S9(7) COMP-3 VALUE 60.           00760000
      *    A CUSTOMER REACHED, OR WHO REFUSED, IS RESTED THIS MANY      00770000
      *    DAYS BEFORE THE DIALER RINGS AGAIN - DIALER_REST_DAYS        00780000
       01  WS-REST-DAYS            PIC S9(9) COMP VALUE 3.              00790000
       01  WS-PRIORITY             PIC S9(9) COMP-3 VALUE ZERO.         00800000
      *    ONE FETCHED CASE                                             00810000
       01  WS-FETCH-ROW.                                                00820000
           05  WS-F-APP-ID         PIC S9(9) COMP.                      00830000
           05  WS-F-SSN            PIC X(11).                           00840000
           05  WS-F-DPD            PIC S9(9) COMP.                      00850000
           05  WS-F-BALANCE        PIC S9(8)V9(2) COMP-3.               00860000
           05  WS-F-BROKEN         PIC S9(4) COMP.                      00870000
           05  WS-F-COLLECTOR      PIC S9(9) COMP.                      00880000
      *    THE CUSTOMER BEING GATHERED - THE FIRST CASE FETCHED FOR     00890000
      *    A CUSTOMER IS THEIR WORST AND LEADS THE CALL                 00900000
       01  WS-CALL-SW              PIC X     VALUE 'N'.                 00910000
           88  WS-CALL-PENDING     VALUE 'Y'.                           00920000
       01  WS-CALL-ROW.                                                 00930000
           05  WS-C-SSN            PIC X(11).                           00940000
           05  WS-C-APP-ID         PIC S9(9) COMP.                      00950000
           05  WS-C-PHONE-NO       PIC X(15).                           00960000
           05  WS-C-F-NAME         PIC X(15).                           00970000
           05  WS-C-L-NAME         PIC X(15).                           00980000
           05  WS-C-LANG-CODE      PIC X(1).                            00990000
           05  WS-C-FROM-HOUR      PIC S9(4) COMP.                      01000000
           05  WS-C-TO-HOUR        PIC S9(4) COMP.                      01010000
           05  WS-C-DPD            PIC S9(9) COMP.                      01020000
           05  WS-C-BALANCE        PIC S9(8)V9(2) COMP-3.               01030000
           05  WS-C-BROKEN         PIC S9(4) COMP.                      01040000
           05  WS-C-COLLECTOR      PIC S9(9) COMP.                      01050000
                                                                        01060000
       PROCEDURE DIVISION.                                              01070000
       000-MAIN-PARA.                                                   01080000
           PERFORM 100-INITIALIZE                                       01090000
           IF NOT WS-NO-CALLING-TODAY                                   01100000
              PERFORM 200-FETCH-ONE-CASE UNTIL WS-NO-MORE-ROWS          01110000
           END-IF                                                       01120000
           PERFORM 900-TERMINATE                                        01130000
           STOP RUN.                                                    01140000
                                                                        01150000
       100-INITIALIZE.                                                  01160000
      *    THE CYCLE GATE RUNS BEFORE ANY FILE IS OPENED - A            01170000
      *    GATED NIGHT MUST NOT CATALOG AN EMPTY GENERATION             01180000
           PERFORM 140-CHECK-CYCLE-GATE                                 01190000
           EXEC SQL                                                     01200000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE),       01210000
                     DAYOFWEEK_ISO(CURRENT DATE)                        01220000
                INTO :WS-RUN-START, :WS-RUN-DATE, :WS-DAY-OF-WEEK       01230000
                FROM SYSIBM.SYSDUMMY1                                   01240000
           END-EXEC                                                     01250000
           OPEN OUTPUT CALL-LIST                                        01260000
           IF WS-DLO-STATUS NOT = '00'                                  01270000
              DISPLAY 'LOANDLRO - UNABLE TO OPEN DLROUT, STATUS = '     01280000
                      WS-DLO-STATUS                                     01290000
              MOVE 16 TO RETURN-CODE                                    01300000
              STOP RUN                                                  01310000
           END-IF                                                       01320000
                                                                        01330000
           MOVE SPACES            TO ENV-RECORD                         01340000
           SET ENV-HEADER         TO TRUE                               01350000
           MOVE WS-RUN-DATE       TO ENV-BUSINESS-DATE                  01360000
           MOVE WS-SOURCE-ID      TO ENV-SOURCE-ID                      01370000
           WRITE DLO-RECORD FROM ENV-RECORD                             01380000
                                                                        01390000
           PERFORM 120-SET-CALLING-HOURS                                01400000
           PERFORM 130-LOAD-PARAMS                                      01410000
           IF WS-NO-CALLING-TODAY                                       01420000
              DISPLAY 'LOANDLRO - NO CALLING ON ' WS-RUN-DATE           01430000
                      ' - EMPTY CALL LIST'                              01440000
           ELSE                                                         01450000
              PERFORM 150-OPEN-CASE-CURSOR                              01460000
           END-IF                                                       01470000
           EXIT.                                                        01480000
                                                                        01490000
      *    NO COLLECTION CALLS ON A SUNDAY OR A BANK HOLIDAY; A         01500000
      *    SATURDAY HAS SHORTER HOURS THAN A WEEKDAY                    01510000
       120-SET-CALLING-HOURS.                                           01520000
           EXEC SQL                                                     01530000
              SELECT COUNT(*)                                           01540000
                INTO :WS-HOLIDAY-CNT                                    01550000
                FROM KALA15.BANK_CALENDAR                               01560000
               WHERE CAL_DATE = CURRENT DATE                            01570000
                 AND DAY_TYPE = 'H'                                     01580000
           END-EXEC                                                     01590000
           EVALUATE TRUE                                                01600000
              WHEN WS-DAY-OF-WEEK = 7 OR WS-HOLIDAY-CNT > ZERO          01610000
                 MOVE 'N' TO WS-CALL-DAY-SW                             01620000
              WHEN WS-DAY-OF-WEEK = 6                                   01630000
                 MOVE 9  TO WS-PERMIT-FROM                              01640000
                 MOVE 15 TO WS-PERMIT-TO                                01650000
                 MOVE 'DIALER_SAT_FROM' TO BUSPARM-NAME                 01660000
                 PERFORM 135-FETCH-ONE-PARAM                            01670000
                 IF SQLCODE = 00                                        01680000
                    MOVE BUSPARM-VALUE TO WS-PERMIT-FROM                01690000
                 END-IF                                                 01700000
                 MOVE 'DIALER_SAT_TO' TO BUSPARM-NAME                   01710000
                 PERFORM 135-FETCH-ONE-PARAM                            01720000
                 IF SQLCODE = 00                                        01730000
                    MOVE BUSPARM-VALUE TO WS-PERMIT-TO                  01740000
                 END-IF                                                 01750000
              WHEN OTHER                                                01760000
                 MOVE 'DIALER_WKDAY_FROM' TO BUSPARM-NAME               01770000
                 PERFORM 135-FETCH-ONE-PARAM                            01780000
                 IF SQLCODE = 00                                        01790000
                    MOVE BUSPARM-VALUE TO WS-PERMIT-FROM                01800000
                 END-IF                                                 01810000
                 MOVE 'DIALER_WKDAY_TO' TO BUSPARM-NAME                 01820000
                 PERFORM 135-FETCH-ONE-PARAM                            01830000
                 IF SQLCODE = 00                                        01840000
                    MOVE BUSPARM-VALUE TO WS-PERMIT-TO                  01850000
                 END-IF                                                 01860000
           END-EVALUATE                                                 01870000
      *    A PARAMETER SET TO NO HOURS AT ALL MEANS NO CALLING          01880000
           IF WS-PERMIT-FROM >= WS-PERMIT-TO                            01890000
              MOVE 'N' TO WS-CALL-DAY-SW                                01900000
           END-IF                                                       01910000
           EXIT.                                                        01920000
                                                                        01930000
       130-LOAD-PARAMS.                                                 01940000
           MOVE 'DIALER_BAL_PER_PT' TO BUSPARM-NAME                     01950000
           PERFORM 135-FETCH-ONE-PARAM                                  01960000
           IF SQLCODE = 00 AND BUSPARM-VALUE > ZERO                     01970000
              MOVE BUSPARM-VALUE TO WS-BAL-PER-PT                       01980000
           END-IF                                                       01990000
           MOVE 'DIALER_BROKEN_PTS' TO BUSPARM-NAME                     02000000
           PERFORM 135-FETCH-ONE-PARAM                                  02010000
           IF SQLCODE = 00                                              02020000
              MOVE BUSPARM-VALUE TO WS-BROKEN-PTS                       02030000
           END-IF                                                       02040000
           MOVE 'DIALER_REST_DAYS' TO BUSPARM-NAME                      02050000
           PERFORM 135-FETCH-ONE-PARAM                                  02060000
           IF SQLCODE = 00                                              02070000
              MOVE BUSPARM-VALUE TO WS-REST-DAYS                        02080000
           END-IF                                                       02090000
           EXIT.                                                        02100000
                                                                        02110000
       135-FETCH-ONE-PARAM.                                             02120000
           EXEC SQL                                                     02130000
              SELECT PARAM_VALUE                                        02140000
                INTO :BUSPARM-VALUE                                     02150000
                FROM KALA15.BUSINESS_PARAM                              02160000
               WHERE PARAM_NAME = :BUSPARM-NAME                         02170000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     02180000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     02190000
           END-EXEC                                                     02200000
           EXIT.                                                        02210000
                                                                        02220000
      *    THE NIGHTLY CYCLE'S ORDERING LIVES ON CYCLE_CONTROL - THE    02230000
      *    LIST MUST NOT BE CUT BEFORE THE DELINQUENCY SWEEP AND THE    02240000
      *    PROMISE SWEEP HAVE POSTED A CLEAN RUN FOR THE DAY            02250000
       140-CHECK-CYCLE-GATE.                                            02260000
           EXEC SQL                                                     02270000
              SELECT COUNT(*)                                           02280000
                INTO :WS-GATE-WAITING                                   02290000
                FROM KALA15.CYCLE_CONTROL C                             02300000
               WHERE C.JOB_NAME = :WS-JOB-NAME                          02310000
                 AND NOT EXISTS                                         02320000
                     (SELECT 1                                          02330000
                        FROM KALA15.BATCH_RUN_HISTORY R                 02340000
                       WHERE R.JOB_NAME = C.PRED_JOB                    02350000
                         AND R.RUN_RC = 0                               02360000
                         AND R.END_TS >=                                02370000
                             TIMESTAMP(C.BUSINESS_DATE, '00.00.00'))    02380000
           END-EXEC                                                     02390000
           IF SQLCODE = 00 AND WS-GATE-WAITING > ZERO                   02400000
              DISPLAY 'LOANDLRO - CYCLE GATE: ' WS-GATE-WAITING         02410000
                      ' PREDECESSOR(S) NOT COMPLETE'                    02420000
              MOVE 8 TO RETURN-CODE                                     02430000
              STOP RUN                                                  02440000
           END-IF                                                       02450000
           EXIT.                                                        02460000
                                                                        02470000
      *    EVERY OPEN COLLECTION CASE THE IN-HOUSE TEAM MAY RING        02480000
      *    TODAY, CUSTOMER BY CUSTOMER, WORST CASE FIRST. THE SAME      02490000
      *    STAND-DOWN RULES AS THE LOANCOLQ QUEUE (AGENCY PLACEMENT,    02500000
      *    COURT DEBT ADJUSTMENT, TIME-BARRED CLAIM) PLUS WHAT A        02510000
      *    MACHINE MUST NOT DIAL: NO PHONE ON FILE, A CUSTOMER WHO      02520000
      *    ASKED NOT TO BE CALLED, A DECEASED CUSTOMER, A WARD UNDER    02530000
      *    GUARDIANSHIP (THE GUARDIAN IS THE CONTACT), A CUSTOMER ON    02540000
      *    THE VULNERABLE REGISTER (SPECIALISTS CALL BY HAND), A STOP   02550000
      *    CODE BLOCKING DIALER, A PROMISE TO PAY STILL RUNNING ON      02560000
      *    ANY OF THE CUSTOMER'S LOANS, OR A DIALER CONTACT OR          02570000
      *    REFUSAL INSIDE THE REST PERIOD                               02580000
       150-OPEN-CASE-CURSOR.                                            02590000
           EXEC SQL                                                     02600000
              DECLARE DIALC CURSOR FOR                                  02610000
              SELECT A.APP_ID, C.SSN, C.PHONE_NO, C.F_NAME, C.L_NAME,   02620000
                     COALESCE(C.LANG_CODE, 'F'),                        02630000
                     COALESCE(C.CALL_FROM_HOUR, 0),                     02640000
                     COALESCE(C.CALL_TO_HOUR, 0),                       02650000
                     MAX(D.DAYS_PAST_DUE),                              02660000
                     COALESCE(                                          02670000
                        (SELECT P.PRINCIPAL_BAL                         02680000
                           FROM KALA15.LOAN_POSITION P                  02690000
                          WHERE P.APP_ID = A.APP_ID), A.LOAN_AMN),      02700000
                     CASE WHEN EXISTS                                   02710000
                        (SELECT 1 FROM KALA15.COLLECTION_ACTION BP      02720000
                          WHERE BP.APP_ID = A.APP_ID                    02730000
                            AND BP.ACTION_CODE = 'PROMISE'              02740000
                            AND BP.PROMISE_STATUS = 'BROKEN'            02750000
                            AND BP.PROMISE_DATE >=                      02760000
                                CURRENT DATE - 14 DAYS)                 02770000
                     THEN 1 ELSE 0 END,                                 02780000
                     COALESCE(                                          02790000
                        (SELECT CA.COLLECTOR_ID                         02800000
                           FROM KALA15.COLLECTION_ACTION CA             02810000
                          WHERE CA.APP_ID = A.APP_ID                    02820000
                            AND CA.ACTION_CODE = 'ASSIGN'               02830000
                          ORDER BY CA.ACTION_ID DESC                    02840000
                          FETCH FIRST 1 ROW ONLY), 0)                   02850000
                FROM KALA15.DELINQUENCY D,                              02860000
                     KALA15.APPLICATIONS A,                             02870000
                     KALA15.CUSTOMER C                                  02880000
               WHERE D.DELINQ_STATUS = 'OPEN'                           02890000
                 AND A.APP_ID = D.APP_ID                                02900000
                 AND C.SSN = A.CUST_SSN                                 02910000
                 AND C.DECEASED_DATE IS NULL                            02920000
                 AND C.PHONE_NO IS NOT NULL                             02930000
                 AND C.PHONE_NO <> ' '                                  02940000
                 AND COALESCE(C.CALL_CONSENT, 'Y') <> 'N'               02950000
                 AND NOT EXISTS                                         02960000
                    (SELECT 1 FROM KALA15.AGENCY_PLACEMENT AP           02970000
                      WHERE AP.APP_ID = A.APP_ID                        02980000
                        AND AP.PLACE_STATUS = 'PLACED')                 02990000
                 AND NOT EXISTS                                         03000000
                    (SELECT 1 FROM KALA15.DEBT_ADJUSTMENT J             03010000
                      WHERE J.APP_ID = A.APP_ID                         03020000
                        AND J.ADJ_STATUS = 'ACTIVE')                    03030000
                 AND NOT EXISTS                                         03040000
                    (SELECT 1 FROM KALA15.CLAIM_LIMITATION L            03050000
                      WHERE L.APP_ID = A.APP_ID                         03060000
                        AND L.EXPIRY_DATE < CURRENT DATE)               03070000
                 AND NOT EXISTS                                         03080000
                    (SELECT 1 FROM KALA15.GUARDIANSHIP G                03090000
                      WHERE G.CUST_SSN = C.SSN                          03100000
                        AND G.GRD_STATUS = 'A')                         03110000
                 AND NOT EXISTS                                         03120000
                    (SELECT 1 FROM KALA15.VULNERABLE_CUSTOMER V         03130000
                      WHERE V.CUST_SSN = C.SSN                          03140000
                        AND V.VULN_STATUS = 'A')                        03150000
                 AND NOT EXISTS                                         03160000
                    (SELECT 1 FROM KALA15.STOP_CODE SC,                 03170000
                                   KALA15.STOP_CODE_BLOCK SB            03180000
                      WHERE SC.CUST_SSN = C.SSN                         03190000
                        AND (SC.APP_ID = A.APP_ID                       03200000
                          OR SC.APP_ID IS NULL)                         03210000
                        AND SC.STOP_STATUS = 'A'                        03220000
                        AND SB.STOP_CODE = SC.STOP_CODE                 03230000
                        AND SB.ACTIVITY = 'DIALER')                     03240000
                 AND NOT EXISTS                                         03250000
                    (SELECT 1 FROM KALA15.APPLICATIONS A2,              03260000
                                   KALA15.COLLECTION_ACTION PR          03270000
                      WHERE A2.CUST_SSN = C.SSN                         03280000
                        AND PR.APP_ID = A2.APP_ID                       03290000
                        AND PR.ACTION_CODE = 'PROMISE'                  03300000
                        AND PR.PROMISE_STATUS IS NULL)                  03310000
                 AND NOT EXISTS                                         03320000
                    (SELECT 1 FROM KALA15.APPLICATIONS A3,              03330000
                                   KALA15.COLLECTION_ACTION RC          03340000
                      WHERE A3.CUST_SSN = C.SSN                         03350000
                        AND RC.APP_ID = A3.APP_ID                       03360000
                        AND RC.ACTION_CODE IN ('DLRRPC', 'DLRREFUS')    03370000
                        AND RC.ACTION_TS >=                             03380000
                            TIMESTAMP(CURRENT DATE - :WS-REST-DAYS DAYS,03390000
                                      '00.00.00'))                      03400000
               GROUP BY A.APP_ID, C.SSN, C.PHONE_NO, C.F_NAME,          03410000
                        C.L_NAME, C.LANG_CODE, C.CALL_FROM_HOUR,        03420000
                        C.CALL_TO_HOUR, A.LOAN_AMN                      03430000
               ORDER BY C.SSN, 9 DESC, A.APP_ID                         03440000
           END-EXEC                                                     03450000
           EXEC SQL                                                     03460000
              OPEN DIALC                                                03470000
           END-EXEC                                                     03480000
           PERFORM 980-CHECK-SQL                                        03490000
           EXIT.                                                        03500000
                                                                        03510000
       200-FETCH-ONE-CASE.                                              03520000
           EXEC SQL                                                     03530000
              FETCH DIALC                                               03540000
                INTO :WS-F-APP-ID, :WS-F-SSN, :PHONE-NO,                03550000
                     :F-NAME, :L-NAME, :CUST-LANG-CODE,                 03560000
                     :CUST-CALL-FROM-HOUR, :CUST-CALL-TO-HOUR,          03570000
                     :WS-F-DPD, :WS-F-BALANCE, :WS-F-BROKEN,            03580000
                     :WS-F-COLLECTOR                                    03590000
           END-EXEC                                                     03600000
           IF SQLCODE NOT = 00                                          03610000
              PERFORM 980-CHECK-SQL                                     03620000
              MOVE 'Y' TO WS-EOF-SW                                     03630000
              IF WS-CALL-PENDING                                        03640000
                 PERFORM 300-WRITE-CALL                                 03650000
              END-IF                                                    03660000
           ELSE                                                         03670000
              ADD 1 TO WS-CASES-READ                                    03680000
              IF WS-CALL-PENDING AND WS-F-SSN = WS-C-SSN                03690000
                 ADD WS-F-BALANCE TO WS-C-BALANCE                       03700000
                 IF WS-F-BROKEN > WS-C-BROKEN                           03710000
                    MOVE WS-F-BROKEN TO WS-C-BROKEN                     03720000
                 END-IF                                                 03730000
              ELSE                                                      03740000
                 IF WS-CALL-PENDING                                     03750000
                    PERFORM 300-WRITE-CALL                              03760000
                 END-IF                                                 03770000
                 PERFORM 210-START-CUSTOMER                             03780000
              END-IF                                                    03790000
           END-IF                                                       03800000
           EXIT.                                                        03810000
                                                                        03820000
       210-START-CUSTOMER.                                              03830000
           MOVE 'Y'                 TO WS-CALL-SW                       03840000
           MOVE WS-F-SSN            TO WS-C-SSN                         03850000
           MOVE WS-F-APP-ID         TO WS-C-APP-ID                      03860000
           MOVE PHONE-NO            TO WS-C-PHONE-NO                    03870000
           MOVE F-NAME              TO WS-C-F-NAME                      03880000
           MOVE L-NAME              TO WS-C-L-NAME                      03890000
           MOVE CUST-LANG-CODE      TO WS-C-LANG-CODE                   03900000
           MOVE CUST-CALL-FROM-HOUR TO WS-C-FROM-HOUR                   03910000
           MOVE CUST-CALL-TO-HOUR   TO WS-C-TO-HOUR                     03920000
           MOVE WS-F-DPD            TO WS-C-DPD                         03930000
           MOVE WS-F-BALANCE        TO WS-C-BALANCE                     03940000
           MOVE WS-F-BROKEN         TO WS-C-BROKEN                      03950000
           MOVE WS-F-COLLECTOR      TO WS-C-COLLECTOR                   03960000
           EXIT.                                                        03970000
                                                                        03980000
      *    THE CUSTOMER'S OWN CALL WINDOW NARROWS TODAY'S PERMITTED     03990000
      *    HOURS; A WINDOW THAT FALLS WHOLLY OUTSIDE THEM LEAVES THE    04000000
      *    CUSTOMER OFF TODAY'S LIST RATHER THAN RUNG OUT OF HOURS      04010000
       300-WRITE-CALL.                                                  04020000
           MOVE 'N' TO WS-CALL-SW                                       04030000
           IF WS-C-TO-HOUR > ZERO                                       04040000
              IF WS-C-FROM-HOUR < WS-PERMIT-FROM                        04050000
                 MOVE WS-PERMIT-FROM TO WS-C-FROM-HOUR                  04060000
              END-IF                                                    04070000
              IF WS-C-TO-HOUR > WS-PERMIT-TO                            04080000
                 MOVE WS-PERMIT-TO TO WS-C-TO-HOUR                      04090000
              END-IF                                                    04100000
           ELSE                                                         04110000
              MOVE WS-PERMIT-FROM TO WS-C-FROM-HOUR                     04120000
              MOVE WS-PERMIT-TO   TO WS-C-TO-HOUR                       04130000
           END-IF                                                       04140000
           IF WS-C-FROM-HOUR >= WS-C-TO-HOUR                            04150000
              ADD 1 TO WS-OUT-OF-HOURS                                  04160000
           ELSE                                                         04170000
              COMPUTE WS-PRIORITY = WS-C-DPD                            04180000
                    + WS-C-BALANCE / WS-BAL-PER-PT                      04190000
                    + WS-C-BROKEN * WS-BROKEN-PTS                       04200000
              IF WS-PRIORITY > 99999                                    04210000
                 MOVE 99999 TO WS-PRIORITY                              04220000
              END-IF                                                    04230000
              MOVE SPACES             TO DLO-RECORD                     04240000
              MOVE WS-C-APP-ID        TO DLO-APP-ID                     04250000
              MOVE WS-C-PHONE-NO      TO DLO-PHONE-NO                   04260000
              MOVE WS-C-F-NAME        TO DLO-F-NAME                     04270000
              MOVE WS-C-L-NAME        TO DLO-L-NAME                     04280000
              MOVE WS-C-LANG-CODE     TO DLO-LANG-CODE                  04290000
              MOVE WS-PRIORITY        TO DLO-PRIORITY                   04300000
              MOVE WS-C-DPD           TO DLO-MAX-DPD                    04310000
              MOVE WS-C-BALANCE       TO DLO-BALANCE                    04320000
              MOVE WS-C-FROM-HOUR     TO DLO-CALL-FROM-HOUR             04330000
              MOVE WS-C-TO-HOUR       TO DLO-CALL-TO-HOUR               04340000
              MOVE WS-C-COLLECTOR     TO DLO-COLLECTOR-ID               04350000
              WRITE DLO-RECORD                                          04360000
              ADD 1 TO WS-CALLS-LISTED                                  04370000
              ADD DLO-BALANCE TO WS-BALANCE-HASH                        04380000
           END-IF                                                       04390000
           EXIT.                                                        04400000
                                                                        04410000
      *    THE TRAILER PROVES THE COUNT AND THE BALANCES ON THE LIST    04420000
       900-TERMINATE.                                                   04430000
           IF NOT WS-NO-CALLING-TODAY                                   04440000
              EXEC SQL                                                  04450000
                 CLOSE DIALC                                            04460000
              END-EXEC                                                  04470000
           END-IF                                                       04480000
           MOVE SPACES            TO ENV-RECORD                         04490000
           SET ENV-TRAILER        TO TRUE                               04500000
           MOVE WS-CALLS-LISTED   TO ENV-RECORD-COUNT                   04510000
           MOVE WS-BALANCE-HASH   TO ENV-HASH-TOTAL                     04520000
           WRITE DLO-RECORD FROM ENV-RECORD                             04530000
           CLOSE CALL-LIST                                              04540000
           PERFORM 950-LOG-RUN-HISTORY                                  04550000
           EXEC SQL                                                     04560000
              COMMIT                                                    04570000
           END-EXEC                                                     04580000
           DISPLAY 'LOANDLRO - CASES READ        : ' WS-CASES-READ      04590000
           DISPLAY 'LOANDLRO - CUSTOMERS LISTED  : ' WS-CALLS-LISTED    04600000
           DISPLAY 'LOANDLRO - OUTSIDE CALL HOURS: ' WS-OUT-OF-HOURS    04610000
           EXIT.                                                        04620000
                                                                        04630000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      04640000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      04650000
      *    CONSOLE'S DURATION TRENDING                                  04660000
       950-LOG-RUN-HISTORY.                                             04670000
           EXEC SQL                                                     04680000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       04690000
                INTO :RUNH-RUN-ID                                       04700000
                FROM KALA15.BATCH_RUN_HISTORY                           04710000
           END-EXEC                                                     04720000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            04730000
           MOVE WS-CASES-READ TO RUNH-RECS-READ                         04740000
           MOVE ZERO TO RUNH-RECS-UPDATED                               04750000
           MOVE WS-CALLS-LISTED TO RUNH-RECS-WRITTEN                    04760000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              04770000
           EXEC SQL                                                     04780000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      04790000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        04800000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   04810000
              VALUES                                                    04820000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          04830000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   04840000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               04850000
                  :RUNH-RUN-RC)                                         04860000
           END-EXEC                                                     04870000
           EXIT.                                                        04880000
                                                                        04890000
      *    A CURSOR FAILURE LEAVES A TRUNCATED LIST WITH NO TRAILER -   04900000
      *    THE DIALER REFUSES IT AND THE JOB IS RERUN                   04910000
       980-CHECK-SQL.                                                   04920000
           IF SQLCODE < 0                                               04930000
              MOVE SQLCODE TO WS-ED-SQLCODE                             04940000
              DISPLAY 'LOANDLRO - EXTRACT FAILED, SQLCODE '             04950000
                      WS-ED-SQLCODE                                     04960000
              MOVE 16 TO RETURN-CODE                                    04970000
              PERFORM 950-LOG-RUN-HISTORY                               04980000
              EXEC SQL                                                  04990000
                 COMMIT                                                 05000000
              END-EXEC                                                  05010000
              CLOSE CALL-LIST                                           05020000
              STOP RUN                                                  05030000
           END-IF                                                       05040000
           EXIT.                                                        05050000
