       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANLIMT.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       DATA DIVISION.                                                   00040000
       WORKING-STORAGE SECTION.                                         00050000
           EXEC SQL                                                     00060000
              INCLUDE SQLCA                                             00070000
           END-EXEC.                                                    00080000
           EXEC SQL                                                     00090000
              INCLUDE CLAIMLIM                                          00100000
           END-EXEC.                                                    00110000
           EXEC SQL                                                     00120000
              INCLUDE BUSPARM                                           00130000
           END-EXEC.                                                    00140000
           EXEC SQL                                                     00150000
              INCLUDE RUNHIST                                           00160000
           END-EXEC.                                                    00170000
                                                                        00180000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00190000
      *    THE STATUTORY PERIODS - GENERAL FROM THE LAST INTERRUPTING   00200000
      *    EVENT, FINAL FROM A JUDGMENT                                 00210000
       01  WS-LIMIT-YEARS          PIC S9(9) COMP VALUE 3.              00220000
       01  WS-LIMIT-JUDG-YEARS     PIC S9(9) COMP VALUE 15.             00230000
      *    TONIGHT'S MOVEMENTS                                          00240000
       01  WS-ENROLLED-CNT         PIC S9(9) COMP VALUE ZERO.           00250000
       01  WS-RESTARTED-CNT        PIC S9(9) COMP VALUE ZERO.           00260000
       01  WS-JUDGMENT-CNT         PIC S9(9) COMP VALUE ZERO.           00270000
       01  WS-EXPIRED-CNT          PIC S9(9) COMP VALUE ZERO.           00280000
      *    THE CLAIMS BOOK AFTER THE RUN                                00290000
       01  WS-LIVE-CNT             PIC S9(9) COMP VALUE ZERO.           00300000
       01  WS-JUDG-CNT             PIC S9(9) COMP VALUE ZERO.           00310000
       01  WS-BARRED-CNT           PIC S9(9) COMP VALUE ZERO.           00320000
       01  WS-ED-CNT               PIC Z(6)9.                           00330000
                                                                        00340000
       PROCEDURE DIVISION.                                              00350000
       000-MAIN-PARA.                                                   00360000
           PERFORM 100-INITIALIZE                                       00370000
           PERFORM 200-ENROL-NEW-CLAIMS                                 00380000
           PERFORM 300-RESTART-ON-EVENTS                                00390000
           PERFORM 400-TAKE-JUDGMENTS                                   00400000
           PERFORM 500-EXPIRE-CLAIMS                                    00410000
           PERFORM 900-TERMINATE                                        00420000
           STOP RUN.                                                    00430000
                                                                        00440000
       100-INITIALIZE.                                                  00450000
           EXEC SQL                                                     00460000
              SELECT CHAR(CURRENT TIMESTAMP)                            00470000
                INTO :WS-RUN-START                                      00480000
                FROM SYSIBM.SYSDUMMY1                                   00490000
           END-EXEC                                                     00500000
                                                                        00510000
           MOVE 'LIMIT_YEARS' TO BUSPARM-NAME                           00520000
           PERFORM 110-FETCH-ONE-PARAM                                  00530000
           IF SQLCODE = 00                                              00540000
              MOVE BUSPARM-VALUE TO WS-LIMIT-YEARS                      00550000
           END-IF                                                       00560000
           MOVE 'LIMIT_JUDGMENT_YEARS' TO BUSPARM-NAME                  00570000
           PERFORM 110-FETCH-ONE-PARAM                                  00580000
           IF SQLCODE = 00                                              00590000
              MOVE BUSPARM-VALUE TO WS-LIMIT-JUDG-YEARS                 00600000
           END-IF                                                       00610000
           EXIT.                                                        00620000
                                                                        00630000
       110-FETCH-ONE-PARAM.                                             00640000
           EXEC SQL                                                     00650000
              SELECT PARAM_VALUE                                        00660000
                INTO :BUSPARM-VALUE                                     00670000
                FROM KALA15.BUSINESS_PARAM                              00680000
               WHERE PARAM_NAME = :BUSPARM-NAME                         00690000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     00700000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     00710000
           END-EXEC                                                     00720000
           EXIT.                                                        00730000
                                                                        00740000
      *    THE CLOCK IS KEPT FROM THE DAY A LOAN IS CHARGED OFF OR      00750000
      *    FIRST PLACED WITH AN AGENCY, WHICHEVER COMES FIRST. THE      00760000
      *    START EVENT ITSELF IS TAKEN AS THE LAST INTERRUPTION; ANY    00770000
      *    LATER PAYMENT OR LETTER IS PICKED UP BY 300 TONIGHT          00780000
       200-ENROL-NEW-CLAIMS.                                            00790000
           EXEC SQL                                                     00800000
              INSERT INTO KALA15.CLAIM_LIMITATION                       00810000
                 (APP_ID, CLOCK_START_DATE, LAST_EVENT_DATE,            00820000
                  LAST_EVENT_TYPE, EXPIRY_DATE, JUDGMENT_DATE,          00830000
                  LIMIT_STATUS, STATUS_DATE)                            00840000
              SELECT C.APP_ID, C.CHARGEOFF_DATE, C.CHARGEOFF_DATE,      00850000
                     'CHGOFF', C.CHARGEOFF_DATE + :WS-LIMIT-YEARS YEARS,00860000
                     NULL, 'L', CURRENT DATE                            00870000
                FROM KALA15.CHARGE_OFF C                                00880000
               WHERE NOT EXISTS                                         00890000
                    (SELECT 1 FROM KALA15.CLAIM_LIMITATION L            00900000
                      WHERE L.APP_ID = C.APP_ID)                        00910000
                 AND NOT EXISTS                                         00920000
                    (SELECT 1 FROM KALA15.AGENCY_PLACEMENT P            00930000
                      WHERE P.APP_ID = C.APP_ID                         00940000
                        AND P.PLACED_DATE < C.CHARGEOFF_DATE)           00950000
           END-EXEC                                                     00960000
           IF SQLCODE = 00                                              00970000
              MOVE SQLERRD(3) TO WS-ENROLLED-CNT                        00980000
           END-IF                                                       00990000
                                                                        01000000
           EXEC SQL                                                     01010000
              INSERT INTO KALA15.CLAIM_LIMITATION                       01020000
                 (APP_ID, CLOCK_START_DATE, LAST_EVENT_DATE,            01030000
                  LAST_EVENT_TYPE, EXPIRY_DATE, JUDGMENT_DATE,          01040000
                  LIMIT_STATUS, STATUS_DATE)                            01050000
              SELECT P.APP_ID, MIN(P.PLACED_DATE), MIN(P.PLACED_DATE),  01060000
                     'AGENCY',                                          01070000
                     MIN(P.PLACED_DATE) + :WS-LIMIT-YEARS YEARS,        01080000
                     NULL, 'L', CURRENT DATE                            01090000
                FROM KALA15.AGENCY_PLACEMENT P                          01100000
               WHERE NOT EXISTS                                         01110000
                    (SELECT 1 FROM KALA15.CLAIM_LIMITATION L            01120000
                      WHERE L.APP_ID = P.APP_ID)                        01130000
               GROUP BY P.APP_ID                                        01140000
           END-EXEC                                                     01150000
           IF SQLCODE = 00                                              01160000
              ADD SQLERRD(3) TO WS-ENROLLED-CNT                         01170000
           END-IF                                                       01180000
           EXIT.                                                        01190000
                                                                        01200000
      *    EVERY QUALIFYING EVENT SINCE THE LAST ONE RECORDED, AND NO   01210000
      *    LATER THAN THE DAY THE CLAIM WOULD HAVE EXPIRED, RESTARTS    01220000
      *    THE GENERAL PERIOD FROM ITS OWN DATE. EACH SOURCE ONLY EVER  01230000
      *    MOVES THE CLOCK FORWARD, SO TAKING THEM IN TURN LEAVES THE   01240000
      *    ROW ON THE LATEST EVENT. AN EVENT AFTER EXPIRY DOES NOT      01250000
      *    REVIVE A TIME-BARRED CLAIM. A REPRINTED COPY OF A DUNNING    01250001
      *    LETTER FOR A GUARDIAN OR REPRESENTATIVE IS NOT A FRESH       01250002
      *    DEMAND - ONLY THE ORIGINAL LETTER COUNTS                     01250003
       300-RESTART-ON-EVENTS.                                           01270000
           EXEC SQL                                                     01280000
              UPDATE KALA15.CLAIM_LIMITATION L                          01290000
                 SET LAST_EVENT_DATE =                                  01300000
                        (SELECT MAX(P.PAY_DATE)                         01310000
                           FROM KALA15.PAYMENT P                        01320000
                          WHERE P.APP_ID = L.APP_ID                     01330000
                            AND P.PAY_TYPE <> 'RECVRY'                  01340000
                            AND P.PAY_DATE > L.LAST_EVENT_DATE          01350000
                            AND P.PAY_DATE <= L.EXPIRY_DATE),           01360000
                     LAST_EVENT_TYPE = 'PAYMENT'                        01370000
               WHERE L.LIMIT_STATUS = 'L'                               01380000
                 AND EXISTS                                             01390000
                    (SELECT 1 FROM KALA15.PAYMENT P                     01400000
                      WHERE P.APP_ID = L.APP_ID                         01410000
                        AND P.PAY_TYPE <> 'RECVRY'                      01420000
                        AND P.PAY_DATE > L.LAST_EVENT_DATE              01430000
                        AND P.PAY_DATE <= L.EXPIRY_DATE)                01440000
           END-EXEC                                                     01450000
           PERFORM 310-RESET-EXPIRY                                     01460000
                                                                        01470000
           EXEC SQL                                                     01480000
              UPDATE KALA15.CLAIM_LIMITATION L                          01490000
                 SET LAST_EVENT_DATE =                                  01500000
                        (SELECT MAX(P.PAY_DATE)                         01510000
                           FROM KALA15.PAYMENT P                        01520000
                          WHERE P.APP_ID = L.APP_ID                     01530000
                            AND P.PAY_TYPE = 'RECVRY'                   01540000
                            AND P.PAY_DATE > L.LAST_EVENT_DATE          01550000
                            AND P.PAY_DATE <= L.EXPIRY_DATE),           01560000
                     LAST_EVENT_TYPE = 'RECOVERY'                       01570000
               WHERE L.LIMIT_STATUS = 'L'                               01580000
                 AND EXISTS                                             01590000
                    (SELECT 1 FROM KALA15.PAYMENT P                     01600000
                      WHERE P.APP_ID = L.APP_ID                         01610000
                        AND P.PAY_TYPE = 'RECVRY'                       01620000
                        AND P.PAY_DATE > L.LAST_EVENT_DATE              01630000
                        AND P.PAY_DATE <= L.EXPIRY_DATE)                01640000
           END-EXEC                                                     01650000
           PERFORM 310-RESET-EXPIRY                                     01660000
                                                                        01670000
           EXEC SQL                                                     01680000
              UPDATE KALA15.CLAIM_LIMITATION L                          01690000
                 SET LAST_EVENT_DATE =                                  01700000
                        (SELECT MAX(R.CORR_DATE)                        01710000
                           FROM KALA15.CORRESPONDENCE R                 01720000
                          WHERE R.APP_ID = L.APP_ID                     01730000
                            AND R.CORR_TYPE LIKE 'DUNNING%'             01740000
                            AND R.CORR_DATE > L.LAST_EVENT_DATE         01750000
                            AND R.CORR_DATE <= L.EXPIRY_DATE            01750001
                            AND NOT EXISTS                              01750002
                               (SELECT 1                                01750003
                                  FROM KALA15.CORRESPONDENCE_COPY K     01750004
                                 WHERE K.COPY_CORR_ID = R.CORR_ID)),    01750005
                     LAST_EVENT_TYPE = 'DUNNING'                        01770000
               WHERE L.LIMIT_STATUS = 'L'                               01780000
                 AND EXISTS                                             01790000
                    (SELECT 1 FROM KALA15.CORRESPONDENCE R              01800000
                      WHERE R.APP_ID = L.APP_ID                         01810000
                        AND R.CORR_TYPE LIKE 'DUNNING%'                 01820000
                        AND R.CORR_DATE > L.LAST_EVENT_DATE             01830000
                        AND R.CORR_DATE <= L.EXPIRY_DATE                01830001
                        AND NOT EXISTS                                  01830002
                           (SELECT 1                                    01830003
                              FROM KALA15.CORRESPONDENCE_COPY K         01830004
                             WHERE K.COPY_CORR_ID = R.CORR_ID))         01830005
           END-EXEC                                                     01850000
           PERFORM 310-RESET-EXPIRY                                     01860000
                                                                        01870000
           EXEC SQL                                                     01880000
              UPDATE KALA15.CLAIM_LIMITATION L                          01890000
                 SET LAST_EVENT_DATE =                                  01900000
                        (SELECT MAX(E.FILING_DATE)                      01910000
                           FROM KALA15.ENFORCEMENT_CASE E               01920000
                          WHERE E.APP_ID = L.APP_ID                     01930000
                            AND E.FILING_DATE > L.LAST_EVENT_DATE       01940000
                            AND E.FILING_DATE <= L.EXPIRY_DATE),        01950000
                     LAST_EVENT_TYPE = 'ENFORCE'                        01960000
               WHERE L.LIMIT_STATUS = 'L'                               01970000
                 AND EXISTS                                             01980000
                    (SELECT 1 FROM KALA15.ENFORCEMENT_CASE E            01990000
                      WHERE E.APP_ID = L.APP_ID                         02000000
                        AND E.FILING_DATE > L.LAST_EVENT_DATE           02010000
                        AND E.FILING_DATE <= L.EXPIRY_DATE)             02020000
           END-EXEC                                                     02030000
           PERFORM 310-RESET-EXPIRY                                     02040000
                                                                        02050000
           EXEC SQL                                                     02060000
              UPDATE KALA15.CLAIM_LIMITATION L                          02070000
                 SET LAST_EVENT_DATE =                                  02080000
                        (SELECT MAX(DATE(A.ACTION_TS))                  02090000
                           FROM KALA15.COLLECTION_ACTION A              02100000
                          WHERE A.APP_ID = L.APP_ID                     02110000
                            AND A.ACTION_CODE = 'ACKNOWL'               02120000
                            AND DATE(A.ACTION_TS) > L.LAST_EVENT_DATE   02130000
                            AND DATE(A.ACTION_TS) <= L.EXPIRY_DATE),    02140000
                     LAST_EVENT_TYPE = 'ACKNOWL'                        02150000
               WHERE L.LIMIT_STATUS = 'L'                               02160000
                 AND EXISTS                                             02170000
                    (SELECT 1 FROM KALA15.COLLECTION_ACTION A           02180000
                      WHERE A.APP_ID = L.APP_ID                         02190000
                        AND A.ACTION_CODE = 'ACKNOWL'                   02200000
                        AND DATE(A.ACTION_TS) > L.LAST_EVENT_DATE       02210000
                        AND DATE(A.ACTION_TS) <= L.EXPIRY_DATE)         02220000
           END-EXEC                                                     02230000
           PERFORM 310-RESET-EXPIRY                                     02240000
           EXIT.                                                        02250000
                                                                        02260000
      *    COUNTS THE ROWS THE LAST EVENT UPDATE MOVED AND PUTS THEIR   02270000
      *    EXPIRY BACK ON THE NEW EVENT DATE                            02280000
       310-RESET-EXPIRY.                                                02290000
           IF SQLCODE = 00                                              02300000
              ADD SQLERRD(3) TO WS-RESTARTED-CNT                        02310000
           END-IF                                                       02320000
           EXEC SQL                                                     02330000
              UPDATE KALA15.CLAIM_LIMITATION                            02340000
                 SET EXPIRY_DATE =                                      02350000
                        LAST_EVENT_DATE + :WS-LIMIT-YEARS YEARS,        02360000
                     STATUS_DATE = CURRENT DATE                         02370000
               WHERE LIMIT_STATUS = 'L'                                 02380000
                 AND EXPIRY_DATE <                                      02390000
                        LAST_EVENT_DATE + :WS-LIMIT-YEARS YEARS         02400000
           END-EXEC                                                     02410000
           EXIT.                                                        02420000
                                                                        02430000
      *    A COURT ORDER OR GARNISHMENT IN HAND TURNS THE CLAIM INTO A  02440000
      *    JUDGMENT DEBT - THE FINAL PERIOD RUNS FROM THE ORDER DATE    02450000
      *    AND IS NOT EXTENDED BY ANYTHING THAT FOLLOWS                 02460000
       400-TAKE-JUDGMENTS.                                              02470000
           EXEC SQL                                                     02480000
              UPDATE KALA15.CLAIM_LIMITATION L                          02490000
                 SET JUDGMENT_DATE =                                    02500000
                        (SELECT MIN(E.STATUS_DATE)                      02510000
                           FROM KALA15.ENFORCEMENT_CASE E               02520000
                          WHERE E.APP_ID = L.APP_ID                     02530000
                            AND E.ENF_STATUS IN ('GRANTED', 'GARNISH')),02540000
                     EXPIRY_DATE =                                      02550000
                        (SELECT MIN(E.STATUS_DATE)                      02560000
                           FROM KALA15.ENFORCEMENT_CASE E               02570000
                          WHERE E.APP_ID = L.APP_ID                     02580000
                            AND E.ENF_STATUS IN ('GRANTED', 'GARNISH')) 02590000
                        + :WS-LIMIT-JUDG-YEARS YEARS,                   02600000
                     LIMIT_STATUS = 'J',                                02610000
                     STATUS_DATE = CURRENT DATE                         02620000
               WHERE L.LIMIT_STATUS = 'L'                               02630000
                 AND EXISTS                                             02640000
                    (SELECT 1 FROM KALA15.ENFORCEMENT_CASE E            02650000
                      WHERE E.APP_ID = L.APP_ID                         02660000
                        AND E.ENF_STATUS IN ('GRANTED', 'GARNISH'))     02670000
           END-EXEC                                                     02680000
           IF SQLCODE = 00                                              02690000
              MOVE SQLERRD(3) TO WS-JUDGMENT-CNT                        02700000
           END-IF                                                       02710000
           EXIT.                                                        02720000
                                                                        02730000
      *    PAST ITS EXPIRY THE CLAIM IS TIME-BARRED. THE ONLINE AND     02740000
      *    BATCH COLLECTION PATHS TEST EXPIRY_DATE DIRECTLY, SO THE     02750000
      *    STATUS HERE IS FOR REPORTING                                 02760000
       500-EXPIRE-CLAIMS.                                               02770000
           EXEC SQL                                                     02780000
              UPDATE KALA15.CLAIM_LIMITATION                            02790000
                 SET LIMIT_STATUS = 'E',                                02800000
                     STATUS_DATE = CURRENT DATE                         02810000
               WHERE LIMIT_STATUS IN ('L', 'J')                         02820000
                 AND EXPIRY_DATE < CURRENT DATE                         02830000
           END-EXEC                                                     02840000
           IF SQLCODE = 00                                              02850000
              MOVE SQLERRD(3) TO WS-EXPIRED-CNT                         02860000
           END-IF                                                       02870000
           EXIT.                                                        02880000
                                                                        02890000
       900-TERMINATE.                                                   02900000
           EXEC SQL                                                     02910000
              SELECT                                                    02920000
                 COALESCE(SUM(CASE WHEN LIMIT_STATUS = 'L'              02930000
                                   THEN 1 ELSE 0 END), 0),              02940000
                 COALESCE(SUM(CASE WHEN LIMIT_STATUS = 'J'              02950000
                                   THEN 1 ELSE 0 END), 0),              02960000
                 COALESCE(SUM(CASE WHEN LIMIT_STATUS = 'E'              02970000
                                   THEN 1 ELSE 0 END), 0)               02980000
                INTO :WS-LIVE-CNT, :WS-JUDG-CNT, :WS-BARRED-CNT         02990000
                FROM KALA15.CLAIM_LIMITATION                            03000000
           END-EXEC                                                     03010000
                                                                        03020000
           EXEC SQL                                                     03030000
              COMMIT                                                    03040000
           END-EXEC                                                     03050000
                                                                        03060000
           MOVE WS-ENROLLED-CNT TO WS-ED-CNT                            03070000
           DISPLAY 'LOANLIMT - CLAIMS ENROLLED        : ' WS-ED-CNT     03080000
           MOVE WS-RESTARTED-CNT TO WS-ED-CNT                           03090000
           DISPLAY 'LOANLIMT - CLOCKS RESTARTED       : ' WS-ED-CNT     03100000
           MOVE WS-JUDGMENT-CNT TO WS-ED-CNT                            03110000
           DISPLAY 'LOANLIMT - JUDGMENTS TAKEN        : ' WS-ED-CNT     03120000
           MOVE WS-EXPIRED-CNT TO WS-ED-CNT                             03130000
           DISPLAY 'LOANLIMT - CLAIMS TIME-BARRED     : ' WS-ED-CNT     03140000
           MOVE WS-LIVE-CNT TO WS-ED-CNT                                03150000
           DISPLAY 'LOANLIMT - LIVE CLAIMS            : ' WS-ED-CNT     03160000
           MOVE WS-JUDG-CNT TO WS-ED-CNT                                03170000
           DISPLAY 'LOANLIMT - JUDGMENT CLAIMS        : ' WS-ED-CNT     03180000
           MOVE WS-BARRED-CNT TO WS-ED-CNT                              03190000
           DISPLAY 'LOANLIMT - EXPIRED CLAIMS         : ' WS-ED-CNT     03200000
           PERFORM 950-LOG-RUN-HISTORY                                  03210000
           EXIT.                                                        03220000
                                                                        03230000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      03240000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      03250000
      *    CONSOLE'S DURATION TRENDING                                  03260000
       950-LOG-RUN-HISTORY.                                             03270000
           EXEC SQL                                                     03280000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       03290000
                INTO :RUNH-RUN-ID                                       03300000
                FROM KALA15.BATCH_RUN_HISTORY                           03310000
           END-EXEC                                                     03320000
           MOVE 'LOANLIMT' TO RUNH-JOB-NAME                             03330000
           COMPUTE RUNH-RECS-READ = WS-LIVE-CNT + WS-JUDG-CNT           03340000
                                  + WS-BARRED-CNT                       03350000
           COMPUTE RUNH-RECS-UPDATED = WS-RESTARTED-CNT                 03360000
                                  + WS-JUDGMENT-CNT + WS-EXPIRED-CNT    03370000
           MOVE WS-ENROLLED-CNT TO RUNH-RECS-WRITTEN                    03380000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              03390000
           EXEC SQL                                                     03400000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      03410000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        03420000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   03430000
              VALUES                                                    03440000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          03450000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   03460000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               03470000
                  :RUNH-RUN-RC)                                         03480000
           END-EXEC                                                     03490000
           EXEC SQL                                                     03500000
              COMMIT                                                    03510000
           END-EXEC                                                     03520000
           EXIT.                                                        03530000
