       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANSODV.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT SOD-REPORT    ASSIGN TO SODVRPT                       00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-SOD-RPT-STATUS.                        00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    ONE LINE PER VIOLATION FOR THE COMPLIANCE DESK - THE RULE,   00110000
      *    THE OPERATOR(S), AND THE LOAN OR CUSTOMER INVOLVED           00120000
       FD  SOD-REPORT                                                   00130000
           RECORDING MODE F                                             00140000
           LABEL RECORDS STANDARD.                                      00150000
       01  SOD-RPT-LINE            PIC X(100).                          00160000
                                                                        00170000
       WORKING-STORAGE SECTION.                                         00180000
           EXEC SQL                                                     00190000
              INCLUDE SQLCA                                             00200000
           END-EXEC.                                                    00210000
           EXEC SQL                                                     00220000
              INCLUDE APPS                                              00230000
           END-EXEC.                                                    00240000
           EXEC SQL                                                     00250000
              INCLUDE TXNLOG                                            00260000
           END-EXEC.                                                    00270000
           EXEC SQL                                                     00280000
              INCLUDE OFFICER                                           00290000
           END-EXEC.                                                    00300000
           EXEC SQL                                                     00310000
              INCLUDE BUSPARM                                           00320000
           END-EXEC.                                                    00330000
           EXEC SQL                                                     00340000
              INCLUDE RUNHIST                                           00350000
           END-EXEC.                                                    00360000
                                                                        00370000
       01  WS-SOD-RPT-STATUS       PIC XX    VALUE '00'.                00380000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANSODV'.          00390000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00400000
      *    THE SCAN WINDOWS, TUNABLE IN BUSINESS_PARAM - THE PER-LOAN   00410000
      *    RULES LOOK BACK SOD_SCAN_DAYS (ONE NIGHT BY DEFAULT), THE    00420000
      *    RECIPROCAL-APPROVAL RULE SOD_RECIP_DAYS, FLAGGING A PAIR     00430000
      *    ONCE THEIR MUTUAL APPROVALS REACH SOD_RECIP_MIN              00440000
       01  WS-SCAN-DAYS            PIC S9(9) COMP VALUE 1.              00450000
       01  WS-RECIP-DAYS           PIC S9(9) COMP VALUE 90.             00460000
       01  WS-RECIP-MIN            PIC S9(9) COMP VALUE 3.              00470000
       01  WS-HOW                  PIC X(12) VALUE SPACES.              00480000
       01  WS-RULE-CODE            PIC X(8)  VALUE SPACES.              00490000
       01  WS-OPR-A                PIC X(3)  VALUE SPACES.              00500000
       01  WS-OPR-B                PIC X(3)  VALUE SPACES.              00510000
       01  WS-FWD-CNT              PIC S9(9) COMP VALUE ZERO.           00520000
       01  WS-BWD-CNT              PIC S9(9) COMP VALUE ZERO.           00530000
       01  WS-ENTRY-HITS           PIC 9(7)  VALUE ZERO.                00540000
       01  WS-OWN-HITS             PIC 9(7)  VALUE ZERO.                00550000
       01  WS-RECIP-HITS           PIC 9(7)  VALUE ZERO.                00560000
       01  WS-VIOLATIONS           PIC 9(7)  VALUE ZERO.                00570000
       01  WS-ED-APP               PIC 9(9)  VALUE ZERO.                00580000
       01  WS-ED-FWD               PIC 9(5)  VALUE ZERO.                00590000
       01  WS-ED-BWD               PIC 9(5)  VALUE ZERO.                00600000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00610000
                                                                        00620000
       PROCEDURE DIVISION.                                              00630000
       000-MAIN-PARA.                                                   00640000
           PERFORM 100-INITIALIZE                                       00650000
           PERFORM 300-SCAN-ENTRY-AND-FUNDING                           00660000
           PERFORM 400-SCAN-OWN-ACCOUNTS                                00670000
           PERFORM 500-SCAN-RECIPROCAL-APPROVALS                        00680000
           PERFORM 900-TERMINATE                                        00690000
           STOP RUN.                                                    00700000
                                                                        00710000
       100-INITIALIZE.                                                  00720000
           EXEC SQL                                                     00730000
              SELECT CHAR(CURRENT TIMESTAMP)                            00740000
                INTO :WS-RUN-START                                      00750000
                FROM SYSIBM.SYSDUMMY1                                   00760000
           END-EXEC                                                     00770000
           OPEN OUTPUT SOD-REPORT                                       00780000
           IF WS-SOD-RPT-STATUS NOT = '00'                              00790000
              DISPLAY 'LOANSODV - UNABLE TO OPEN SODVRPT, STATUS = '    00800000
                      WS-SOD-RPT-STATUS                                 00810000
              MOVE 16 TO RETURN-CODE                                    00820000
              STOP RUN                                                  00830000
           END-IF                                                       00840000
           PERFORM 110-LOAD-RULE-PARAMS                                 00850000
                                                                        00860000
      *    RULE 1 - THE OPERATOR WHO KEYED AN APPLICATION ALSO MOVED    00870000
      *    ITS MONEY OR SIGNED IT OFF: RECORDED A LINE DRAW OR TOP-UP   00880000
      *    ON IT, GAVE THE SUPERVISOR DECISION ON IT, OR REQUESTED OR   00890000
      *    APPROVED THE PAYOUT ACCOUNT THAT A RECENT DISBURSEMENT       00900000
      *    WENT TO. ENTRY IS THE TRANSACTION LOG'S INSERT ROW           00910000
           EXEC SQL                                                     00920000
              DECLARE ENTRYC CURSOR FOR                                 00930000
              SELECT DISTINCT E.OPERATOR_ID, E.APP_ID, A.CUST_SSN,      00940000
                     X.HOW                                              00950000
                FROM KALA15.TRANSACTION_LOG E,                          00960000
                     KALA15.APPLICATIONS A,                             00970000
                     (SELECT R.OPERATOR_ID, R.APP_ID, 'DRAW/TOP-UP '    00980000
                        FROM KALA15.TRANSACTION_LOG R                   00990000
                       WHERE R.CRUD_SW IN ('9', 'G')                    01000000
                         AND R.APP_ID IS NOT NULL                       01010000
                         AND R.TXN_TS >= CURRENT TIMESTAMP              01020000
                             - :WS-SCAN-DAYS DAYS                       01030000
                      UNION                                             01040000
                      SELECT R.OPERATOR_ID, R.APP_ID, 'DECIDED IT  '    01050000
                        FROM KALA15.TRANSACTION_LOG R                   01060000
                       WHERE R.CRUD_SW = 'V'                            01070000
                         AND R.APP_ID IS NOT NULL                       01080000
                         AND R.TXN_TS >= CURRENT TIMESTAMP              01090000
                             - :WS-SCAN-DAYS DAYS                       01100000
                      UNION                                             01110000
                      SELECT B.REQUESTED_BY, D.APP_ID, 'PAYOUT ACCT '   01120000
                        FROM KALA15.BANK_ACCOUNT_CHANGE B,              01130000
                             KALA15.APPLICATIONS P,                     01140000
                             KALA15.DISBURSEMENT D                      01150000
                       WHERE P.CUST_SSN = B.CUST_SSN                    01160000
                         AND D.APP_ID = P.APP_ID                        01170000
                         AND B.CHG_STATUS = 'APPROVED'                  01170001
                         AND B.REQUESTED_BY IS NOT NULL                 01190000
                         AND D.DISB_DATE >= CURRENT DATE                01200000
                             - :WS-SCAN-DAYS DAYS                       01210000
                      UNION                                             01220000
                      SELECT B.DECIDED_BY, D.APP_ID, 'PAYOUT ACCT '     01230000
                        FROM KALA15.BANK_ACCOUNT_CHANGE B,              01240000
                             KALA15.APPLICATIONS P,                     01250000
                             KALA15.DISBURSEMENT D                      01260000
                       WHERE P.CUST_SSN = B.CUST_SSN                    01270000
                         AND D.APP_ID = P.APP_ID                        01280000
                         AND B.CHG_STATUS = 'APPROVED'                  01280001
                         AND B.DECIDED_BY IS NOT NULL                   01300000
                         AND D.DISB_DATE >= CURRENT DATE                01310000
                             - :WS-SCAN-DAYS DAYS)                      01320000
                     AS X (OPERATOR_ID, APP_ID, HOW)                    01330000
               WHERE E.CRUD_SW = 'I'                                    01340000
                 AND E.APP_ID = X.APP_ID                                01350000
                 AND E.OPERATOR_ID = X.OPERATOR_ID                      01360000
                 AND A.APP_ID = E.APP_ID                                01370000
               ORDER BY E.OPERATOR_ID, E.APP_ID                         01380000
           END-EXEC                                                     01390000
                                                                        01400000
      *    RULE 2 - AN OPERATOR TOUCHING THEIR OWN PERSONAL ID, OR      01410000
      *    THAT OF SOMEONE IN THE SAME CUSTOMER GROUP, ANYWHERE IT      01420000
      *    LEAVES A NAME: THE TRANSACTION LOG, A STATUS CHANGE MADE     01430000
      *    UNDER THEIR ID, OR EITHER SIDE OF A FEE WAIVER OR BANK       01440000
      *    ACCOUNT CHANGE. NEEDS OPERATOR_SSN ON LOAN_OFFICER           01450000
           EXEC SQL                                                     01460000
              DECLARE OWNC CURSOR FOR                                   01470000
              SELECT DISTINCT O.OPERATOR_ID, X.APP_ID, X.CUST_SSN,      01480000
                     X.HOW,                                             01490000
                     CASE WHEN X.CUST_SSN = O.OPERATOR_SSN              01500000
                          THEN 'OWNSSN  ' ELSE 'GROUPMBR' END           01510000
                FROM KALA15.LOAN_OFFICER O,                             01520000
                     (SELECT T.OPERATOR_ID, COALESCE(T.APP_ID, 0),      01530000
                             T.CUST_SSN, 'TXN LOG     '                 01540000
                        FROM KALA15.TRANSACTION_LOG T                   01550000
                       WHERE T.CUST_SSN IS NOT NULL                     01560000
                         AND T.TXN_TS >= CURRENT TIMESTAMP              01570000
                             - :WS-SCAN-DAYS DAYS                       01580000
                      UNION                                             01590000
                      SELECT H.CHANGED_BY, H.APP_ID, P.CUST_SSN,        01600000
                             'STATUS HIST '                             01610000
                        FROM KALA15.APPLICATION_STATUS_HISTORY H,       01620000
                             KALA15.APPLICATIONS P                      01630000
                       WHERE P.APP_ID = H.APP_ID                        01640000
                         AND H.CHANGED_TS >= CURRENT TIMESTAMP          01650000
                             - :WS-SCAN-DAYS DAYS                       01660000
                      UNION                                             01670000
                      SELECT W.REQUESTED_BY, W.APP_ID, P.CUST_SSN,      01680000
                             'FEE WAIVER  '                             01690000
                        FROM KALA15.FEE_WAIVER W,                       01700000
                             KALA15.APPLICATIONS P                      01710000
                       WHERE P.APP_ID = W.APP_ID                        01720000
                         AND W.REQUESTED_BY IS NOT NULL                 01730000
                         AND W.REQUESTED_DATE >= CURRENT DATE           01740000
                             - :WS-SCAN-DAYS DAYS                       01750000
                      UNION                                             01760000
                      SELECT W.DECIDED_BY, W.APP_ID, P.CUST_SSN,        01770000
                             'FEE WAIVER  '                             01780000
                        FROM KALA15.FEE_WAIVER W,                       01790000
                             KALA15.APPLICATIONS P                      01800000
                       WHERE P.APP_ID = W.APP_ID                        01810000
                         AND W.DECIDED_BY IS NOT NULL                   01820000
                         AND W.DECIDED_DATE >= CURRENT DATE             01830000
                             - :WS-SCAN-DAYS DAYS                       01840000
                      UNION                                             01850000
                      SELECT B.REQUESTED_BY, 0, B.CUST_SSN,             01860000
                             'BANK ACCOUNT'                             01870000
                        FROM KALA15.BANK_ACCOUNT_CHANGE B               01880000
                       WHERE B.REQUESTED_BY IS NOT NULL                 01890000
                         AND B.REQUESTED_DATE >= CURRENT DATE           01900000
                             - :WS-SCAN-DAYS DAYS                       01910000
                      UNION                                             01920000
                      SELECT B.DECIDED_BY, 0, B.CUST_SSN,               01930000
                             'BANK ACCOUNT'                             01940000
                        FROM KALA15.BANK_ACCOUNT_CHANGE B               01950000
                       WHERE B.DECIDED_BY IS NOT NULL                   01960000
                         AND B.DECIDED_DATE >= CURRENT DATE             01970000
                             - :WS-SCAN-DAYS DAYS)                      01980000
                     AS X (OPERATOR_ID, APP_ID, CUST_SSN, HOW)          01990000
               WHERE O.OPERATOR_ID = X.OPERATOR_ID                      02000000
                 AND O.OPERATOR_SSN IS NOT NULL                         02010000
                 AND (X.CUST_SSN = O.OPERATOR_SSN                       02020000
                  OR EXISTS                                             02030000
                     (SELECT 1                                          02040000
                        FROM KALA15.CUSTOMER_GROUP G1,                  02050000
                             KALA15.CUSTOMER_GROUP G2                   02060000
                       WHERE G1.GROUP_ID = G2.GROUP_ID                  02070000
                         AND G1.MEMBER_SSN = O.OPERATOR_SSN             02080000
                         AND G2.MEMBER_SSN = X.CUST_SSN))               02090000
               ORDER BY O.OPERATOR_ID, X.CUST_SSN, X.APP_ID             02100000
           END-EXEC                                                     02110000
                                                                        02120000
      *    RULE 3 - TWO OPERATORS WHO KEEP APPROVING EACH OTHER'S       02130000
      *    FOUR-EYES REQUESTS (FEE WAIVERS, REFERENCE-TABLE CHANGES,    02140000
      *    BANK ACCOUNT CHANGES). EACH APPROVAL IS FILED UNDER THE      02150000
      *    PAIR IN ALPHABETICAL ORDER AND COUNTED BY DIRECTION; A       02160000
      *    PAIR WITH APPROVALS BOTH WAYS AND ENOUGH IN TOTAL IS HIT     02170000
           EXEC SQL                                                     02180000
              DECLARE RECIPC CURSOR FOR                                 02190000
              SELECT Q.OPR_A, Q.OPR_B, SUM(Q.FWD), SUM(Q.BWD)           02200000
                FROM (SELECT CASE WHEN R.REQ_BY < R.DEC_BY              02210000
                                  THEN R.REQ_BY ELSE R.DEC_BY END,      02220000
                             CASE WHEN R.REQ_BY < R.DEC_BY              02230000
                                  THEN R.DEC_BY ELSE R.REQ_BY END,      02240000
                             CASE WHEN R.REQ_BY < R.DEC_BY              02250000
                                  THEN 1 ELSE 0 END,                    02260000
                             CASE WHEN R.REQ_BY > R.DEC_BY              02270000
                                  THEN 1 ELSE 0 END                     02280000
                        FROM (SELECT W.REQUESTED_BY, W.DECIDED_BY       02290000
                                FROM KALA15.FEE_WAIVER W                02300000
                               WHERE W.WV_STATUS = 'APPLIED'            02300001
                                 AND W.DECIDED_DATE >= CURRENT DATE     02320000
                                     - :WS-RECIP-DAYS DAYS              02330000
                              UNION ALL                                 02340000
                              SELECT C.REQUESTED_BY, C.DECIDED_BY       02350000
                                FROM KALA15.REF_TABLE_CHANGE C          02360000
                               WHERE C.CHG_STATUS = 'APPROVED'          02370000
                                 AND C.DECIDED_DATE >= CURRENT DATE     02380000
                                     - :WS-RECIP-DAYS DAYS              02390000
                              UNION ALL                                 02400000
                              SELECT B.REQUESTED_BY, B.DECIDED_BY       02410000
                                FROM KALA15.BANK_ACCOUNT_CHANGE B       02420000
                               WHERE B.CHG_STATUS = 'APPROVED'          02420001
                                 AND B.DECIDED_DATE >= CURRENT DATE     02440000
                                     - :WS-RECIP-DAYS DAYS)             02450000
                             AS R (REQ_BY, DEC_BY)                      02460000
                       WHERE R.REQ_BY IS NOT NULL                       02470000
                         AND R.DEC_BY IS NOT NULL                       02480000
                         AND R.REQ_BY <> R.DEC_BY)                      02490000
                     AS Q (OPR_A, OPR_B, FWD, BWD)                      02500000
               GROUP BY Q.OPR_A, Q.OPR_B                                02510000
              HAVING SUM(Q.FWD) > 0                                     02520000
                 AND SUM(Q.BWD) > 0                                     02530000
                 AND COUNT(*) >= :WS-RECIP-MIN                          02540000
               ORDER BY Q.OPR_A, Q.OPR_B                                02550000
           END-EXEC                                                     02560000
                                                                        02570000
           MOVE SPACES TO SOD-RPT-LINE                                  02580000
           STRING 'SEGREGATION-OF-DUTIES VIOLATIONS - RUN '             02590000
                  WS-RUN-START (1:16)                                   02600000
                  DELIMITED BY SIZE INTO SOD-RPT-LINE                   02610000
           END-STRING                                                   02620000
           WRITE SOD-RPT-LINE                                           02630000
           EXIT.                                                        02640000
                                                                        02650000
       110-LOAD-RULE-PARAMS.                                            02660000
           MOVE 'SOD_SCAN_DAYS     ' TO BUSPARM-NAME                    02670000
           EXEC SQL                                                     02680000
              SELECT PARAM_VALUE                                        02690000
                INTO :BUSPARM-VALUE                                     02700000
                FROM KALA15.BUSINESS_PARAM                              02710000
               WHERE PARAM_NAME = :BUSPARM-NAME                         02720000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     02730000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     02740000
           END-EXEC                                                     02750000
           IF SQLCODE = 00                                              02760000
              MOVE BUSPARM-VALUE TO WS-SCAN-DAYS                        02770000
           END-IF                                                       02780000
           MOVE 'SOD_RECIP_DAYS    ' TO BUSPARM-NAME                    02790000
           EXEC SQL                                                     02800000
              SELECT PARAM_VALUE                                        02810000
                INTO :BUSPARM-VALUE                                     02820000
                FROM KALA15.BUSINESS_PARAM                              02830000
               WHERE PARAM_NAME = :BUSPARM-NAME                         02840000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     02850000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     02860000
           END-EXEC                                                     02870000
           IF SQLCODE = 00                                              02880000
              MOVE BUSPARM-VALUE TO WS-RECIP-DAYS                       02890000
           END-IF                                                       02900000
           MOVE 'SOD_RECIP_MIN     ' TO BUSPARM-NAME                    02910000
           EXEC SQL                                                     02920000
              SELECT PARAM_VALUE                                        02930000
                INTO :BUSPARM-VALUE                                     02940000
                FROM KALA15.BUSINESS_PARAM                              02950000
               WHERE PARAM_NAME = :BUSPARM-NAME                         02960000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     02970000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     02980000
           END-EXEC                                                     02990000
           IF SQLCODE = 00                                              03000000
              MOVE BUSPARM-VALUE TO WS-RECIP-MIN                        03010000
           END-IF                                                       03020000
           EXIT.                                                        03030000
                                                                        03040000
      *    RULE 1 - ENTRY AND FUNDING BY THE SAME HAND                  03050000
       300-SCAN-ENTRY-AND-FUNDING.                                      03060000
           EXEC SQL                                                     03070000
              OPEN ENTRYC                                               03080000
           END-EXEC                                                     03090000
           PERFORM 980-CHECK-SQL                                        03100000
           PERFORM 310-FETCH-ENTRY-HIT                                  03110000
              UNTIL SQLCODE NOT = 00                                    03120000
           PERFORM 980-CHECK-SQL                                        03130000
           EXEC SQL                                                     03140000
              CLOSE ENTRYC                                              03150000
           END-EXEC                                                     03160000
           EXIT.                                                        03170000
                                                                        03180000
       310-FETCH-ENTRY-HIT.                                             03190000
           EXEC SQL                                                     03200000
              FETCH ENTRYC                                              03210000
               INTO :TXNLOG-OPERATOR-ID, :APP-ID, :CUST-SSN, :WS-HOW    03220000
           END-EXEC                                                     03230000
           IF SQLCODE = 00                                              03240000
              ADD 1 TO WS-ENTRY-HITS                                    03250000
              MOVE 'ENTRYFND' TO WS-RULE-CODE                           03260000
              PERFORM 390-WRITE-LOAN-LINE                               03270000
           END-IF                                                       03280000
           EXIT.                                                        03290000
                                                                        03300000
      *    RULE 2 - OWN OR RELATED PERSONAL ID                          03310000
       400-SCAN-OWN-ACCOUNTS.                                           03320000
           EXEC SQL                                                     03330000
              OPEN OWNC                                                 03340000
           END-EXEC                                                     03350000
           PERFORM 980-CHECK-SQL                                        03360000
           PERFORM 410-FETCH-OWN-HIT                                    03370000
              UNTIL SQLCODE NOT = 00                                    03380000
           PERFORM 980-CHECK-SQL                                        03390000
           EXEC SQL                                                     03400000
              CLOSE OWNC                                                03410000
           END-EXEC                                                     03420000
           EXIT.                                                        03430000
                                                                        03440000
       410-FETCH-OWN-HIT.                                               03450000
           EXEC SQL                                                     03460000
              FETCH OWNC                                                03470000
               INTO :TXNLOG-OPERATOR-ID, :APP-ID, :CUST-SSN, :WS-HOW,   03480000
                    :WS-RULE-CODE                                       03490000
           END-EXEC                                                     03500000
           IF SQLCODE = 00                                              03510000
              ADD 1 TO WS-OWN-HITS                                      03520000
              PERFORM 390-WRITE-LOAN-LINE                               03530000
           END-IF                                                       03540000
           EXIT.                                                        03550000
                                                                        03560000
       390-WRITE-LOAN-LINE.                                             03570000
           ADD 1 TO WS-VIOLATIONS                                       03580000
           MOVE APP-ID TO WS-ED-APP                                     03590000
           MOVE SPACES TO SOD-RPT-LINE                                  03600000
           STRING WS-RULE-CODE ' OPERATOR ' TXNLOG-OPERATOR-ID          03610000
                  ' APP ' WS-ED-APP ' SSN ' CUST-SSN                    03620000
                  ' VIA ' WS-HOW                                        03630000
                  DELIMITED BY SIZE INTO SOD-RPT-LINE                   03640000
           END-STRING                                                   03650000
           WRITE SOD-RPT-LINE                                           03660000
           EXIT.                                                        03670000
                                                                        03680000
      *    RULE 3 - RECIPROCAL APPROVALS                                03690000
       500-SCAN-RECIPROCAL-APPROVALS.                                   03700000
           EXEC SQL                                                     03710000
              OPEN RECIPC                                               03720000
           END-EXEC                                                     03730000
           PERFORM 980-CHECK-SQL                                        03740000
           PERFORM 510-FETCH-RECIP-PAIR                                 03750000
              UNTIL SQLCODE NOT = 00                                    03760000
           PERFORM 980-CHECK-SQL                                        03770000
           EXEC SQL                                                     03780000
              CLOSE RECIPC                                              03790000
           END-EXEC                                                     03800000
           EXIT.                                                        03810000
                                                                        03820000
       510-FETCH-RECIP-PAIR.                                            03830000
           EXEC SQL                                                     03840000
              FETCH RECIPC                                              03850000
               INTO :WS-OPR-A, :WS-OPR-B, :WS-FWD-CNT, :WS-BWD-CNT      03860000
           END-EXEC                                                     03870000
           IF SQLCODE = 00                                              03880000
              ADD 1 TO WS-RECIP-HITS                                    03890000
              ADD 1 TO WS-VIOLATIONS                                    03900000
              MOVE WS-FWD-CNT TO WS-ED-FWD                              03910000
              MOVE WS-BWD-CNT TO WS-ED-BWD                              03920000
              MOVE SPACES TO SOD-RPT-LINE                               03930000
              STRING 'RECIPROC ' WS-OPR-B ' APPROVED ' WS-OPR-A ' '     03940000
                     WS-ED-FWD ' TIMES, ' WS-OPR-A ' APPROVED '         03950000
                     WS-OPR-B ' ' WS-ED-BWD ' TIMES'                    03960000
                     DELIMITED BY SIZE INTO SOD-RPT-LINE                03970000
              END-STRING                                                03980000
              WRITE SOD-RPT-LINE                                        03990000
           END-IF                                                       04000000
           EXIT.                                                        04010000
                                                                        04020000
      *    ANY VIOLATION ENDS THE STEP WITH RC 4 SO THE SCHEDULER       04030000
      *    FLAGS THE NIGHT FOR COMPLIANCE EVEN IF NOBODY READS SYSOUT   04040000
       900-TERMINATE.                                                   04050000
           IF WS-VIOLATIONS > ZERO                                      04060000
              MOVE 4 TO RETURN-CODE                                     04070000
           END-IF                                                       04080000
           PERFORM 950-LOG-RUN-HISTORY                                  04090000
           EXEC SQL                                                     04100000
              COMMIT                                                    04110000
           END-EXEC                                                     04120000
           MOVE SPACES TO SOD-RPT-LINE                                  04130000
           STRING 'ENTRY/FUNDING ' WS-ENTRY-HITS                        04140000
                  ' OWN/RELATED ' WS-OWN-HITS                           04150000
                  ' RECIPROCAL ' WS-RECIP-HITS                          04160000
                  ' TOTAL ' WS-VIOLATIONS                               04170000
                  DELIMITED BY SIZE INTO SOD-RPT-LINE                   04180000
           END-STRING                                                   04190000
           WRITE SOD-RPT-LINE                                           04200000
           CLOSE SOD-REPORT                                             04210000
           DISPLAY 'LOANSODV - ENTRY/FUNDING HITS : ' WS-ENTRY-HITS     04220000
           DISPLAY 'LOANSODV - OWN/RELATED HITS   : ' WS-OWN-HITS       04230000
           DISPLAY 'LOANSODV - RECIPROCAL PAIRS   : ' WS-RECIP-HITS     04240000
           EXIT.                                                        04250000
                                                                        04260000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      04270000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      04280000
      *    CONSOLE'S DURATION TRENDING                                  04290000
       950-LOG-RUN-HISTORY.                                             04300000
           EXEC SQL                                                     04310000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       04320000
                INTO :RUNH-RUN-ID                                       04330000
                FROM KALA15.BATCH_RUN_HISTORY                           04340000
           END-EXEC                                                     04350000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            04360000
           MOVE WS-VIOLATIONS TO RUNH-RECS-READ                         04370000
           MOVE ZERO TO RUNH-RECS-UPDATED                               04380000
           MOVE WS-VIOLATIONS TO RUNH-RECS-WRITTEN                      04390000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              04400000
           EXEC SQL                                                     04410000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      04420000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        04430000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   04440000
              VALUES                                                    04450000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          04460000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   04470000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               04480000
                  :RUNH-RUN-RC)                                         04490000
           END-EXEC                                                     04500000
           EXIT.                                                        04510000
                                                                        04520000
       980-CHECK-SQL.                                                   04530000
           IF SQLCODE < 0                                               04540000
              MOVE SQLCODE TO WS-ED-SQLCODE                             04550000
              DISPLAY 'LOANSODV - SCAN FAILED, SQLCODE ' WS-ED-SQLCODE  04560000
              MOVE 16 TO RETURN-CODE                                    04570000
              PERFORM 950-LOG-RUN-HISTORY                               04580000
              EXEC SQL                                                  04590000
                 COMMIT                                                 04600000
              END-EXEC                                                  04610000
              CLOSE SOD-REPORT                                          04620000
              STOP RUN                                                  04630000
           END-IF                                                       04640000
           EXIT.                                                        04650000
