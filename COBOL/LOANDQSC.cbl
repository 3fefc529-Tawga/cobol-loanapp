       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANDQSC.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT DQ-REPORT ASSIGN TO DQRPT                             00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-RPT-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    THE NIGHT'S DEFECTS, ONE SECTION PER OWNING TEAM WITH THE    00110000
      *    OFFENDING KEYS UNDER EACH OF ITS RULES, THEN THE SCORECARD   00120000
      *    OF EVERY RULE AGAINST ITS EARLIER NIGHTS                     00130000
       FD  DQ-REPORT                                                    00140000
           RECORDING MODE F                                             00150000
           LABEL RECORDS STANDARD.                                      00160000
       01  RPT-LINE                PIC X(132).                          00170000
                                                                        00180000
       WORKING-STORAGE SECTION.                                         00190000
           EXEC SQL                                                     00200000
              INCLUDE SQLCA                                             00210000
           END-EXEC.                                                    00220000
           EXEC SQL                                                     00230000
              INCLUDE DQRULE                                            00240000
           END-EXEC.                                                    00250000
           EXEC SQL                                                     00260000
              INCLUDE DQRESULT                                          00270000
           END-EXEC.                                                    00280000
           EXEC SQL                                                     00290000
              INCLUDE RUNHIST                                           00300000
           END-EXEC.                                                    00310000
                                                                        00320000
       01  WS-RULE-EOF-SW          PIC X     VALUE 'N'.                 00330000
           88  WS-NO-MORE-RULES    VALUE 'Y'.                           00340000
       01  WS-DEFECT-EOF-SW        PIC X     VALUE 'N'.                 00350000
           88  WS-NO-MORE-DEFECTS  VALUE 'Y'.                           00360000
       01  WS-SCORE-EOF-SW         PIC X     VALUE 'N'.                 00370000
           88  WS-NO-MORE-SCORES   VALUE 'Y'.                           00380000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00390000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANDQSC'.          00400000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00410000
       01  WS-RUN-DATE             PIC X(10) VALUE SPACES.              00420000
       01  WS-RULES-RUN            PIC 9(7)  VALUE ZERO.                00430000
       01  WS-RULES-ADDED          PIC 9(7)  VALUE ZERO.                00440000
       01  WS-RULES-UNKNOWN        PIC 9(7)  VALUE ZERO.                00450000
       01  WS-RESULTS-WRITTEN      PIC 9(7)  VALUE ZERO.                00460000
       01  WS-DEFECTS-TOTAL        PIC 9(9)  VALUE ZERO.                00470000
       01  WS-ROWS-REPLACED        PIC S9(9) COMP VALUE ZERO.           00480000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00490000
      *    THE RULES THIS PROGRAM KNOWS HOW TO CHECK, WITH THE OWNER    00500000
      *    AND WORDING A RULE STARTS WITH WHEN DQ_RULE HAS NO ROW FOR   00510000
      *    IT YET                                                       00520000
       01  WS-RX                   PIC S9(4) COMP VALUE ZERO.           00530000
       01  WS-DEFAULT-LIMIT        PIC S9(9) COMP VALUE 50.             00540000
       01  WS-DEFAULT-RULES.                                            00550000
           05  FILLER              PIC X(8)  VALUE 'CUSTCONT'.          00560000
           05  FILLER              PIC X(8)  VALUE 'CUSTSERV'.          00570000
           05  FILLER              PIC X(50) VALUE                      00580000
               'CUSTOMER WITH NO PHONE, EMAIL OR GOOD ADDRESS'.         00590000
           05  FILLER              PIC X(8)  VALUE 'POSTCITY'.          00600000
           05  FILLER              PIC X(8)  VALUE 'CUSTSERV'.          00610000
           05  FILLER              PIC X(50) VALUE                      00620000
               'POSTAL CODE DOES NOT MATCH THE CITY'.                   00630000
           05  FILLER              PIC X(8)  VALUE 'NOSCHED'.           00640000
           05  FILLER              PIC X(8)  VALUE 'LOANOPS'.           00650000
           05  FILLER              PIC X(50) VALUE                      00660000
               'APPROVED APPLICATION WITH NO PAYMENT SCHEDULE'.         00670000
           05  FILLER              PIC X(8)  VALUE 'NODISB'.            00680000
           05  FILLER              PIC X(8)  VALUE 'PAYMENTS'.          00690000
           05  FILLER              PIC X(50) VALUE                      00700000
               'FUNDED LOAN WITH NO DISBURSEMENT ROW'.                  00710000
           05  FILLER              PIC X(8)  VALUE 'CCYMISM'.           00720000
           05  FILLER              PIC X(8)  VALUE 'PAYMENTS'.          00730000
           05  FILLER              PIC X(50) VALUE                      00740000
               'FUNDS PAID OUT IN ANOTHER CURRENCY THAN THE LOAN'.      00750000
           05  FILLER              PIC X(8)  VALUE 'COLLOPEN'.          00760000
           05  FILLER              PIC X(8)  VALUE 'COLLATRL'.          00770000
           05  FILLER              PIC X(50) VALUE                      00780000
               'COLLATERAL STILL PLEDGED TO A CLOSED LOAN'.             00790000
       01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-RULES.                 00800000
           05  WS-DEFAULT-RULE     OCCURS 6 TIMES.                      00810000
               10  WS-DEF-CODE     PIC X(8).                            00820000
               10  WS-DEF-OWNER    PIC X(8).                            00830000
               10  WS-DEF-DESC     PIC X(50).                           00840000
       01  WS-RULE-CODE            PIC X(8)  VALUE SPACES.              00850000
           88  WS-KNOWN-RULE       VALUE 'CUSTCONT' 'POSTCITY'          00860000
                                         'NOSCHED'  'NODISB'            00870000
                                         'CCYMISM'  'COLLOPEN'.         00880000
       01  WS-PREV-OWNER           PIC X(8)  VALUE LOW-VALUES.          00890000
      *    ONE OFFENDING ROW AS THE DEFECT CURSOR DELIVERS IT           00900000
       01  WS-DEFECT-KEY           PIC X(20) VALUE SPACES.              00910000
       01  WS-DEFECT-DETAIL        PIC X(60) VALUE SPACES.              00920000
       01  WS-DEFECT-CNT           PIC S9(9) COMP VALUE ZERO.           00930000
      *    ONE SCORECARD ROW - TONIGHT'S COUNT AND THE COUNTS OF THE    00940000
      *    LAST EARLIER RUN, A WEEK AGO AND A MONTH AGO (-1 WHERE THE   00950000
      *    HISTORY DOES NOT GO BACK THAT FAR)                           00960000
       01  WS-SCORE-ROW.                                                00970000
           05  WS-S-OWNER          PIC X(8).                            00980000
           05  WS-S-RULE           PIC X(8).                            00990000
           05  WS-S-TODAY          PIC S9(9) COMP.                      01000000
           05  WS-S-PREV           PIC S9(9) COMP.                      01010000
           05  WS-S-WEEK           PIC S9(9) COMP.                      01020000
           05  WS-S-MONTH          PIC S9(9) COMP.                      01030000
       01  WS-HIST-CNT             PIC S9(9) COMP VALUE ZERO.           01040000
       01  WS-HIST-TEXT            PIC X(9)  VALUE SPACES.              01050000
       01  WS-ED-PREV              PIC X(9)  VALUE SPACES.              01060000
       01  WS-ED-WEEK              PIC X(9)  VALUE SPACES.              01070000
       01  WS-ED-MONTH             PIC X(9)  VALUE SPACES.              01080000
       01  WS-ED-CHANGE-TEXT       PIC X(9)  VALUE SPACES.              01090000
       01  WS-ED-CNT               PIC ZZZZ,ZZ9.                        01100000
       01  WS-ED-HIST              PIC ZZZZ,ZZ9.                        01110000
       01  WS-ED-CHANGE            PIC +(6)9.                           01120000
       01  WS-ED-LIMIT             PIC Z(8)9.                           01130000
                                                                        01140000
       PROCEDURE DIVISION.                                              01150000
       000-MAIN-PARA.                                                   01160000
           PERFORM 100-INITIALIZE                                       01170000
           PERFORM 150-ESTABLISH-RULE                                   01180000
              VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 6                 01190000
           PERFORM 170-OPEN-RULE-CURSOR                                 01200000
           PERFORM 200-RUN-ONE-RULE UNTIL WS-NO-MORE-RULES              01210000
           EXEC SQL                                                     01220000
              CLOSE RULEC                                               01230000
           END-EXEC                                                     01240000
           PERFORM 400-PRINT-SCORECARD                                  01250000
           PERFORM 900-TERMINATE                                        01260000
           STOP RUN.                                                    01270000
                                                                        01280000
       100-INITIALIZE.                                                  01290000
           EXEC SQL                                                     01300000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE)        01310000
                INTO :WS-RUN-START, :WS-RUN-DATE                        01320000
                FROM SYSIBM.SYSDUMMY1                                   01330000
           END-EXEC                                                     01340000
           OPEN OUTPUT DQ-REPORT                                        01350000
           IF WS-RPT-STATUS NOT = '00'                                  01360000
              DISPLAY 'LOANDQSC - UNABLE TO OPEN DQRPT, STATUS = '      01370000
                      WS-RPT-STATUS                                     01380000
              MOVE 16 TO RETURN-CODE                                    01390000
              STOP RUN                                                  01400000
           END-IF                                                       01410000
                                                                        01420000
      *    A RERUN ON THE SAME DAY REPLACES WHAT THE LAST RUN WROTE     01430000
           EXEC SQL                                                     01440000
              DELETE FROM KALA15.DQ_RESULT                              01450000
               WHERE RUN_DATE = DATE(:WS-RUN-DATE)                      01460000
           END-EXEC                                                     01470000
           PERFORM 980-CHECK-SQL                                        01480000
           IF SQLCODE = 00                                              01490000
              MOVE SQLERRD(3) TO WS-ROWS-REPLACED                       01500000
           END-IF                                                       01510000
           MOVE WS-RUN-DATE TO DQS-RUN-DATE                             01520000
                                                                        01530000
           MOVE SPACES TO RPT-LINE                                      01540000
           STRING 'DATA-QUALITY SCORECARD ' WS-RUN-DATE                 01550000
                  ' - DEFECTS BY OWNER, THEN THE TREND OF EVERY RULE'   01560000
                  DELIMITED BY SIZE INTO RPT-LINE                       01570000
           END-STRING                                                   01580000
           WRITE RPT-LINE                                               01590000
           EXIT.                                                        01600000
                                                                        01610000
      *    A RULE WE CAN CHECK BUT THAT DQ_RULE DOES NOT HOLD YET IS    01620000
      *    ADDED ACTIVE WITH ITS DEFAULT OWNER - THE TABLE IS WHERE IT  01630000
      *    IS REASSIGNED, SWITCHED OFF OR GIVEN A LONGER LIST           01640000
       150-ESTABLISH-RULE.                                              01650000
           MOVE WS-DEF-CODE (WS-RX) TO WS-RULE-CODE                     01660000
           EXEC SQL                                                     01670000
              SELECT RULE_CODE                                          01680000
                INTO :DQR-RULE-CODE                                     01690000
                FROM KALA15.DQ_RULE                                     01700000
               WHERE RULE_CODE = :WS-RULE-CODE                          01710000
           END-EXEC                                                     01720000
           IF SQLCODE = 100                                             01730000
              MOVE WS-RULE-CODE          TO DQR-RULE-CODE               01740000
              MOVE WS-DEF-DESC (WS-RX)   TO DQR-RULE-DESC               01750000
              MOVE WS-DEF-OWNER (WS-RX)  TO DQR-OWNER-CODE              01760000
              MOVE 'Y'                   TO DQR-ACTIVE-FLAG             01770000
              MOVE WS-DEFAULT-LIMIT      TO DQR-LIST-LIMIT              01780000
              EXEC SQL                                                  01790000
                 INSERT INTO KALA15.DQ_RULE                             01800000
                    (RULE_CODE, RULE_DESC, OWNER_CODE, ACTIVE_FLAG,     01810000
                     LIST_LIMIT)                                        01820000
                 VALUES                                                 01830000
                    (:DQR-RULE-CODE, :DQR-RULE-DESC, :DQR-OWNER-CODE,   01840000
                     :DQR-ACTIVE-FLAG, :DQR-LIST-LIMIT)                 01850000
              END-EXEC                                                  01860000
              PERFORM 980-CHECK-SQL                                     01870000
              ADD 1 TO WS-RULES-ADDED                                   01880000
           ELSE                                                         01890000
              PERFORM 980-CHECK-SQL                                     01900000
           END-IF                                                       01910000
           EXIT.                                                        01920000
                                                                        01930000
      *    THE ACTIVE RULES IN OWNER ORDER, SO EACH TEAM'S RULES PRINT  01940000
      *    TOGETHER UNDER ONE HEADING                                   01950000
       170-OPEN-RULE-CURSOR.                                            01960000
           EXEC SQL                                                     01970000
              DECLARE RULEC CURSOR FOR                                  01980000
              SELECT RULE_CODE, RULE_DESC, OWNER_CODE, LIST_LIMIT       01990000
                FROM KALA15.DQ_RULE                                     02000000
               WHERE ACTIVE_FLAG = 'Y'                                  02010000
               ORDER BY OWNER_CODE, RULE_CODE                           02020000
           END-EXEC                                                     02030000
           EXEC SQL                                                     02040000
              OPEN RULEC                                                02050000
           END-EXEC                                                     02060000
           PERFORM 980-CHECK-SQL                                        02070000
           EXIT.                                                        02080000
                                                                        02090000
       200-RUN-ONE-RULE.                                                02100000
           EXEC SQL                                                     02110000
              FETCH RULEC                                               02120000
               INTO :DQR-RULE-CODE, :DQR-RULE-DESC, :DQR-OWNER-CODE,    02130000
                    :DQR-LIST-LIMIT                                     02140000
           END-EXEC                                                     02150000
           IF SQLCODE NOT = 00                                          02160000
              PERFORM 980-CHECK-SQL                                     02170000
              MOVE 'Y' TO WS-RULE-EOF-SW                                02180000
           ELSE                                                         02190000
              ADD 1 TO WS-RULES-RUN                                     02200000
              IF DQR-OWNER-CODE NOT = WS-PREV-OWNER                     02210000
                 PERFORM 250-START-OWNER                                02220000
              END-IF                                                    02230000
              MOVE DQR-RULE-CODE TO WS-RULE-CODE                        02240000
              MOVE SPACES TO RPT-LINE                                   02250000
              WRITE RPT-LINE                                            02260000
              MOVE SPACES TO RPT-LINE                                   02270000
              STRING 'RULE ' DQR-RULE-CODE ' - ' DQR-RULE-DESC          02280000
                     DELIMITED BY SIZE INTO RPT-LINE                    02290000
              END-STRING                                                02300000
              WRITE RPT-LINE                                            02310000
              IF WS-KNOWN-RULE                                          02320000
                 PERFORM 300-FIND-DEFECTS                               02330000
                 PERFORM 350-RECORD-RESULT                              02340000
              ELSE                                                      02350000
      *          A ROW ADDED TO DQ_RULE AHEAD OF ITS CHECK - SAID SO,   02360000
      *          AND THE RUN ENDS WITH A WARNING                        02370000
                 ADD 1 TO WS-RULES-UNKNOWN                              02380000
                 MOVE SPACES TO RPT-LINE                                02390000
                 STRING '    NO CHECK EXISTS FOR THIS RULE CODE - '     02400000
                        'NOT RUN'                                       02410000
                        DELIMITED BY SIZE INTO RPT-LINE                 02420000
                 END-STRING                                             02430000
                 WRITE RPT-LINE                                         02440000
                 IF RETURN-CODE < 4                                     02450000
                    MOVE 4 TO RETURN-CODE                               02460000
                 END-IF                                                 02470000
              END-IF                                                    02480000
           END-IF                                                       02490000
           EXIT.                                                        02500000
                                                                        02510000
       250-START-OWNER.                                                 02520000
           MOVE DQR-OWNER-CODE TO WS-PREV-OWNER                         02530000
           MOVE SPACES TO RPT-LINE                                      02540000
           WRITE RPT-LINE                                               02550000
           MOVE ALL '-' TO RPT-LINE                                     02560000
           WRITE RPT-LINE                                               02570000
           MOVE SPACES TO RPT-LINE                                      02580000
           STRING 'FOR OWNER ' DQR-OWNER-CODE                           02590000
                  DELIMITED BY SIZE INTO RPT-LINE                       02600000
           END-STRING                                                   02610000
           WRITE RPT-LINE                                               02620000
           MOVE ALL '-' TO RPT-LINE                                     02630000
           WRITE RPT-LINE                                               02640000
           EXIT.                                                        02650000
                                                                        02660000
      *    EVERY CHECK IS ONE LEG OF THE SAME CURSOR, SWITCHED ON BY    02670000
      *    ITS RULE CODE, AND RETURNS THE OFFENDING KEY AND WHAT IS     02680000
      *    WRONG WITH IT:                                               02690000
      *       CUSTCONT - A LIVING CUSTOMER WITH NEITHER PHONE NOR       02700000
      *                  EMAIL WHOSE ADDRESS IS INCOMPLETE OR MARKED    02710000
      *                  UNDELIVERABLE - NO WAY TO REACH THEM           02720000
      *       POSTCITY - A CUSTOMER WHOSE CITY IS NOT THE ONE MOST      02730000
      *                  CUSTOMERS WITH THE SAME POSTAL CODE GIVE       02740000
      *       NOSCHED  - AN APPROVED APPLICATION WITH NO INSTALLMENTS,  02740001
      *                  OTHER THAN A REVOLVING CREDIT LINE, WHICH      02740002
      *                  NEVER HAS A SCHEDULE                           02740003
      *       NODISB   - AN APPROVED LOAN THE HISTORY SHOWS FUNDED, OR  02760000
      *                  THAT HAS TAKEN PAYMENTS, WITHOUT A             02770000
      *                  DISBURSEMENT ROW                               02780000
      *       CCYMISM  - A DISBURSEMENT OR CREDIT-LINE DRAW PAID OUT    02790000
      *                  IN ANOTHER CURRENCY THAN THE APPLICATION -     02800000
      *                  THE SCHEDULE IS KEPT IN THE APPLICATION'S      02810000
      *                  CURRENCY, SO THE TWO NO LONGER AGREE           02820000
      *       COLLOPEN - A PLEDGE NEVER RELEASED ON A LOAN THAT HAS     02830000
      *                  CLOSED, BEEN REFINANCED OR CONSOLIDATED        02840000
       300-FIND-DEFECTS.                                                02850000
           EXEC SQL                                                     02860000
              DECLARE DQC CURSOR FOR                                    02870000
              SELECT 'SSN ' || C.SSN,                                   02880000
                     'NO PHONE, NO EMAIL, ADDRESS '                     02890000
                     || CASE WHEN C.ADDR_INVALID = 'Y'                  02900000
                             THEN 'UNDELIVERABLE'                       02910000
                             ELSE 'INCOMPLETE' END                      02920000
                FROM KALA15.CUSTOMER C                                  02930000
               WHERE :WS-RULE-CODE = 'CUSTCONT'                         02940000
                 AND C.DECEASED_DATE IS NULL                            02950000
                 AND COALESCE(C.PHONE_NO, ' ') = ' '                    02960000
                 AND COALESCE(C.EMAIL, ' ') = ' '                       02970000
                 AND (COALESCE(C.ADDRESS, ' ') = ' '                    02980000
                      OR COALESCE(C.POSTAL_CODE, ' ') = ' '             02990000
                      OR COALESCE(C.CITY, ' ') = ' '                    03000000
                      OR C.ADDR_INVALID = 'Y')                          03010000
              UNION ALL                                                 03020000
              SELECT 'SSN ' || C.SSN,                                   03030000
                     'POSTAL CODE ' || C.POSTAL_CODE || ' GIVEN AS '    03040000
                     || COALESCE(C.CITY, '(NO CITY)')                   03050000
                FROM KALA15.CUSTOMER C                                  03060000
               WHERE :WS-RULE-CODE = 'POSTCITY'                         03070000
                 AND COALESCE(C.POSTAL_CODE, ' ') <> ' '                03080000
                 AND EXISTS                                             03090000
                    (SELECT 1 FROM KALA15.CUSTOMER Y                    03100000
                      WHERE Y.POSTAL_CODE = C.POSTAL_CODE               03110000
                        AND UPPER(COALESCE(Y.CITY, ' '))                03120000
                            <> UPPER(COALESCE(C.CITY, ' '))             03130000
                      GROUP BY UPPER(COALESCE(Y.CITY, ' '))             03140000
                     HAVING COUNT(*) >                                  03150000
                           (SELECT COUNT(*) FROM KALA15.CUSTOMER Z      03160000
                             WHERE Z.POSTAL_CODE = C.POSTAL_CODE        03170000
                               AND UPPER(COALESCE(Z.CITY, ' '))         03180000
                                   = UPPER(COALESCE(C.CITY, ' '))))     03190000
              UNION ALL                                                 03200000
              SELECT 'APP ' || DIGITS(A.APP_ID),                        03210000
                     'APPROVED, NO PAYMENT SCHEDULE ROWS'               03220000
                FROM KALA15.APPLICATIONS A                              03230000
               WHERE :WS-RULE-CODE = 'NOSCHED'                          03240000
                 AND A.STATUS = 1                                       03250000
                 AND NOT EXISTS                                         03260000
                    (SELECT 1 FROM KALA15.PAYMENT_SCHEDULE S            03270000
                      WHERE S.APP_ID = A.APP_ID)                        03280000
                 AND NOT EXISTS                                         03280001
                    (SELECT 1 FROM KALA15.PRODUCT P                     03280002
                      WHERE P.PRODUCT_CODE = A.PRODUCT_CODE             03280003
                        AND P.REVOLVING_FLAG = 'Y'                      03280004
                        AND P.END_DATE IS NULL)                         03280005
              UNION ALL                                                 03290000
              SELECT 'APP ' || DIGITS(A.APP_ID),                        03300000
                     CASE WHEN EXISTS                                   03310000
                          (SELECT 1                                     03320000
                             FROM KALA15.APPLICATION_STATUS_HISTORY H   03330000
                            WHERE H.APP_ID = A.APP_ID                   03340000
                              AND H.STATUS_CODE = 'DISBURSED')          03350000
                          THEN 'HISTORY SAYS DISBURSED, NO DISBURSEMENT'03360000
                          ELSE 'PAYMENTS RECEIVED, NO DISBURSEMENT'     03370000
                     END                                                03380000
                FROM KALA15.APPLICATIONS A                              03390000
               WHERE :WS-RULE-CODE = 'NODISB'                           03400000
                 AND A.STATUS = 1                                       03410000
                 AND (EXISTS                                            03420000
                      (SELECT 1                                         03430000
                         FROM KALA15.APPLICATION_STATUS_HISTORY H       03440000
                        WHERE H.APP_ID = A.APP_ID                       03450000
                          AND H.STATUS_CODE = 'DISBURSED')              03460000
                      OR EXISTS                                         03470000
                      (SELECT 1 FROM KALA15.PAYMENT P                   03480000
                        WHERE P.APP_ID = A.APP_ID))                     03490000
                 AND NOT EXISTS                                         03500000
                    (SELECT 1 FROM KALA15.DISBURSEMENT D                03510000
                      WHERE D.APP_ID = A.APP_ID)                        03520000
              UNION ALL                                                 03530000
              SELECT 'APP ' || DIGITS(A.APP_ID),                        03540000
                     'LOAN IN ' || A.CURRENCY_CODE                      03550000
                     || ', DISBURSEMENT ' || DIGITS(D.DISB_ID)          03560000
                     || ' IN ' || D.CURRENCY_CODE                       03570000
                FROM KALA15.APPLICATIONS A                              03580000
                JOIN KALA15.DISBURSEMENT D                              03590000
                  ON D.APP_ID = A.APP_ID                                03600000
               WHERE :WS-RULE-CODE = 'CCYMISM'                          03610000
                 AND D.CURRENCY_CODE <> A.CURRENCY_CODE                 03620000
              UNION ALL                                                 03630000
              SELECT 'APP ' || DIGITS(A.APP_ID),                        03640000
                     'LOAN IN ' || A.CURRENCY_CODE                      03650000
                     || ', DRAW ' || DIGITS(W.DRAW_ID)                  03660000
                     || ' IN ' || W.CURRENCY_CODE                       03670000
                FROM KALA15.APPLICATIONS A                              03680000
                JOIN KALA15.CREDIT_LINE_DRAW W                          03690000
                  ON W.APP_ID = A.APP_ID                                03700000
               WHERE :WS-RULE-CODE = 'CCYMISM'                          03710000
                 AND W.CURRENCY_CODE <> A.CURRENCY_CODE                 03720000
              UNION ALL                                                 03730000
              SELECT 'APP ' || DIGITS(L.APP_ID),                        03740000
                     'COLLATERAL ' || DIGITS(L.COLL_ID)                 03750000
                     || ' STILL PLEDGED AFTER ' || MAX(H.STATUS_CODE)   03760000
                FROM KALA15.COLLATERAL_ALLOCATION L                     03770000
                JOIN KALA15.APPLICATION_STATUS_HISTORY H                03780000
                  ON H.APP_ID = L.APP_ID                                03790000
               WHERE :WS-RULE-CODE = 'COLLOPEN'                         03800000
                 AND L.RELEASE_STATUS IS NULL                           03810000
                 AND H.STATUS_CODE IN ('CLOSED', 'REFINANCED',          03820000
                                       'CONSOLIDATED')                  03830000
               GROUP BY L.APP_ID, L.COLL_ID                             03840000
               ORDER BY 1, 2                                            03850000
           END-EXEC                                                     03860000
           MOVE ZERO TO WS-DEFECT-CNT                                   03870000
           MOVE 'N' TO WS-DEFECT-EOF-SW                                 03880000
           EXEC SQL                                                     03890000
              OPEN DQC                                                  03900000
           END-EXEC                                                     03910000
           PERFORM 980-CHECK-SQL                                        03920000
           PERFORM 310-FETCH-DEFECT UNTIL WS-NO-MORE-DEFECTS            03930000
           EXEC SQL                                                     03940000
              CLOSE DQC                                                 03950000
           END-EXEC                                                     03960000
           IF WS-DEFECT-CNT > DQR-LIST-LIMIT                            03970000
              COMPUTE WS-ED-LIMIT = WS-DEFECT-CNT - DQR-LIST-LIMIT      03980000
              MOVE SPACES TO RPT-LINE                                   03990000
              STRING '    ... AND ' WS-ED-LIMIT ' MORE NOT LISTED'      04000000
                     DELIMITED BY SIZE INTO RPT-LINE                    04010000
              END-STRING                                                04020000
              WRITE RPT-LINE                                            04030000
           END-IF                                                       04040000
           EXIT.                                                        04050000
                                                                        04060000
       310-FETCH-DEFECT.                                                04070000
           EXEC SQL                                                     04080000
              FETCH DQC                                                 04090000
               INTO :WS-DEFECT-KEY, :WS-DEFECT-DETAIL                   04100000
           END-EXEC                                                     04110000
           IF SQLCODE NOT = 00                                          04120000
              PERFORM 980-CHECK-SQL                                     04130000
              MOVE 'Y' TO WS-DEFECT-EOF-SW                              04140000
           ELSE                                                         04150000
              ADD 1 TO WS-DEFECT-CNT                                    04160000
              IF WS-DEFECT-CNT NOT > DQR-LIST-LIMIT                     04170000
                 MOVE SPACES TO RPT-LINE                                04180000
                 STRING '    ' WS-DEFECT-KEY '  ' WS-DEFECT-DETAIL      04190000
                        DELIMITED BY SIZE INTO RPT-LINE                 04200000
                 END-STRING                                             04210000
                 WRITE RPT-LINE                                         04220000
              END-IF                                                    04230000
           END-IF                                                       04240000
           EXIT.                                                        04250000
                                                                        04260000
      *    THE NIGHT'S COUNT GOES INTO THE TREND HISTORY                04270000
       350-RECORD-RESULT.                                               04280000
           MOVE DQR-RULE-CODE  TO DQS-RULE-CODE                         04290000
           MOVE DQR-OWNER-CODE TO DQS-OWNER-CODE                        04300000
           MOVE WS-DEFECT-CNT  TO DQS-DEFECT-CNT                        04310000
           EXEC SQL                                                     04320000
              INSERT INTO KALA15.DQ_RESULT                              04330000
                 (RUN_DATE, RULE_CODE, OWNER_CODE, DEFECT_CNT)          04340000
              VALUES                                                    04350000
                 (DATE(:DQS-RUN-DATE), :DQS-RULE-CODE,                  04360000
                  :DQS-OWNER-CODE, :DQS-DEFECT-CNT)                     04370000
           END-EXEC                                                     04380000
           PERFORM 980-CHECK-SQL                                        04390000
           ADD 1 TO WS-RESULTS-WRITTEN                                  04400000
           ADD WS-DEFECT-CNT TO WS-DEFECTS-TOTAL                        04410000
           MOVE WS-DEFECT-CNT TO WS-ED-CNT                              04420000
           MOVE SPACES TO RPT-LINE                                      04430000
           STRING '    DEFECTS FOUND: ' WS-ED-CNT                       04440000
                  DELIMITED BY SIZE INTO RPT-LINE                       04450000
           END-STRING                                                   04460000
           WRITE RPT-LINE                                               04470000
           EXIT.                                                        04480000
                                                                        04490000
      *    EVERY RULE RUN TONIGHT AGAINST THE LAST EARLIER RUN (WITH    04500000
      *    THE CHANGE) AND THE NEAREST RUNS A WEEK AND A MONTH BACK     04510000
       400-PRINT-SCORECARD.                                             04520000
           EXEC SQL                                                     04530000
              DECLARE SCOREC CURSOR FOR                                 04540000
              SELECT R.OWNER_CODE, R.RULE_CODE, R.DEFECT_CNT,           04550000
                     COALESCE(                                          04560000
                        (SELECT P.DEFECT_CNT                            04570000
                           FROM KALA15.DQ_RESULT P                      04580000
                          WHERE P.RULE_CODE = R.RULE_CODE               04590000
                            AND P.RUN_DATE < R.RUN_DATE                 04600000
                          ORDER BY P.RUN_DATE DESC                      04610000
                          FETCH FIRST 1 ROW ONLY), -1),                 04620000
                     COALESCE(                                          04630000
                        (SELECT P.DEFECT_CNT                            04640000
                           FROM KALA15.DQ_RESULT P                      04650000
                          WHERE P.RULE_CODE = R.RULE_CODE               04660000
                            AND P.RUN_DATE <= R.RUN_DATE - 7 DAYS       04670000
                          ORDER BY P.RUN_DATE DESC                      04680000
                          FETCH FIRST 1 ROW ONLY), -1),                 04690000
                     COALESCE(                                          04700000
                        (SELECT P.DEFECT_CNT                            04710000
                           FROM KALA15.DQ_RESULT P                      04720000
                          WHERE P.RULE_CODE = R.RULE_CODE               04730000
                            AND P.RUN_DATE <= R.RUN_DATE - 1 MONTH      04740000
                          ORDER BY P.RUN_DATE DESC                      04750000
                          FETCH FIRST 1 ROW ONLY), -1)                  04760000
                FROM KALA15.DQ_RESULT R                                 04770000
               WHERE R.RUN_DATE = DATE(:WS-RUN-DATE)                    04780000
               ORDER BY 1, 2                                            04790000
           END-EXEC                                                     04800000
           MOVE SPACES TO RPT-LINE                                      04810000
           WRITE RPT-LINE                                               04820000
           MOVE ALL '=' TO RPT-LINE                                     04830000
           WRITE RPT-LINE                                               04840000
           MOVE SPACES TO RPT-LINE                                      04850000
           STRING 'OWNER    RULE       TONIGHT  LAST RUN   CHANGE'      04860000
                  '  WEEK AGO MONTH AGO'                                04870000
                  DELIMITED BY SIZE INTO RPT-LINE                       04880000
           END-STRING                                                   04890000
           WRITE RPT-LINE                                               04900000
           EXEC SQL                                                     04910000
              OPEN SCOREC                                               04920000
           END-EXEC                                                     04930000
           PERFORM 980-CHECK-SQL                                        04940000
           PERFORM 410-PRINT-SCORE-LINE UNTIL WS-NO-MORE-SCORES         04950000
           EXEC SQL                                                     04960000
              CLOSE SCOREC                                              04970000
           END-EXEC                                                     04980000
           EXIT.                                                        04990000
                                                                        05000000
       410-PRINT-SCORE-LINE.                                            05010000
           EXEC SQL                                                     05020000
              FETCH SCOREC                                              05030000
               INTO :WS-S-OWNER, :WS-S-RULE, :WS-S-TODAY,               05040000
                    :WS-S-PREV, :WS-S-WEEK, :WS-S-MONTH                 05050000
           END-EXEC                                                     05060000
           IF SQLCODE NOT = 00                                          05070000
              PERFORM 980-CHECK-SQL                                     05080000
              MOVE 'Y' TO WS-SCORE-EOF-SW                               05090000
           ELSE                                                         05100000
              MOVE WS-S-TODAY TO WS-ED-CNT                              05110000
              MOVE WS-S-PREV  TO WS-HIST-CNT                            05120000
              PERFORM 420-EDIT-HISTORY                                  05130000
              MOVE WS-HIST-TEXT TO WS-ED-PREV                           05140000
              MOVE WS-S-WEEK  TO WS-HIST-CNT                            05150000
              PERFORM 420-EDIT-HISTORY                                  05160000
              MOVE WS-HIST-TEXT TO WS-ED-WEEK                           05170000
              MOVE WS-S-MONTH TO WS-HIST-CNT                            05180000
              PERFORM 420-EDIT-HISTORY                                  05190000
              MOVE WS-HIST-TEXT TO WS-ED-MONTH                          05200000
              IF WS-S-PREV < ZERO                                       05210000
                 MOVE SPACES TO WS-ED-CHANGE-TEXT                       05220000
              ELSE                                                      05230000
                 COMPUTE WS-ED-CHANGE = WS-S-TODAY - WS-S-PREV          05240000
                 MOVE SPACES TO WS-ED-CHANGE-TEXT                       05250000
                 MOVE WS-ED-CHANGE TO WS-ED-CHANGE-TEXT (2:7)           05260000
              END-IF                                                    05270000
              MOVE SPACES TO RPT-LINE                                   05280000
              STRING WS-S-OWNER ' ' WS-S-RULE '  ' WS-ED-CNT            05290000
                     ' ' WS-ED-PREV WS-ED-CHANGE-TEXT                   05300000
                     ' ' WS-ED-WEEK ' ' WS-ED-MONTH                     05310000
                     DELIMITED BY SIZE INTO RPT-LINE                    05320000
              END-STRING                                                05330000
              WRITE RPT-LINE                                            05340000
           END-IF                                                       05350000
           EXIT.                                                        05360000
                                                                        05370000
      *    A COUNT FROM THE HISTORY, OR NEW WHERE THE RULE HAD NOT YET  05380000
      *    RUN THAT FAR BACK                                            05390000
       420-EDIT-HISTORY.                                                05400000
           IF WS-HIST-CNT < ZERO                                        05410000
              MOVE '      NEW' TO WS-HIST-TEXT                          05420000
           ELSE                                                         05430000
              MOVE WS-HIST-CNT TO WS-ED-HIST                            05440000
              MOVE SPACES TO WS-HIST-TEXT                               05450000
              MOVE WS-ED-HIST TO WS-HIST-TEXT (2:8)                     05460000
           END-IF                                                       05470000
           EXIT.                                                        05480000
                                                                        05490000
       900-TERMINATE.                                                   05500000
           PERFORM 950-LOG-RUN-HISTORY                                  05510000
           EXEC SQL                                                     05520000
              COMMIT                                                    05530000
           END-EXEC                                                     05540000
           CLOSE DQ-REPORT                                              05550000
           DISPLAY 'LOANDQSC - RUN DATE       : ' WS-RUN-DATE           05560000
           DISPLAY 'LOANDQSC - RULES RUN      : ' WS-RULES-RUN          05570000
           DISPLAY 'LOANDQSC - RULES ADDED    : ' WS-RULES-ADDED        05580000
           DISPLAY 'LOANDQSC - RULES UNKNOWN  : ' WS-RULES-UNKNOWN      05590000
           DISPLAY 'LOANDQSC - DEFECTS FOUND  : ' WS-DEFECTS-TOTAL      05600000
           DISPLAY 'LOANDQSC - ROWS REPLACED  : ' WS-ROWS-REPLACED      05610000
           EXIT.                                                        05620000
                                                                        05630000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      05640000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      05650000
      *    CONSOLE'S DURATION TRENDING                                  05660000
       950-LOG-RUN-HISTORY.                                             05670000
           EXEC SQL                                                     05680000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       05690000
                INTO :RUNH-RUN-ID                                       05700000
                FROM KALA15.BATCH_RUN_HISTORY                           05710000
           END-EXEC                                                     05720000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            05730000
           MOVE WS-RULES-RUN TO RUNH-RECS-READ                          05740000
           MOVE WS-RULES-ADDED TO RUNH-RECS-UPDATED                     05750000
           MOVE WS-RESULTS-WRITTEN TO RUNH-RECS-WRITTEN                 05760000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              05770000
           EXEC SQL                                                     05780000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      05790000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        05800000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   05810000
              VALUES                                                    05820000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          05830000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   05840000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               05850000
                  :RUNH-RUN-RC)                                         05860000
           END-EXEC                                                     05870000
           EXIT.                                                        05880000
                                                                        05890000
      *    THE NIGHT IS WRITTEN WHOLE OR NOT AT ALL - A FAILURE ROLLS   05900000
      *    BACK THE ROWS THIS RUN WROTE AND LEAVES THE LAST RUN'S IN    05910000
      *    PLACE                                                        05920000
       980-CHECK-SQL.                                                   05930000
           IF SQLCODE < 0                                               05940000
              MOVE SQLCODE TO WS-ED-SQLCODE                             05950000
              DISPLAY 'LOANDQSC - DATA-QUALITY RUN FAILED, SQLCODE '    05960000
                      WS-ED-SQLCODE                                     05970000
              EXEC SQL                                                  05980000
                 ROLLBACK                                               05990000
              END-EXEC                                                  06000000
              MOVE 16 TO RETURN-CODE                                    06010000
              PERFORM 950-LOG-RUN-HISTORY                               06020000
              EXEC SQL                                                  06030000
                 COMMIT                                                 06040000
              END-EXEC                                                  06050000
              CLOSE DQ-REPORT                                           06060000
              STOP RUN                                                  06070000
           END-IF                                                       06080000
           EXIT.                                                        06090000
