       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANBSCI.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT BUREAU-SCORES ASSIGN TO BSCIN                         00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-BSI-STATUS.                            00080000
           SELECT MOVERS-REPORT ASSIGN TO BSCRPT                        00090000
               ORGANIZATION IS SEQUENTIAL                               00100000
               FILE STATUS IS WS-MOV-STATUS.                            00110000
           SELECT REJECT-FILE   ASSIGN TO BSCREJ                        00120000
               ORGANIZATION IS SEQUENTIAL                               00130000
               FILE STATUS IS WS-REJECT-STATUS.                         00140000
       DATA DIVISION.                                                   00150000
       FILE SECTION.                                                    00160000
      *    THE BUREAU'S ANSWER TO THE MONTHLY RE-SCORING REQUEST -      00170000
      *    ONE RECORD PER BORROWER SENT, 'OK' WITH A FRESH SCORE OR     00180000
      *    'NF' WHEN THE BUREAU HOLDS NO FILE ON THE PERSON             00190000
       FD  BUREAU-SCORES                                                00200000
           RECORDING MODE F                                             00210000
           LABEL RECORDS STANDARD.                                      00220000
       01  BSI-RECORD.                                                  00230000
           05  BSI-SSN             PIC X(11).                           00240000
           05  BSI-SCORE           PIC 9(04).                           00250000
           05  BSI-RESULT          PIC X(02).                           00260000
               88  BSI-SCORED      VALUE 'OK'.                          00270000
               88  BSI-NO-FILE     VALUE 'NF'.                          00280000
           05  FILLER              PIC X(63).                           00290000
                                                                        00300000
      *    THE LARGEST SCORE MOVERS SINCE THE PREVIOUS SCORE, BIGGEST   00310000
      *    MOVEMENT FIRST, FOR CREDIT RISK'S MONTHLY REVIEW             00320000
       FD  MOVERS-REPORT                                                00330000
           RECORDING MODE F                                             00340000
           LABEL RECORDS STANDARD.                                      00350000
       01  MOV-RPT-LINE            PIC X(132).                          00360000
                                                                        00370000
       FD  REJECT-FILE                                                  00380000
           RECORDING MODE F                                             00390000
           LABEL RECORDS STANDARD.                                      00400000
       01  REJECT-RECORD.                                               00410000
           05  REJ-REASON          PIC X(28).                           00420000
           05  REJ-DETAIL          PIC X(52).                           00430000
                                                                        00440000
       WORKING-STORAGE SECTION.                                         00450000
           EXEC SQL                                                     00460000
              INCLUDE SQLCA                                             00470000
           END-EXEC.                                                    00480000
           EXEC SQL                                                     00490000
              INCLUDE SCOREHST                                          00500000
           END-EXEC.                                                    00510000
           EXEC SQL                                                     00520000
              INCLUDE RUNHIST                                           00530000
           END-EXEC.                                                    00540000
           EXEC SQL                                                     00550000
              INCLUDE PROCFILE                                          00560000
           END-EXEC.                                                    00570000
           EXEC SQL                                                     00580000
              INCLUDE BUSPARM                                           00590000
           END-EXEC.                                                    00600000
                                                                        00610000
           COPY FILEENV.                                                00620000
                                                                        00630000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00640000
           88  WS-NO-MORE-FEED     VALUE 'Y'.                           00650000
       01  WS-MOV-EOF-SW           PIC X     VALUE 'N'.                 00660000
           88  WS-NO-MORE-MOVERS   VALUE 'Y'.                           00670000
       01  WS-BSI-STATUS           PIC XX    VALUE '00'.                00680000
       01  WS-MOV-STATUS           PIC XX    VALUE '00'.                00690000
       01  WS-REJECT-STATUS        PIC XX    VALUE '00'.                00700000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANBSCI'.          00710000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00720000
       01  WS-RECS-READ            PIC 9(7)  VALUE ZERO.                00730000
       01  WS-SCORES-LOADED        PIC 9(7)  VALUE ZERO.                00740000
       01  WS-NO-FILE-CNT          PIC 9(7)  VALUE ZERO.                00750000
       01  WS-RECS-REJECTED        PIC 9(7)  VALUE ZERO.                00760000
       01  WS-MOVERS-LISTED        PIC 9(7)  VALUE ZERO.                00770000
       01  WS-CUST-CNT             PIC S9(9) COMP.                      00780000
      *    THE HIGHEST SCORE_ID BEFORE THIS FILE - EVERYTHING ABOVE     00790000
      *    IT WAS LOADED BY THIS RUN                                    00800000
       01  WS-FIRST-SCORE-ID       PIC S9(9) COMP VALUE ZERO.           00810000
      *    HOW MANY MOVERS THE REPORT LISTS AND THE SMALLEST            00820000
      *    MOVEMENT WORTH LISTING - BUSINESS_PARAM                      00830000
      *    BUREAU_MOVERS_TOP / BUREAU_MOVER_PTS                         00840000
       01  WS-MOVERS-TOP           PIC S9(7) COMP-3 VALUE 50.           00850000
       01  WS-MOVER-MIN-PTS        PIC S9(9) COMP VALUE 30.             00860000
       01  WS-MOV-SSN              PIC X(11).                           00870000
       01  WS-MOV-F-NAME           PIC X(15).                           00880000
       01  WS-MOV-L-NAME           PIC X(15).                           00890000
       01  WS-MOV-PRIOR            PIC S9(9) COMP.                      00900000
       01  WS-MOV-NEW              PIC S9(9) COMP.                      00910000
       01  WS-MOV-CHANGE           PIC S9(9) COMP.                      00920000
       01  WS-ED-SCORE             PIC ZZZ9.                            00930000
       01  WS-ED-CHANGE            PIC -(4)9.                           00940000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00950000
      *    ENVELOPE VALIDATION WORK FIELDS - THE WHOLE FILE IS PROVEN   00960000
      *    BEFORE THE FIRST DATABASE CHANGE                             00970000
       01  WS-ENV-DATA-CNT         PIC 9(7)  VALUE ZERO.                00980000
       01  WS-ENV-HASH             PIC 9(13)V9(2) COMP-3 VALUE ZERO.    00990000
       01  WS-ENV-EXP-CNT          PIC 9(7)  VALUE ZERO.                01000000
       01  WS-ENV-EXP-HASH         PIC 9(13)V9(2) COMP-3 VALUE ZERO.    01010000
       01  WS-ENV-TRAILER-SW       PIC X     VALUE 'N'.                 01020000
           88  WS-ENV-GOT-TRAILER  VALUE 'Y'.                           01030000
       01  WS-ENV-EOF-SW           PIC X     VALUE 'N'.                 01040000
           88  WS-ENV-AT-EOF       VALUE 'Y'.                           01050000
       01  WS-FILE-SOURCE          PIC X(8).                            01060000
       01  WS-FILE-BUSDATE         PIC X(10).                           01070000
       01  WS-DATE-AGE             PIC S9(9) COMP.                      01080000
       01  WS-DUP-CNT              PIC S9(9) COMP.                      01090000
       01  WS-STALE-LIMIT          PIC S9(3) COMP-3 VALUE 5.            01100000
                                                                        01110000
       PROCEDURE DIVISION.                                              01120000
       000-MAIN-PARA.                                                   01130000
           PERFORM 100-INITIALIZE                                       01140000
           PERFORM 200-LOAD-ONE-SCORE UNTIL WS-NO-MORE-FEED             01150000
           PERFORM 500-REPORT-MOVERS                                    01160000
           PERFORM 900-TERMINATE                                        01170000
           STOP RUN.                                                    01180000
                                                                        01190000
       100-INITIALIZE.                                                  01200000
           EXEC SQL                                                     01210000
              SELECT CHAR(CURRENT TIMESTAMP)                            01220000
                INTO :WS-RUN-START                                      01230000
                FROM SYSIBM.SYSDUMMY1                                   01240000
           END-EXEC                                                     01250000
           OPEN INPUT  BUREAU-SCORES                                    01260000
           IF WS-BSI-STATUS NOT = '00'                                  01270000
              DISPLAY 'LOANBSCI - UNABLE TO OPEN BSCIN, STATUS = '      01280000
                      WS-BSI-STATUS                                     01290000
              MOVE 16 TO RETURN-CODE                                    01300000
              STOP RUN                                                  01310000
           END-IF                                                       01320000
           OPEN OUTPUT MOVERS-REPORT                                    01330000
           OPEN OUTPUT REJECT-FILE                                      01340000
           IF WS-MOV-STATUS NOT = '00' OR WS-REJECT-STATUS NOT = '00'   01350000
              DISPLAY 'LOANBSCI - UNABLE TO OPEN OUTPUT FILES'          01360000
              MOVE 16 TO RETURN-CODE                                    01370000
              STOP RUN                                                  01380000
           END-IF                                                       01390000
           PERFORM 120-VALIDATE-ENVELOPE                                01400000
           PERFORM 140-LOAD-PARAMS                                      01410000
           EXEC SQL                                                     01420000
              SELECT COALESCE(MAX(SCORE_ID), 0)                         01430000
                INTO :WS-FIRST-SCORE-ID                                 01440000
                FROM KALA15.CREDIT_SCORE_HISTORY                        01450000
           END-EXEC                                                     01460000
           MOVE WS-FIRST-SCORE-ID TO CSH-SCORE-ID                       01470000
           PERFORM 110-READ-FEED                                        01480000
           EXIT.                                                        01490000
                                                                        01500000
       110-READ-FEED.                                                   01510000
           READ BUREAU-SCORES                                           01520000
              AT END                                                    01530000
                 MOVE 'Y' TO WS-EOF-SW                                  01540000
           END-READ                                                     01550000
           IF WS-BSI-STATUS NOT = '00'                                  01560000
              AND WS-BSI-STATUS NOT = '10'                              01570000
              DISPLAY 'LOANBSCI - ERROR READING BSCIN, STATUS = '       01580000
                      WS-BSI-STATUS                                     01590000
              MOVE 16 TO RETURN-CODE                                    01600000
              STOP RUN                                                  01610000
           END-IF                                                       01620000
           IF NOT WS-NO-MORE-FEED                                       01630000
              ADD 1 TO WS-RECS-READ                                     01640000
           END-IF                                                       01650000
           EXIT.                                                        01660000
                                                                        01670000
      *    PROVES THE ENVELOPE BEFORE ANYTHING TOUCHES THE DATABASE:    01680000
      *    THE FILE MUST OPEN WITH ITS HDR, THE BUSINESS DATE MUST BE   01690000
      *    CURRENT (NOT FUTURE, NOT OLDER THAN BUREAU_STALE_DAYS, NOT   01700000
      *    ALREADY ON THE PROCESSED-FILES TABLE), AND THE TRL COUNT     01710000
      *    AND HASH TOTAL OVER THE SCORES MUST MATCH WHAT IS            01720000
      *    ACTUALLY IN THE FILE - A TRUNCATED TRANSFER OR A RE-SENT     01730000
      *    MONTH IS REFUSED WHOLE. THE FILE IS THEN CLOSED AND          01740000
      *    REOPENED FOR THE LOAD PASS                                   01750000
       120-VALIDATE-ENVELOPE.                                           01760000
           READ BUREAU-SCORES                                           01770000
              AT END                                                    01780000
                 MOVE 'Y' TO WS-ENV-EOF-SW                              01790000
           END-READ                                                     01800000
           MOVE BSI-RECORD TO ENV-RECORD                                01810000
           IF WS-ENV-AT-EOF OR NOT ENV-HEADER                           01820000
              DISPLAY 'LOANBSCI - SCORES HAVE NO HDR ENVELOPE - '       01830000
                      'REFUSED'                                         01840000
              MOVE 16 TO RETURN-CODE                                    01850000
              STOP RUN                                                  01860000
           END-IF                                                       01870000
           MOVE ENV-SOURCE-ID     TO WS-FILE-SOURCE                     01880000
           MOVE ENV-BUSINESS-DATE TO WS-FILE-BUSDATE                    01890000
           PERFORM 125-CHECK-BUSINESS-DATE                              01900000
           PERFORM 130-TALLY-ENVELOPE UNTIL WS-ENV-AT-EOF               01910000
           IF NOT WS-ENV-GOT-TRAILER                                    01920000
              DISPLAY 'LOANBSCI - SCORES HAVE NO TRL RECORD - REFUSED'  01930000
              MOVE 16 TO RETURN-CODE                                    01940000
              STOP RUN                                                  01950000
           END-IF                                                       01960000
           IF WS-ENV-DATA-CNT NOT = WS-ENV-EXP-CNT                      01970000
              DISPLAY 'LOANBSCI - RECORD COUNT DOES NOT PROVE - '       01980000
                      'REFUSED'                                         01990000
              MOVE 16 TO RETURN-CODE                                    02000000
              STOP RUN                                                  02010000
           END-IF                                                       02020000
           IF WS-ENV-HASH NOT = WS-ENV-EXP-HASH                         02030000
              DISPLAY 'LOANBSCI - HASH TOTAL DOES NOT PROVE - '         02040000
                      'REFUSED'                                         02050000
              MOVE 16 TO RETURN-CODE                                    02060000
              STOP RUN                                                  02070000
           END-IF                                                       02080000
           CLOSE BUREAU-SCORES                                          02090000
           OPEN INPUT BUREAU-SCORES                                     02100000
           IF WS-BSI-STATUS NOT = '00'                                  02110000
              DISPLAY 'LOANBSCI - UNABLE TO REOPEN BSCIN'               02120000
              MOVE 16 TO RETURN-CODE                                    02130000
              STOP RUN                                                  02140000
           END-IF                                                       02150000
           EXIT.                                                        02160000
                                                                        02170000
      *    THE BUREAU TURNS THE REQUEST ROUND IN DAYS, NOT HOURS -      02180000
      *    THE HDR DATE IS THE DATE IT SCORED, SO THE STALE LIMIT       02190000
      *    IS ITS OWN PARAMETER RATHER THAN FEED_STALE_DAYS             02200000
       125-CHECK-BUSINESS-DATE.                                         02210000
           MOVE 5 TO WS-STALE-LIMIT                                     02220000
           MOVE 'BUREAU_STALE_DAYS' TO BUSPARM-NAME                     02230000
           PERFORM 145-FETCH-ONE-PARAM                                  02240000
           IF SQLCODE = 00                                              02250000
              MOVE BUSPARM-VALUE TO WS-STALE-LIMIT                      02260000
           END-IF                                                       02270000
                                                                        02280000
           EXEC SQL                                                     02290000
              SELECT DAYS(CURRENT DATE)                                 02300000
                     - DAYS(DATE(:WS-FILE-BUSDATE))                     02310000
                INTO :WS-DATE-AGE                                       02320000
                FROM SYSIBM.SYSDUMMY1                                   02330000
           END-EXEC                                                     02340000
           IF SQLCODE NOT = 00                                          02350000
              DISPLAY 'LOANBSCI - HDR BUSINESS DATE INVALID: '          02360000
                      WS-FILE-BUSDATE                                   02370000
              MOVE 16 TO RETURN-CODE                                    02380000
              STOP RUN                                                  02390000
           END-IF                                                       02400000
           IF WS-DATE-AGE < ZERO                                        02410000
              DISPLAY 'LOANBSCI - HDR BUSINESS DATE IN THE FUTURE - '   02420000
                      'REFUSED'                                         02430000
              MOVE 16 TO RETURN-CODE                                    02440000
              STOP RUN                                                  02450000
           END-IF                                                       02460000
           IF WS-DATE-AGE > WS-STALE-LIMIT                              02470000
              DISPLAY 'LOANBSCI - HDR BUSINESS DATE STALE - REFUSED'    02480000
              MOVE 16 TO RETURN-CODE                                    02490000
              STOP RUN                                                  02500000
           END-IF                                                       02510000
                                                                        02520000
           EXEC SQL                                                     02530000
              SELECT COUNT(*)                                           02540000
                INTO :WS-DUP-CNT                                        02550000
                FROM KALA15.PROCESSED_FILES                             02560000
               WHERE SOURCE_ID = :WS-FILE-SOURCE                        02570000
                 AND BUSINESS_DATE = DATE(:WS-FILE-BUSDATE)             02580000
           END-EXEC                                                     02590000
           IF WS-DUP-CNT > ZERO                                         02600000
              DISPLAY 'LOANBSCI - BUSINESS DATE ALREADY PROCESSED - '   02610000
                      'REFUSED'                                         02620000
              MOVE 16 TO RETURN-CODE                                    02630000
              STOP RUN                                                  02640000
           END-IF                                                       02650000
           EXIT.                                                        02660000
                                                                        02670000
       130-TALLY-ENVELOPE.                                              02680000
           READ BUREAU-SCORES                                           02690000
              AT END                                                    02700000
                 MOVE 'Y' TO WS-ENV-EOF-SW                              02710000
           END-READ                                                     02720000
           IF NOT WS-ENV-AT-EOF                                         02730000
              MOVE BSI-RECORD TO ENV-RECORD                             02740000
              IF ENV-TRAILER                                            02750000
                 SET WS-ENV-GOT-TRAILER TO TRUE                         02760000
                 MOVE ENV-RECORD-COUNT TO WS-ENV-EXP-CNT                02770000
                 MOVE ENV-HASH-TOTAL   TO WS-ENV-EXP-HASH               02780000
              ELSE                                                      02790000
                 ADD 1 TO WS-ENV-DATA-CNT                               02800000
                 IF BSI-SCORE IS NUMERIC                                02810000
                    ADD BSI-SCORE TO WS-ENV-HASH                        02820000
                 END-IF                                                 02830000
              END-IF                                                    02840000
           END-IF                                                       02850000
           EXIT.                                                        02860000
                                                                        02870000
       140-LOAD-PARAMS.                                                 02880000
           MOVE 'BUREAU_MOVERS_TOP' TO BUSPARM-NAME                     02890000
           PERFORM 145-FETCH-ONE-PARAM                                  02900000
           IF SQLCODE = 00                                              02910000
              MOVE BUSPARM-VALUE TO WS-MOVERS-TOP                       02920000
           END-IF                                                       02930000
           MOVE 'BUREAU_MOVER_PTS' TO BUSPARM-NAME                      02940000
           PERFORM 145-FETCH-ONE-PARAM                                  02950000
           IF SQLCODE = 00                                              02960000
              MOVE BUSPARM-VALUE TO WS-MOVER-MIN-PTS                    02970000
           END-IF                                                       02980000
           EXIT.                                                        02990000
                                                                        03000000
       145-FETCH-ONE-PARAM.                                             03010000
           EXEC SQL                                                     03020000
              SELECT PARAM_VALUE                                        03030000
                INTO :BUSPARM-VALUE                                     03040000
                FROM KALA15.BUSINESS_PARAM                              03050000
               WHERE PARAM_NAME = :BUSPARM-NAME                         03060000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     03070000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     03080000
           END-EXEC                                                     03090000
           EXIT.                                                        03100000
                                                                        03110000
      *    EVERY SCORED BORROWER GETS A DATED HISTORY ROW AS AT THE     03120000
      *    HDR DATE - THE NEWEST ROW IS THE SCORE LOANGRAD AND LOANECL  03130000
      *    WORK FROM. A BAD RECORD GOES TO THE REJECTS FILE WITH ITS    03140000
      *    REASON; A NO-FILE ANSWER LEAVES THE PREVIOUS SCORE STANDING  03150000
       200-LOAD-ONE-SCORE.                                              03160000
           MOVE BSI-RECORD TO ENV-RECORD                                03170000
           EVALUATE TRUE                                                03180000
              WHEN ENV-HEADER OR ENV-TRAILER                            03190000
                 CONTINUE                                               03200000
              WHEN BSI-NO-FILE                                          03210000
                 ADD 1 TO WS-NO-FILE-CNT                                03220000
              WHEN NOT BSI-SCORED                                       03230000
                 MOVE 'UNKNOWN RESULT CODE' TO REJ-REASON               03240000
                 MOVE BSI-RECORD (1:52) TO REJ-DETAIL                   03250000
                 WRITE REJECT-RECORD                                    03260000
                 ADD 1 TO WS-RECS-REJECTED                              03270000
              WHEN BSI-SCORE IS NOT NUMERIC                             03280000
                 MOVE 'SCORE NOT NUMERIC' TO REJ-REASON                 03290000
                 MOVE BSI-RECORD (1:52) TO REJ-DETAIL                   03300000
                 WRITE REJECT-RECORD                                    03310000
                 ADD 1 TO WS-RECS-REJECTED                              03320000
              WHEN OTHER                                                03330000
                 PERFORM 210-INSERT-SCORE                               03340000
           END-EVALUATE                                                 03350000
           PERFORM 110-READ-FEED                                        03360000
           EXIT.                                                        03370000
                                                                        03380000
       210-INSERT-SCORE.                                                03390000
           MOVE BSI-SSN TO CSH-CUST-SSN                                 03400000
           MOVE ZERO TO WS-CUST-CNT                                     03410000
           EXEC SQL                                                     03420000
              SELECT COUNT(*)                                           03430000
                INTO :WS-CUST-CNT                                       03440000
                FROM KALA15.CUSTOMER                                    03450000
               WHERE SSN = :CSH-CUST-SSN                                03460000
           END-EXEC                                                     03470000
           IF WS-CUST-CNT = ZERO                                        03480000
              MOVE 'NOT A CUSTOMER' TO REJ-REASON                       03490000
              MOVE BSI-RECORD (1:52) TO REJ-DETAIL                      03500000
              WRITE REJECT-RECORD                                       03510000
              ADD 1 TO WS-RECS-REJECTED                                 03520000
           ELSE                                                         03530000
              ADD 1 TO CSH-SCORE-ID                                     03540000
              MOVE WS-FILE-BUSDATE TO CSH-SCORE-DATE                    03550000
              MOVE BSI-SCORE       TO CSH-CREDIT-SCORE                  03560000
              MOVE 'BUREAU  '      TO CSH-SCORE-SOURCE                  03570000
              EXEC SQL                                                  03580000
                 INSERT INTO KALA15.CREDIT_SCORE_HISTORY                03590000
                        (SCORE_ID, CUST_SSN, SCORE_DATE,                03600000
                         CREDIT_SCORE, SCORE_SOURCE)                    03610000
                 VALUES (:CSH-SCORE-ID, :CSH-CUST-SSN,                  03620000
                         DATE(:CSH-SCORE-DATE), :CSH-CREDIT-SCORE,      03630000
                         :CSH-SCORE-SOURCE)                             03640000
              END-EXEC                                                  03650000
              PERFORM 980-CHECK-SQL                                     03660000
              ADD 1 TO WS-SCORES-LOADED                                 03670000
           END-IF                                                       03680000
           EXIT.                                                        03690000
                                                                        03700000
      *    EACH SCORE THIS RUN LOADED AGAINST THE ONE BEFORE IT - THE   03710000
      *    PREVIOUS HISTORY ROW, OR FOR A BORROWER RE-SCORED FOR THE    03720000
      *    FIRST TIME THE SCORE THEIR LATEST APPLICATION WAS            03730000
      *    UNDERWRITTEN ON. BIGGEST MOVEMENT EITHER WAY FIRST           03740000
       500-REPORT-MOVERS.                                               03750000
           EXEC SQL                                                     03760000
              DECLARE MOVERC CURSOR FOR                                 03770000
              SELECT M.CUST_SSN, C.F_NAME, C.L_NAME,                    03780000
                     M.PRIOR_SCORE, M.NEW_SCORE                         03790000
                FROM (SELECT H.CUST_SSN, H.CREDIT_SCORE AS NEW_SCORE,   03800000
                             COALESCE(                                  03810000
                                (SELECT H2.CREDIT_SCORE                 03820000
                                   FROM KALA15.CREDIT_SCORE_HISTORY H2  03830000
                                  WHERE H2.CUST_SSN = H.CUST_SSN        03840000
                                    AND H2.SCORE_ID < H.SCORE_ID        03850000
                                  ORDER BY H2.SCORE_ID DESC             03860000
                                  FETCH FIRST 1 ROW ONLY),              03870000
                                (SELECT A.CREDIT_SCORE                  03880000
                                   FROM KALA15.APPLICATIONS A           03890000
                                  WHERE A.CUST_SSN = H.CUST_SSN         03900000
                                    AND A.CREDIT_SCORE IS NOT NULL      03910000
                                  ORDER BY A.APP_ID DESC                03920000
                                  FETCH FIRST 1 ROW ONLY),              03930000
                                H.CREDIT_SCORE) AS PRIOR_SCORE          03940000
                        FROM KALA15.CREDIT_SCORE_HISTORY H              03950000
                       WHERE H.SCORE_ID > :WS-FIRST-SCORE-ID) AS M,     03960000
                     KALA15.CUSTOMER C                                  03970000
               WHERE C.SSN = M.CUST_SSN                                 03980000
                 AND ABS(M.NEW_SCORE - M.PRIOR_SCORE)                   03990000
                     >= :WS-MOVER-MIN-PTS                               04000000
               ORDER BY ABS(M.NEW_SCORE - M.PRIOR_SCORE) DESC,          04010000
                        M.CUST_SSN                                      04020000
           END-EXEC                                                     04030000
           EXEC SQL                                                     04040000
              OPEN MOVERC                                               04050000
           END-EXEC                                                     04060000
           PERFORM 980-CHECK-SQL                                        04070000
                                                                        04080000
           MOVE SPACES TO MOV-RPT-LINE                                  04090000
           STRING 'CREDIT BUREAU RE-SCORING - LARGEST MOVERS  SCORED '  04100000
                  WS-FILE-BUSDATE DELIMITED BY SIZE                     04110000
                  INTO MOV-RPT-LINE                                     04120000
           END-STRING                                                   04130000
           WRITE MOV-RPT-LINE                                           04140000
           MOVE SPACES TO MOV-RPT-LINE                                  04150000
           WRITE MOV-RPT-LINE                                           04160000
           MOVE SPACES TO MOV-RPT-LINE                                  04170000
           MOVE 'SSN'                      TO MOV-RPT-LINE (1:3)        04180000
           MOVE 'NAME'                     TO MOV-RPT-LINE (14:4)       04190000
           MOVE 'PRIOR'                    TO MOV-RPT-LINE (47:5)       04200000
           MOVE 'NEW'                      TO MOV-RPT-LINE (55:3)       04210000
           MOVE 'CHANGE'                   TO MOV-RPT-LINE (61:6)       04220000
           WRITE MOV-RPT-LINE                                           04230000
                                                                        04240000
           PERFORM 510-LIST-ONE-MOVER                                   04250000
              UNTIL WS-NO-MORE-MOVERS                                   04260000
                 OR WS-MOVERS-LISTED >= WS-MOVERS-TOP                   04270000
           EXEC SQL                                                     04280000
              CLOSE MOVERC                                              04290000
           END-EXEC                                                     04300000
           EXIT.                                                        04310000
                                                                        04320000
       510-LIST-ONE-MOVER.                                              04330000
           EXEC SQL                                                     04340000
              FETCH MOVERC                                              04350000
                INTO :WS-MOV-SSN, :WS-MOV-F-NAME, :WS-MOV-L-NAME,       04360000
                     :WS-MOV-PRIOR, :WS-MOV-NEW                         04370000
           END-EXEC                                                     04380000
           IF SQLCODE NOT = 00                                          04390000
              PERFORM 980-CHECK-SQL                                     04400000
              MOVE 'Y' TO WS-MOV-EOF-SW                                 04410000
           ELSE                                                         04420000
              COMPUTE WS-MOV-CHANGE = WS-MOV-NEW - WS-MOV-PRIOR         04430000
              MOVE SPACES TO MOV-RPT-LINE                               04440000
              MOVE WS-MOV-SSN                TO MOV-RPT-LINE (1:11)     04450000
              STRING WS-MOV-F-NAME DELIMITED BY SPACE                   04460000
                     ' '           DELIMITED BY SIZE                    04470000
                     WS-MOV-L-NAME DELIMITED BY SPACE                   04480000
                     INTO MOV-RPT-LINE (14:31)                          04490000
              END-STRING                                                04500000
              MOVE WS-MOV-PRIOR TO WS-ED-SCORE                          04510000
              MOVE WS-ED-SCORE               TO MOV-RPT-LINE (48:4)     04520000
              MOVE WS-MOV-NEW TO WS-ED-SCORE                            04530000
              MOVE WS-ED-SCORE               TO MOV-RPT-LINE (54:4)     04540000
              MOVE WS-MOV-CHANGE TO WS-ED-CHANGE                        04550000
              MOVE WS-ED-CHANGE              TO MOV-RPT-LINE (62:5)     04560000
              IF WS-MOV-CHANGE < ZERO                                   04570000
                 MOVE 'DOWN'                 TO MOV-RPT-LINE (69:4)     04580000
              ELSE                                                      04590000
                 MOVE 'UP'                   TO MOV-RPT-LINE (69:2)     04600000
              END-IF                                                    04610000
              WRITE MOV-RPT-LINE                                        04620000
              ADD 1 TO WS-MOVERS-LISTED                                 04630000
           END-IF                                                       04640000
           EXIT.                                                        04650000
                                                                        04660000
       900-TERMINATE.                                                   04670000
      *    THE FILE IS ON RECORD AS PROCESSED - THE SAME BUSINESS       04680000
      *    DATE FROM THE BUREAU WILL BE REFUSED FROM NOW ON             04690000
           MOVE WS-FILE-SOURCE  TO PROCF-SOURCE-ID                      04700000
           MOVE WS-FILE-BUSDATE TO PROCF-BUSINESS-DATE                  04710000
           EXEC SQL                                                     04720000
              INSERT INTO KALA15.PROCESSED_FILES                        04730000
                     (SOURCE_ID, BUSINESS_DATE, PROCESSED_TS)           04740000
              VALUES (:PROCF-SOURCE-ID, DATE(:PROCF-BUSINESS-DATE),     04750000
                      CURRENT TIMESTAMP)                                04760000
           END-EXEC                                                     04770000
           PERFORM 980-CHECK-SQL                                        04780000
           CLOSE BUREAU-SCORES                                          04790000
           CLOSE REJECT-FILE                                            04800000
           IF WS-RECS-REJECTED > ZERO                                   04810000
              MOVE 4 TO RETURN-CODE                                     04820000
           END-IF                                                       04830000
           PERFORM 950-LOG-RUN-HISTORY                                  04840000
           EXEC SQL                                                     04850000
              COMMIT                                                    04860000
           END-EXEC                                                     04870000
           MOVE SPACES TO MOV-RPT-LINE                                  04880000
           WRITE MOV-RPT-LINE                                           04890000
           MOVE SPACES TO MOV-RPT-LINE                                  04900000
           STRING 'SCORES LOADED ' WS-SCORES-LOADED                     04910000
                  ' NO BUREAU FILE ' WS-NO-FILE-CNT                     04920000
                  ' REJECTED ' WS-RECS-REJECTED                         04930000
                  ' MOVERS LISTED ' WS-MOVERS-LISTED                    04940000
                  DELIMITED BY SIZE INTO MOV-RPT-LINE                   04950000
           END-STRING                                                   04960000
           WRITE MOV-RPT-LINE                                           04970000
           CLOSE MOVERS-REPORT                                          04980000
           DISPLAY 'LOANBSCI - RECORDS READ    : ' WS-RECS-READ         04990000
           DISPLAY 'LOANBSCI - SCORES LOADED   : ' WS-SCORES-LOADED     05000000
           DISPLAY 'LOANBSCI - NO BUREAU FILE  : ' WS-NO-FILE-CNT       05010000
           DISPLAY 'LOANBSCI - RECORDS REJECTED: ' WS-RECS-REJECTED     05020000
           EXIT.                                                        05030000
                                                                        05040000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      05050000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      05060000
      *    CONSOLE'S DURATION TRENDING                                  05070000
       950-LOG-RUN-HISTORY.                                             05080000
           EXEC SQL                                                     05090000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       05100000
                INTO :RUNH-RUN-ID                                       05110000
                FROM KALA15.BATCH_RUN_HISTORY                           05120000
           END-EXEC                                                     05130000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            05140000
           MOVE WS-RECS-READ TO RUNH-RECS-READ                          05150000
           MOVE WS-SCORES-LOADED TO RUNH-RECS-UPDATED                   05160000
           MOVE WS-MOVERS-LISTED TO RUNH-RECS-WRITTEN                   05170000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              05180000
           EXEC SQL                                                     05190000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      05200000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        05210000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   05220000
              VALUES                                                    05230000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          05240000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   05250000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               05260000
                  :RUNH-RUN-RC)                                         05270000
           END-EXEC                                                     05280000
           EXIT.                                                        05290000
                                                                        05300000
      *    THE MONTH'S SCORES GO IN WHOLE OR NOT AT ALL - A FAILURE     05310000
      *    ROLLS BACK EVERY ROW THIS RUN LOADED, THE FILE IS NOT        05320000
      *    MARKED PROCESSED, AND THE SAME FILE CAN SIMPLY BE RERUN      05330000
       980-CHECK-SQL.                                                   05340000
           IF SQLCODE < 0                                               05350000
              MOVE SQLCODE TO WS-ED-SQLCODE                             05360000
              DISPLAY 'LOANBSCI - SCORE LOAD FAILED, SQLCODE '          05370000
                      WS-ED-SQLCODE                                     05380000
              EXEC SQL                                                  05390000
                 ROLLBACK                                               05400000
              END-EXEC                                                  05410000
              MOVE 16 TO RETURN-CODE                                    05420000
              PERFORM 950-LOG-RUN-HISTORY                               05430000
              EXEC SQL                                                  05440000
                 COMMIT                                                 05450000
              END-EXEC                                                  05460000
              CLOSE BUREAU-SCORES                                       05470000
              CLOSE MOVERS-REPORT                                       05480000
              CLOSE REJECT-FILE                                         05490000
              STOP RUN                                                  05500000
           END-IF                                                       05510000
           EXIT.                                                        05520000
