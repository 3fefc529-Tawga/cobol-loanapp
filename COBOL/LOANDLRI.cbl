       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANDLRI.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT CALL-OUTCOMES ASSIGN TO DLRIN                         00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-DLI-STATUS.                            00080000
           SELECT REJECT-FILE   ASSIGN TO DLRREJ                        00090000
               ORGANIZATION IS SEQUENTIAL                               00100000
               FILE STATUS IS WS-REJECT-STATUS.                         00110000
       DATA DIVISION.                                                   00120000
       FILE SECTION.                                                    00130000
      *    THE PREDICTIVE DIALER'S DAY OF CALLS AGAINST THE LIST        00140000
      *    LOANDLRO CUT - ONE RECORD PER CALL ATTEMPT. RPC IS A RIGHT   00150000
      *    PARTY CONTACT, NOA NO ANSWER, PTP A PROMISE TO PAY TAKEN     00160000
      *    ON THE CALL AND REF A CUSTOMER WHO REFUSED TO DISCUSS        00170000
      *    THE DEBT                                                     00180000
       FD  CALL-OUTCOMES                                                00190000
           RECORDING MODE F                                             00200000
           LABEL RECORDS STANDARD.                                      00210000
       01  DLI-RECORD.                                                  00220000
           05  DLI-APP-ID          PIC 9(08).                           00230000
           05  DLI-OUTCOME         PIC X(03).                           00240000
               88  DLI-RIGHT-PARTY VALUE 'RPC'.                         00250000
               88  DLI-NO-ANSWER   VALUE 'NOA'.                         00260000
               88  DLI-PROMISE     VALUE 'PTP'.                         00270000
               88  DLI-REFUSED     VALUE 'REF'.                         00280000
               88  DLI-KNOWN-OUTCOME                                    00290000
                                   VALUE 'RPC' 'NOA' 'PTP' 'REF'.       00300000
           05  DLI-AGENT-ID        PIC X(04).                           00310000
           05  DLI-AGENT-NUM       REDEFINES DLI-AGENT-ID               00320000
                                   PIC 9(04).                           00330000
           05  DLI-CALL-DATE       PIC X(10).                           00340000
           05  DLI-CALL-TIME       PIC X(08).                           00350000
           05  DLI-PROMISE-DATE    PIC X(10).                           00360000
           05  DLI-PROMISE-AMT     PIC 9(08)V99.                        00370000
           05  FILLER              PIC X(27).                           00380000
                                                                        00390000
       FD  REJECT-FILE                                                  00400000
           RECORDING MODE F                                             00410000
           LABEL RECORDS STANDARD.                                      00420000
       01  REJECT-RECORD.                                               00430000
           05  REJ-REASON          PIC X(28).                           00440000
           05  REJ-DETAIL          PIC X(52).                           00450000
                                                                        00460000
       WORKING-STORAGE SECTION.                                         00470000
           EXEC SQL                                                     00480000
              INCLUDE SQLCA                                             00490000
           END-EXEC.                                                    00500000
           EXEC SQL                                                     00510000
              INCLUDE COLLACT                                           00520000
           END-EXEC.                                                    00530000
           EXEC SQL                                                     00540000
              INCLUDE RUNHIST                                           00550000
           END-EXEC.                                                    00560000
           EXEC SQL                                                     00570000
              INCLUDE PROCFILE                                          00580000
           END-EXEC.                                                    00590000
           EXEC SQL                                                     00600000
              INCLUDE BUSPARM                                           00610000
           END-EXEC.                                                    00620000
                                                                        00630000
           COPY FILEENV.                                                00640000
                                                                        00650000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00660000
           88  WS-NO-MORE-FEED     VALUE 'Y'.                           00670000
       01  WS-DLI-STATUS           PIC XX    VALUE '00'.                00680000
       01  WS-REJECT-STATUS        PIC XX    VALUE '00'.                00690000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANDLRI'.          00700000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00710000
       01  WS-RECS-READ            PIC 9(7)  VALUE ZERO.                00720000
       01  WS-ACTIONS-LOADED       PIC 9(7)  VALUE ZERO.                00730000
       01  WS-RPC-CNT              PIC 9(7)  VALUE ZERO.                00740000
       01  WS-NOA-CNT              PIC 9(7)  VALUE ZERO.                00750000
       01  WS-PTP-CNT              PIC 9(7)  VALUE ZERO.                00760000
       01  WS-REF-CNT              PIC 9(7)  VALUE ZERO.                00770000
       01  WS-RECS-REJECTED        PIC 9(7)  VALUE ZERO.                00780000
       01  WS-APP-CNT              PIC S9(9) COMP.                      00790000
       01  WS-PROMISE-LEAD         PIC S9(9) COMP.                      00800000
       01  WS-CALL-DATE            PIC X(10).                           00810000
       01  WS-CALL-TIME            PIC X(8).                            00820000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00830000
      *    ENVELOPE VALIDATION WORK FIELDS - THE WHOLE FILE IS PROVEN   00840000
      *    BEFORE THE FIRST DATABASE CHANGE                             00850000
       01  WS-ENV-DATA-CNT         PIC 9(7)  VALUE ZERO.                00860000
       01  WS-ENV-HASH             PIC 9(13)V9(2) COMP-3 VALUE ZERO.    00870000
       01  WS-ENV-EXP-CNT          PIC 9(7)  VALUE ZERO.                00880000
       01  WS-ENV-EXP-HASH         PIC 9(13)V9(2) COMP-3 VALUE ZERO.    00890000
       01  WS-ENV-TRAILER-SW       PIC X     VALUE 'N'.                 00900000
           88  WS-ENV-GOT-TRAILER  VALUE 'Y'.                           00910000
       01  WS-ENV-EOF-SW           PIC X     VALUE 'N'.                 00920000
           88  WS-ENV-AT-EOF       VALUE 'Y'.                           00930000
       01  WS-FILE-SOURCE          PIC X(8).                            00940000
       01  WS-FILE-BUSDATE         PIC X(10).                           00950000
       01  WS-DATE-AGE             PIC S9(9) COMP.                      00960000
       01  WS-DUP-CNT              PIC S9(9) COMP.                      00970000
       01  WS-STALE-LIMIT          PIC S9(3) COMP-3 VALUE 5.            00980000
                                                                        00990000
       PROCEDURE DIVISION.                                              01000000
       000-MAIN-PARA.                                                   01010000
           PERFORM 100-INITIALIZE                                       01020000
           PERFORM 200-LOAD-ONE-OUTCOME UNTIL WS-NO-MORE-FEED           01030000
           PERFORM 900-TERMINATE                                        01040000
           STOP RUN.                                                    01050000
                                                                        01060000
       100-INITIALIZE.                                                  01070000
           EXEC SQL                                                     01080000
              SELECT CHAR(CURRENT TIMESTAMP)                            01090000
                INTO :WS-RUN-START                                      01100000
                FROM SYSIBM.SYSDUMMY1                                   01110000
           END-EXEC                                                     01120000
           OPEN INPUT  CALL-OUTCOMES                                    01130000
           IF WS-DLI-STATUS NOT = '00'                                  01140000
              DISPLAY 'LOANDLRI - UNABLE TO OPEN DLRIN, STATUS = '      01150000
                      WS-DLI-STATUS                                     01160000
              MOVE 16 TO RETURN-CODE                                    01170000
              STOP RUN                                                  01180000
           END-IF                                                       01190000
           OPEN OUTPUT REJECT-FILE                                      01200000
           IF WS-REJECT-STATUS NOT = '00'                               01210000
              DISPLAY 'LOANDLRI - UNABLE TO OPEN DLRREJ, STATUS = '     01220000
                      WS-REJECT-STATUS                                  01230000
              MOVE 16 TO RETURN-CODE                                    01240000
              STOP RUN                                                  01250000
           END-IF                                                       01260000
           PERFORM 120-VALIDATE-ENVELOPE                                01270000
           EXEC SQL                                                     01280000
              SELECT COALESCE(MAX(ACTION_ID), 0)                        01290000
                INTO :COLQ-ACTION-ID                                    01300000
                FROM KALA15.COLLECTION_ACTION                           01310000
           END-EXEC                                                     01320000
           PERFORM 110-READ-FEED                                        01330000
           EXIT.                                                        01340000
                                                                        01350000
       110-READ-FEED.                                                   01360000
           READ CALL-OUTCOMES                                           01370000
              AT END                                                    01380000
                 MOVE 'Y' TO WS-EOF-SW                                  01390000
           END-READ                                                     01400000
           IF WS-DLI-STATUS NOT = '00'                                  01410000
              AND WS-DLI-STATUS NOT = '10'                              01420000
              DISPLAY 'LOANDLRI - ERROR READING DLRIN, STATUS = '       01430000
                      WS-DLI-STATUS                                     01440000
              MOVE 16 TO RETURN-CODE                                    01450000
              STOP RUN                                                  01460000
           END-IF                                                       01470000
           IF NOT WS-NO-MORE-FEED                                       01480000
              ADD 1 TO WS-RECS-READ                                     01490000
           END-IF                                                       01500000
           EXIT.                                                        01510000
                                                                        01520000
      *    PROVES THE ENVELOPE BEFORE ANYTHING TOUCHES THE DATABASE:    01530000
      *    THE FILE MUST OPEN WITH ITS HDR, THE BUSINESS DATE MUST BE   01540000
      *    CURRENT (NOT FUTURE, NOT OLDER THAN FEED_STALE_DAYS, NOT     01550000
      *    ALREADY ON THE PROCESSED-FILES TABLE), AND THE TRL COUNT     01560000
      *    AND HASH TOTAL OVER THE PROMISED AMOUNTS MUST MATCH WHAT     01570000
      *    IS ACTUALLY IN THE FILE - A TRUNCATED TRANSFER OR A          01580000
      *    RE-SENT DAY IS REFUSED WHOLE. THE FILE IS THEN CLOSED AND    01590000
      *    REOPENED FOR THE LOAD PASS                                   01600000
       120-VALIDATE-ENVELOPE.                                           01610000
           READ CALL-OUTCOMES                                           01620000
              AT END                                                    01630000
                 MOVE 'Y' TO WS-ENV-EOF-SW                              01640000
           END-READ                                                     01650000
           MOVE DLI-RECORD TO ENV-RECORD                                01660000
           IF WS-ENV-AT-EOF OR NOT ENV-HEADER                           01670000
              DISPLAY 'LOANDLRI - OUTCOMES HAVE NO HDR ENVELOPE - '     01680000
                      'REFUSED'                                         01690000
              MOVE 16 TO RETURN-CODE                                    01700000
              STOP RUN                                                  01710000
           END-IF                                                       01720000
           MOVE ENV-SOURCE-ID     TO WS-FILE-SOURCE                     01730000
           MOVE ENV-BUSINESS-DATE TO WS-FILE-BUSDATE                    01740000
           PERFORM 125-CHECK-BUSINESS-DATE                              01750000
           PERFORM 130-TALLY-ENVELOPE UNTIL WS-ENV-AT-EOF               01760000
           IF NOT WS-ENV-GOT-TRAILER                                    01770000
              DISPLAY 'LOANDLRI - OUTCOMES HAVE NO TRL RECORD - '       01780000
                      'REFUSED'                                         01790000
              MOVE 16 TO RETURN-CODE                                    01800000
              STOP RUN                                                  01810000
           END-IF                                                       01820000
           IF WS-ENV-DATA-CNT NOT = WS-ENV-EXP-CNT                      01830000
              DISPLAY 'LOANDLRI - RECORD COUNT DOES NOT PROVE - '       01840000
                      'REFUSED'                                         01850000
              MOVE 16 TO RETURN-CODE                                    01860000
              STOP RUN                                                  01870000
           END-IF                                                       01880000
           IF WS-ENV-HASH NOT = WS-ENV-EXP-HASH                         01890000
              DISPLAY 'LOANDLRI - HASH TOTAL DOES NOT PROVE - '         01900000
                      'REFUSED'                                         01910000
              MOVE 16 TO RETURN-CODE                                    01920000
              STOP RUN                                                  01930000
           END-IF                                                       01940000
           CLOSE CALL-OUTCOMES                                          01950000
           OPEN INPUT CALL-OUTCOMES                                     01960000
           IF WS-DLI-STATUS NOT = '00'                                  01970000
              DISPLAY 'LOANDLRI - UNABLE TO REOPEN DLRIN'               01980000
              MOVE 16 TO RETURN-CODE                                    01990000
              STOP RUN                                                  02000000
           END-IF                                                       02010000
           EXIT.                                                        02020000
                                                                        02030000
       125-CHECK-BUSINESS-DATE.                                         02040000
           MOVE 5 TO WS-STALE-LIMIT                                     02050000
           MOVE 'FEED_STALE_DAYS' TO BUSPARM-NAME                       02060000
           PERFORM 145-FETCH-ONE-PARAM                                  02070000
           IF SQLCODE = 00                                              02080000
              MOVE BUSPARM-VALUE TO WS-STALE-LIMIT                      02090000
           END-IF                                                       02100000
                                                                        02110000
           EXEC SQL                                                     02120000
              SELECT DAYS(CURRENT DATE)                                 02130000
                     - DAYS(DATE(:WS-FILE-BUSDATE))                     02140000
                INTO :WS-DATE-AGE                                       02150000
                FROM SYSIBM.SYSDUMMY1                                   02160000
           END-EXEC                                                     02170000
           IF SQLCODE NOT = 00                                          02180000
              DISPLAY 'LOANDLRI - HDR BUSINESS DATE INVALID: '          02190000
                      WS-FILE-BUSDATE                                   02200000
              MOVE 16 TO RETURN-CODE                                    02210000
              STOP RUN                                                  02220000
           END-IF                                                       02230000
           IF WS-DATE-AGE < ZERO                                        02240000
              DISPLAY 'LOANDLRI - HDR BUSINESS DATE IN THE FUTURE - '   02250000
                      'REFUSED'                                         02260000
              MOVE 16 TO RETURN-CODE                                    02270000
              STOP RUN                                                  02280000
           END-IF                                                       02290000
           IF WS-DATE-AGE > WS-STALE-LIMIT                              02300000
              DISPLAY 'LOANDLRI - HDR BUSINESS DATE STALE - REFUSED'    02310000
              MOVE 16 TO RETURN-CODE                                    02320000
              STOP RUN                                                  02330000
           END-IF                                                       02340000
                                                                        02350000
           EXEC SQL                                                     02360000
              SELECT COUNT(*)                                           02370000
                INTO :WS-DUP-CNT                                        02380000
                FROM KALA15.PROCESSED_FILES                             02390000
               WHERE SOURCE_ID = :WS-FILE-SOURCE                        02400000
                 AND BUSINESS_DATE = DATE(:WS-FILE-BUSDATE)             02410000
           END-EXEC                                                     02420000
           IF WS-DUP-CNT > ZERO                                         02430000
              DISPLAY 'LOANDLRI - BUSINESS DATE ALREADY PROCESSED - '   02440000
                      'REFUSED'                                         02450000
              MOVE 16 TO RETURN-CODE                                    02460000
              STOP RUN                                                  02470000
           END-IF                                                       02480000
           EXIT.                                                        02490000
                                                                        02500000
       130-TALLY-ENVELOPE.                                              02510000
           READ CALL-OUTCOMES                                           02520000
              AT END                                                    02530000
                 MOVE 'Y' TO WS-ENV-EOF-SW                              02540000
           END-READ                                                     02550000
           IF NOT WS-ENV-AT-EOF                                         02560000
              MOVE DLI-RECORD TO ENV-RECORD                             02570000
              IF ENV-TRAILER                                            02580000
                 SET WS-ENV-GOT-TRAILER TO TRUE                         02590000
                 MOVE ENV-RECORD-COUNT TO WS-ENV-EXP-CNT                02600000
                 MOVE ENV-HASH-TOTAL   TO WS-ENV-EXP-HASH               02610000
              ELSE                                                      02620000
                 ADD 1 TO WS-ENV-DATA-CNT                               02630000
                 IF DLI-PROMISE-AMT IS NUMERIC                          02640000
                    ADD DLI-PROMISE-AMT TO WS-ENV-HASH                  02650000
                 END-IF                                                 02660000
              END-IF                                                    02670000
           END-IF                                                       02680000
           EXIT.                                                        02690000
                                                                        02700000
       145-FETCH-ONE-PARAM.                                             02710000
           EXEC SQL                                                     02720000
              SELECT PARAM_VALUE                                        02730000
                INTO :BUSPARM-VALUE                                     02740000
                FROM KALA15.BUSINESS_PARAM                              02750000
               WHERE PARAM_NAME = :BUSPARM-NAME                         02760000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     02770000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     02780000
           END-EXEC                                                     02790000
           EXIT.                                                        02800000
                                                                        02810000
      *    EVERY CALL ATTEMPT BECOMES A COLLECTION ACTION ON THE CASE,  02820000
      *    STAMPED WITH THE TIME OF THE CALL AND THE AGENT WHO TOOK     02830000
      *    IT, SO THE CASE HISTORY SHOWS THE DIALER'S WORK BESIDE THE   02840000
      *    COLLECTORS'. A BAD RECORD GOES TO THE REJECTS FILE WITH      02850000
      *    ITS REASON AND THE REST OF THE FILE STILL LOADS              02860000
       200-LOAD-ONE-OUTCOME.                                            02870000
           MOVE DLI-RECORD TO ENV-RECORD                                02880000
           EVALUATE TRUE                                                02890000
              WHEN ENV-HEADER OR ENV-TRAILER                            02900000
                 CONTINUE                                               02910000
              WHEN NOT DLI-KNOWN-OUTCOME                                02920000
                 MOVE 'UNKNOWN OUTCOME CODE' TO REJ-REASON              02930000
                 PERFORM 290-REJECT                                     02940000
              WHEN DLI-APP-ID IS NOT NUMERIC                            02950000
                 MOVE 'APPLICATION ID NOT NUMERIC' TO REJ-REASON        02960000
                 PERFORM 290-REJECT                                     02970000
              WHEN DLI-AGENT-NUM IS NOT NUMERIC                         02980000
                 MOVE 'AGENT ID NOT NUMERIC' TO REJ-REASON              02990000
                 PERFORM 290-REJECT                                     03000000
              WHEN DLI-PROMISE AND                                      03010000
                   (DLI-PROMISE-AMT IS NOT NUMERIC                      03020000
                    OR DLI-PROMISE-AMT = ZERO)                          03030000
                 MOVE 'PROMISE WITH NO AMOUNT' TO REJ-REASON            03040000
                 PERFORM 290-REJECT                                     03050000
              WHEN OTHER                                                03060000
                 PERFORM 210-CHECK-CALL                                 03070000
           END-EVALUATE                                                 03080000
           PERFORM 110-READ-FEED                                        03090000
           EXIT.                                                        03100000
                                                                        03110000
      *    THE CASE MUST BE ON FILE, THE CALL STAMP A REAL DATE AND     03120000
      *    TIME, AND A PROMISE DATE NO EARLIER THAN THE CALL            03130000
       210-CHECK-CALL.                                                  03140000
           MOVE DLI-APP-ID       TO COLQ-APP-ID                         03150000
           MOVE DLI-CALL-DATE    TO WS-CALL-DATE                        03160000
           MOVE DLI-CALL-TIME    TO WS-CALL-TIME                        03170000
           MOVE DLI-PROMISE-DATE TO COLQ-PROMISE-DATE                   03180000
           MOVE ZERO TO WS-APP-CNT                                      03190000
           EXEC SQL                                                     03200000
              SELECT COUNT(*)                                           03210000
                INTO :WS-APP-CNT                                        03220000
                FROM KALA15.APPLICATIONS                                03230000
               WHERE APP_ID = :COLQ-APP-ID                              03240000
           END-EXEC                                                     03250000
           IF WS-APP-CNT = ZERO                                         03260000
              MOVE 'NOT AN APPLICATION' TO REJ-REASON                   03270000
              PERFORM 290-REJECT                                        03280000
           ELSE                                                         03290000
              EXEC SQL                                                  03300000
                 SELECT CHAR(TIMESTAMP(DATE(:WS-CALL-DATE),             03310000
                                       TIME(:WS-CALL-TIME)))            03320000
                   INTO :COLQ-ACTION-TS                                 03330000
                   FROM SYSIBM.SYSDUMMY1                                03340000
              END-EXEC                                                  03350000
              IF SQLCODE NOT = 00                                       03360000
                 MOVE 'CALL DATE/TIME INVALID' TO REJ-REASON            03370000
                 PERFORM 290-REJECT                                     03380000
              ELSE                                                      03390000
                 IF DLI-PROMISE                                         03400000
                    PERFORM 220-CHECK-PROMISE-DATE                      03410000
                 ELSE                                                   03420000
                    PERFORM 300-INSERT-ACTION                           03430000
                 END-IF                                                 03440000
              END-IF                                                    03450000
           END-IF                                                       03460000
           EXIT.                                                        03470000
                                                                        03480000
       220-CHECK-PROMISE-DATE.                                          03490000
           EXEC SQL                                                     03500000
              SELECT DAYS(DATE(:COLQ-PROMISE-DATE))                     03510000
                     - DAYS(DATE(:WS-CALL-DATE))                        03520000
                INTO :WS-PROMISE-LEAD                                   03530000
                FROM SYSIBM.SYSDUMMY1                                   03540000
           END-EXEC                                                     03550000
           IF SQLCODE NOT = 00                                          03560000
              MOVE 'PROMISE DATE INVALID' TO REJ-REASON                 03570000
              PERFORM 290-REJECT                                        03580000
           ELSE                                                         03590000
              IF WS-PROMISE-LEAD < ZERO                                 03600000
                 MOVE 'PROMISE DATE BEFORE CALL' TO REJ-REASON          03610000
                 PERFORM 290-REJECT                                     03620000
              ELSE                                                      03630000
                 PERFORM 300-INSERT-ACTION                              03640000
              END-IF                                                    03650000
           END-IF                                                       03660000
           EXIT.                                                        03670000
                                                                        03680000
       290-REJECT.                                                      03690000
           MOVE DLI-RECORD (1:52) TO REJ-DETAIL                         03700000
           WRITE REJECT-RECORD                                          03710000
           ADD 1 TO WS-RECS-REJECTED                                    03720000
           EXIT.                                                        03730000
                                                                        03740000
      *    A PROMISE TAKEN BY THE DIALER IS AN ORDINARY PROMISE ROW -   03750000
      *    LOANPROM MARKS IT KEPT OR BROKEN WHEN IT MATURES, THE SAME   03760000
      *    AS ONE KEYED BY A COLLECTOR. A CONTACT OR A REFUSAL RESTS    03770000
      *    THE CUSTOMER FROM THE NEXT CALL LISTS                        03780000
       300-INSERT-ACTION.                                               03790000
           ADD 1 TO COLQ-ACTION-ID                                      03800000
           MOVE DLI-AGENT-NUM TO COLQ-COLLECTOR-ID                      03810000
           MOVE ' '           TO COLQ-FOLLOWUP-FLAG                     03820000
           EVALUATE TRUE                                                03830000
              WHEN DLI-RIGHT-PARTY                                      03840000
                 MOVE 'DLRRPC'   TO COLQ-ACTION-CODE                    03850000
                 ADD 1 TO WS-RPC-CNT                                    03860000
              WHEN DLI-NO-ANSWER                                        03870000
                 MOVE 'DLRNOANS' TO COLQ-ACTION-CODE                    03880000
                 ADD 1 TO WS-NOA-CNT                                    03890000
              WHEN DLI-REFUSED                                          03900000
                 MOVE 'DLRREFUS' TO COLQ-ACTION-CODE                    03910000
                 ADD 1 TO WS-REF-CNT                                    03920000
              WHEN OTHER                                                03930000
                 MOVE 'PROMISE'  TO COLQ-ACTION-CODE                    03940000
                 ADD 1 TO WS-PTP-CNT                                    03950000
           END-EVALUATE                                                 03960000
           IF DLI-PROMISE                                               03970000
              MOVE DLI-PROMISE-AMT  TO COLQ-PROMISE-AMT                 03980000
              EXEC SQL                                                  03990000
                 INSERT INTO KALA15.COLLECTION_ACTION                   04000000
                    (ACTION_ID, APP_ID, COLLECTOR_ID, ACTION_CODE,      04010000
                     PROMISE_DATE, PROMISE_AMT, ACTION_TS,              04020000
                     FOLLOWUP_FLAG)                                     04030000
                 VALUES                                                 04040000
                    (:COLQ-ACTION-ID, :COLQ-APP-ID,                     04050000
                     :COLQ-COLLECTOR-ID, :COLQ-ACTION-CODE,             04060000
                     DATE(:COLQ-PROMISE-DATE), :COLQ-PROMISE-AMT,       04070000
                     TIMESTAMP(:COLQ-ACTION-TS), :COLQ-FOLLOWUP-FLAG)   04080000
              END-EXEC                                                  04090000
           ELSE                                                         04100000
              EXEC SQL                                                  04110000
                 INSERT INTO KALA15.COLLECTION_ACTION                   04120000
                    (ACTION_ID, APP_ID, COLLECTOR_ID, ACTION_CODE,      04130000
                     ACTION_TS, FOLLOWUP_FLAG)                          04140000
                 VALUES                                                 04150000
                    (:COLQ-ACTION-ID, :COLQ-APP-ID,                     04160000
                     :COLQ-COLLECTOR-ID, :COLQ-ACTION-CODE,             04170000
                     TIMESTAMP(:COLQ-ACTION-TS), :COLQ-FOLLOWUP-FLAG)   04180000
              END-EXEC                                                  04190000
           END-IF                                                       04200000
           PERFORM 980-CHECK-SQL                                        04210000
           ADD 1 TO WS-ACTIONS-LOADED                                   04220000
           EXIT.                                                        04230000
                                                                        04240000
       900-TERMINATE.                                                   04250000
      *    THE FILE IS ON RECORD AS PROCESSED - THE SAME BUSINESS       04260000
      *    DATE FROM THE DIALER WILL BE REFUSED FROM NOW ON             04270000
           MOVE WS-FILE-SOURCE  TO PROCF-SOURCE-ID                      04280000
           MOVE WS-FILE-BUSDATE TO PROCF-BUSINESS-DATE                  04290000
           EXEC SQL                                                     04300000
              INSERT INTO KALA15.PROCESSED_FILES                        04310000
                     (SOURCE_ID, BUSINESS_DATE, PROCESSED_TS)           04320000
              VALUES (:PROCF-SOURCE-ID, DATE(:PROCF-BUSINESS-DATE),     04330000
                      CURRENT TIMESTAMP)                                04340000
           END-EXEC                                                     04350000
           PERFORM 980-CHECK-SQL                                        04360000
           CLOSE CALL-OUTCOMES                                          04370000
           CLOSE REJECT-FILE                                            04380000
           IF WS-RECS-REJECTED > ZERO                                   04390000
              MOVE 4 TO RETURN-CODE                                     04400000
           END-IF                                                       04410000
           PERFORM 950-LOG-RUN-HISTORY                                  04420000
           EXEC SQL                                                     04430000
              COMMIT                                                    04440000
           END-EXEC                                                     04450000
           DISPLAY 'LOANDLRI - RECORDS READ     : ' WS-RECS-READ        04460000
           DISPLAY 'LOANDLRI - RIGHT PARTY      : ' WS-RPC-CNT          04470000
           DISPLAY 'LOANDLRI - NO ANSWER        : ' WS-NOA-CNT          04480000
           DISPLAY 'LOANDLRI - PROMISES TAKEN   : ' WS-PTP-CNT          04490000
           DISPLAY 'LOANDLRI - REFUSED          : ' WS-REF-CNT          04500000
           DISPLAY 'LOANDLRI - RECORDS REJECTED : ' WS-RECS-REJECTED    04510000
           EXIT.                                                        04520000
                                                                        04530000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      04540000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      04550000
      *    CONSOLE'S DURATION TRENDING                                  04560000
       950-LOG-RUN-HISTORY.                                             04570000
           EXEC SQL                                                     04580000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       04590000
                INTO :RUNH-RUN-ID                                       04600000
                FROM KALA15.BATCH_RUN_HISTORY                           04610000
           END-EXEC                                                     04620000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            04630000
           MOVE WS-RECS-READ TO RUNH-RECS-READ                          04640000
           MOVE ZERO TO RUNH-RECS-UPDATED                               04650000
           MOVE WS-ACTIONS-LOADED TO RUNH-RECS-WRITTEN                  04660000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              04670000
           EXEC SQL                                                     04680000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      04690000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        04700000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   04710000
              VALUES                                                    04720000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          04730000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   04740000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               04750000
                  :RUNH-RUN-RC)                                         04760000
           END-EXEC                                                     04770000
           EXIT.                                                        04780000
                                                                        04790000
      *    THE DAY'S OUTCOMES GO IN WHOLE OR NOT AT ALL - A FAILURE     04800000
      *    ROLLS BACK EVERY ROW THIS RUN LOADED, THE FILE IS NOT        04810000
      *    MARKED PROCESSED, AND THE SAME FILE CAN SIMPLY BE RERUN      04820000
       980-CHECK-SQL.                                                   04830000
           IF SQLCODE < 0                                               04840000
              MOVE SQLCODE TO WS-ED-SQLCODE                             04850000
              DISPLAY 'LOANDLRI - OUTCOME LOAD FAILED, SQLCODE '        04860000
                      WS-ED-SQLCODE                                     04870000
              EXEC SQL                                                  04880000
                 ROLLBACK                                               04890000
              END-EXEC                                                  04900000
              MOVE 16 TO RETURN-CODE                                    04910000
              PERFORM 950-LOG-RUN-HISTORY                               04920000
              EXEC SQL                                                  04930000
                 COMMIT                                                 04940000
              END-EXEC                                                  04950000
              CLOSE CALL-OUTCOMES                                       04960000
              CLOSE REJECT-FILE                                         04970000
              STOP RUN                                                  04980000
           END-IF                                                       04990000
           EXIT.                                                        05000000
