       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANLRCF.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT REGISTRY-ANSWER ASSIGN TO LRCFIN                      00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-LRC-STATUS.                            00080000
           SELECT REJECT-FILE     ASSIGN TO LRCFREJ                     00090000
               ORGANIZATION IS SEQUENTIAL                               00100000
               FILE STATUS IS WS-REJECT-STATUS.                         00110000
       DATA DIVISION.                                                   00120000
       FILE SECTION.                                                    00130000
      *    THE REGISTRY'S ANSWER TO THE LIEN-REGISTRATION REQUESTS      00140000
      *    LOANLREG SENT - 'OK' WITH THE REGISTRATION NUMBER AND THE    00150000
      *    DATE THE CHARGE WAS ENTERED, OR 'RJ' WITH THE REGISTRY'S     00160000
      *    REASON FOR REFUSING IT                                       00170000
       FD  REGISTRY-ANSWER                                              00180000
           RECORDING MODE F                                             00190000
           LABEL RECORDS STANDARD.                                      00200000
       01  LRC-RECORD.                                                  00210000
           05  LRC-COLL-ID         PIC 9(08).                           00220000
           05  LRC-APP-ID          PIC 9(08).                           00230000
           05  LRC-RESULT          PIC X(02).                           00240000
               88  LRC-REGISTERED  VALUE 'OK'.                          00250000
               88  LRC-REFUSED     VALUE 'RJ'.                          00260000
           05  LRC-REG-NUMBER      PIC X(20).                           00270000
           05  LRC-REG-DATE        PIC X(10).                           00280000
           05  LRC-REJECT-REASON   PIC X(20).                           00290000
           05  FILLER              PIC X(12).                           00300000
                                                                        00310000
      *    BAD RECORDS AND REGISTRY REFUSALS ALIKE - BOTH NEED THE      00320000
      *    COLLATERAL DESK BEFORE THE LOAN CAN FUND                     00330000
       FD  REJECT-FILE                                                  00340000
           RECORDING MODE F                                             00350000
           LABEL RECORDS STANDARD.                                      00360000
       01  REJECT-RECORD.                                               00370000
           05  REJ-REASON          PIC X(28).                           00380000
           05  REJ-DETAIL          PIC X(52).                           00390000
                                                                        00400000
       WORKING-STORAGE SECTION.                                         00410000
           EXEC SQL                                                     00420000
              INCLUDE SQLCA                                             00430000
           END-EXEC.                                                    00440000
           EXEC SQL                                                     00450000
              INCLUDE LIENREG                                           00460000
           END-EXEC.                                                    00470000
           EXEC SQL                                                     00480000
              INCLUDE RUNHIST                                           00490000
           END-EXEC.                                                    00500000
           EXEC SQL                                                     00510000
              INCLUDE PROCFILE                                          00520000
           END-EXEC.                                                    00530000
           EXEC SQL                                                     00540000
              INCLUDE BUSPARM                                           00550000
           END-EXEC.                                                    00560000
                                                                        00570000
           COPY FILEENV.                                                00580000
                                                                        00590000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00600000
           88  WS-NO-MORE-FEED     VALUE 'Y'.                           00610000
       01  WS-LRC-STATUS           PIC XX    VALUE '00'.                00620000
       01  WS-REJECT-STATUS        PIC XX    VALUE '00'.                00630000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANLRCF'.          00640000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00650000
       01  WS-RECS-READ            PIC 9(7)  VALUE ZERO.                00660000
       01  WS-REGISTERED-CNT       PIC 9(7)  VALUE ZERO.                00670000
       01  WS-REFUSED-CNT          PIC 9(7)  VALUE ZERO.                00680000
       01  WS-RECS-REJECTED        PIC 9(7)  VALUE ZERO.                00690000
       01  WS-CHECK-DATE           PIC X(10).                           00700000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00710000
      *    ENVELOPE VALIDATION WORK FIELDS - THE WHOLE FILE IS PROVEN   00720000
      *    BEFORE THE FIRST DATABASE CHANGE                             00730000
       01  WS-ENV-DATA-CNT         PIC 9(7)  VALUE ZERO.                00740000
       01  WS-ENV-HASH             PIC 9(13)V9(2) COMP-3 VALUE ZERO.    00750000
       01  WS-ENV-EXP-CNT          PIC 9(7)  VALUE ZERO.                00760000
       01  WS-ENV-EXP-HASH         PIC 9(13)V9(2) COMP-3 VALUE ZERO.    00770000
       01  WS-ENV-TRAILER-SW       PIC X     VALUE 'N'.                 00780000
           88  WS-ENV-GOT-TRAILER  VALUE 'Y'.                           00790000
       01  WS-ENV-EOF-SW           PIC X     VALUE 'N'.                 00800000
           88  WS-ENV-AT-EOF       VALUE 'Y'.                           00810000
       01  WS-FILE-SOURCE          PIC X(8).                            00820000
       01  WS-FILE-BUSDATE         PIC X(10).                           00830000
       01  WS-DATE-AGE             PIC S9(9) COMP.                      00840000
       01  WS-DUP-CNT              PIC S9(9) COMP.                      00850000
       01  WS-STALE-LIMIT          PIC S9(3) COMP-3 VALUE 5.            00860000
                                                                        00870000
       PROCEDURE DIVISION.                                              00880000
       000-MAIN-PARA.                                                   00890000
           PERFORM 100-INITIALIZE                                       00900000
           PERFORM 200-APPLY-ONE-ANSWER UNTIL WS-NO-MORE-FEED           00910000
           PERFORM 900-TERMINATE                                        00920000
           STOP RUN.                                                    00930000
                                                                        00940000
       100-INITIALIZE.                                                  00950000
           EXEC SQL                                                     00960000
              SELECT CHAR(CURRENT TIMESTAMP)                            00970000
                INTO :WS-RUN-START                                      00980000
                FROM SYSIBM.SYSDUMMY1                                   00990000
           END-EXEC                                                     01000000
           OPEN INPUT  REGISTRY-ANSWER                                  01010000
           IF WS-LRC-STATUS NOT = '00'                                  01020000
              DISPLAY 'LOANLRCF - UNABLE TO OPEN LRCFIN, STATUS = '     01030000
                      WS-LRC-STATUS                                     01040000
              MOVE 16 TO RETURN-CODE                                    01050000
              STOP RUN                                                  01060000
           END-IF                                                       01070000
           OPEN OUTPUT REJECT-FILE                                      01080000
           IF WS-REJECT-STATUS NOT = '00'                               01090000
              DISPLAY 'LOANLRCF - UNABLE TO OPEN LRCFREJ, STATUS = '    01100000
                      WS-REJECT-STATUS                                  01110000
              MOVE 16 TO RETURN-CODE                                    01120000
              STOP RUN                                                  01130000
           END-IF                                                       01140000
           PERFORM 120-VALIDATE-ENVELOPE                                01150000
           PERFORM 110-READ-FEED                                        01160000
           EXIT.                                                        01170000
                                                                        01180000
       110-READ-FEED.                                                   01190000
           READ REGISTRY-ANSWER                                         01200000
              AT END                                                    01210000
                 MOVE 'Y' TO WS-EOF-SW                                  01220000
           END-READ                                                     01230000
           IF WS-LRC-STATUS NOT = '00'                                  01240000
              AND WS-LRC-STATUS NOT = '10'                              01250000
              DISPLAY 'LOANLRCF - ERROR READING LRCFIN, STATUS = '      01260000
                      WS-LRC-STATUS                                     01270000
              MOVE 16 TO RETURN-CODE                                    01280000
              STOP RUN                                                  01290000
           END-IF                                                       01300000
           IF NOT WS-NO-MORE-FEED                                       01310000
              ADD 1 TO WS-RECS-READ                                     01320000
           END-IF                                                       01330000
           EXIT.                                                        01340000
                                                                        01350000
      *    PROVES THE ENVELOPE BEFORE ANYTHING TOUCHES THE DATABASE:    01360000
      *    THE FILE MUST OPEN WITH ITS HDR, THE BUSINESS DATE MUST BE   01370000
      *    CURRENT (NOT FUTURE, NOT OLDER THAN FEED_STALE_DAYS, NOT     01380000
      *    ALREADY ON THE PROCESSED-FILES TABLE), AND THE TRL COUNT     01390000
      *    MUST MATCH WHAT IS ACTUALLY IN THE FILE - THE ANSWERS        01400000
      *    CARRY NO AMOUNTS, SO THE HASH TOTAL IS ZERO. THE FILE IS     01410000
      *    THEN CLOSED AND REOPENED FOR THE LOAD PASS                   01420000
       120-VALIDATE-ENVELOPE.                                           01430000
           READ REGISTRY-ANSWER                                         01440000
              AT END                                                    01450000
                 MOVE 'Y' TO WS-ENV-EOF-SW                              01460000
           END-READ                                                     01470000
           MOVE LRC-RECORD TO ENV-RECORD                                01480000
           IF WS-ENV-AT-EOF OR NOT ENV-HEADER                           01490000
              DISPLAY 'LOANLRCF - ANSWERS HAVE NO HDR ENVELOPE - '      01500000
                      'REFUSED'                                         01510000
              MOVE 16 TO RETURN-CODE                                    01520000
              STOP RUN                                                  01530000
           END-IF                                                       01540000
           MOVE ENV-SOURCE-ID     TO WS-FILE-SOURCE                     01550000
           MOVE ENV-BUSINESS-DATE TO WS-FILE-BUSDATE                    01560000
           PERFORM 125-CHECK-BUSINESS-DATE                              01570000
           PERFORM 130-TALLY-ENVELOPE UNTIL WS-ENV-AT-EOF               01580000
           IF NOT WS-ENV-GOT-TRAILER                                    01590000
              DISPLAY 'LOANLRCF - ANSWERS HAVE NO TRL RECORD - '        01600000
                      'REFUSED'                                         01610000
              MOVE 16 TO RETURN-CODE                                    01620000
              STOP RUN                                                  01630000
           END-IF                                                       01640000
           IF WS-ENV-DATA-CNT NOT = WS-ENV-EXP-CNT                      01650000
              DISPLAY 'LOANLRCF - RECORD COUNT DOES NOT PROVE - '       01660000
                      'REFUSED'                                         01670000
              MOVE 16 TO RETURN-CODE                                    01680000
              STOP RUN                                                  01690000
           END-IF                                                       01700000
           IF WS-ENV-HASH NOT = WS-ENV-EXP-HASH                         01710000
              DISPLAY 'LOANLRCF - HASH TOTAL DOES NOT PROVE - '         01720000
                      'REFUSED'                                         01730000
              MOVE 16 TO RETURN-CODE                                    01740000
              STOP RUN                                                  01750000
           END-IF                                                       01760000
           CLOSE REGISTRY-ANSWER                                        01770000
           OPEN INPUT REGISTRY-ANSWER                                   01780000
           IF WS-LRC-STATUS NOT = '00'                                  01790000
              DISPLAY 'LOANLRCF - UNABLE TO REOPEN LRCFIN'              01800000
              MOVE 16 TO RETURN-CODE                                    01810000
              STOP RUN                                                  01820000
           END-IF                                                       01830000
           EXIT.                                                        01840000
                                                                        01850000
       125-CHECK-BUSINESS-DATE.                                         01860000
           MOVE 5 TO WS-STALE-LIMIT                                     01870000
           MOVE 'FEED_STALE_DAYS' TO BUSPARM-NAME                       01880000
           EXEC SQL                                                     01890000
              SELECT PARAM_VALUE                                        01900000
                INTO :BUSPARM-VALUE                                     01910000
                FROM KALA15.BUSINESS_PARAM                              01920000
               WHERE PARAM_NAME = :BUSPARM-NAME                         01930000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     01940000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     01950000
           END-EXEC                                                     01960000
           IF SQLCODE = 00                                              01970000
              MOVE BUSPARM-VALUE TO WS-STALE-LIMIT                      01980000
           END-IF                                                       01990000
                                                                        02000000
           EXEC SQL                                                     02010000
              SELECT DAYS(CURRENT DATE)                                 02020000
                     - DAYS(DATE(:WS-FILE-BUSDATE))                     02030000
                INTO :WS-DATE-AGE                                       02040000
                FROM SYSIBM.SYSDUMMY1                                   02050000
           END-EXEC                                                     02060000
           IF SQLCODE NOT = 00                                          02070000
              DISPLAY 'LOANLRCF - HDR BUSINESS DATE INVALID: '          02080000
                      WS-FILE-BUSDATE                                   02090000
              MOVE 16 TO RETURN-CODE                                    02100000
              STOP RUN                                                  02110000
           END-IF                                                       02120000
           IF WS-DATE-AGE < ZERO                                        02130000
              DISPLAY 'LOANLRCF - HDR BUSINESS DATE IN THE FUTURE - '   02140000
                      'REFUSED'                                         02150000
              MOVE 16 TO RETURN-CODE                                    02160000
              STOP RUN                                                  02170000
           END-IF                                                       02180000
           IF WS-DATE-AGE > WS-STALE-LIMIT                              02190000
              DISPLAY 'LOANLRCF - HDR BUSINESS DATE STALE - REFUSED'    02200000
              MOVE 16 TO RETURN-CODE                                    02210000
              STOP RUN                                                  02220000
           END-IF                                                       02230000
                                                                        02240000
           EXEC SQL                                                     02250000
              SELECT COUNT(*)                                           02260000
                INTO :WS-DUP-CNT                                        02270000
                FROM KALA15.PROCESSED_FILES                             02280000
               WHERE SOURCE_ID = :WS-FILE-SOURCE                        02290000
                 AND BUSINESS_DATE = DATE(:WS-FILE-BUSDATE)             02300000
           END-EXEC                                                     02310000
           IF WS-DUP-CNT > ZERO                                         02320000
              DISPLAY 'LOANLRCF - BUSINESS DATE ALREADY PROCESSED - '   02330000
                      'REFUSED'                                         02340000
              MOVE 16 TO RETURN-CODE                                    02350000
              STOP RUN                                                  02360000
           END-IF                                                       02370000
           EXIT.                                                        02380000
                                                                        02390000
       130-TALLY-ENVELOPE.                                              02400000
           READ REGISTRY-ANSWER                                         02410000
              AT END                                                    02420000
                 MOVE 'Y' TO WS-ENV-EOF-SW                              02430000
           END-READ                                                     02440000
           IF NOT WS-ENV-AT-EOF                                         02450000
              MOVE LRC-RECORD TO ENV-RECORD                             02460000
              IF ENV-TRAILER                                            02470000
                 SET WS-ENV-GOT-TRAILER TO TRUE                         02480000
                 MOVE ENV-RECORD-COUNT TO WS-ENV-EXP-CNT                02490000
                 MOVE ENV-HASH-TOTAL   TO WS-ENV-EXP-HASH               02500000
              ELSE                                                      02510000
                 ADD 1 TO WS-ENV-DATA-CNT                               02520000
              END-IF                                                    02530000
           END-IF                                                       02540000
           EXIT.                                                        02550000
                                                                        02560000
      *    ONLY A REGISTRATION STILL AWAITING ITS ANSWER IS TOUCHED -   02570000
      *    AN ANSWER FOR AN ITEM NEVER SENT, OR ALREADY ANSWERED, IS    02580000
      *    A REJECT. A REGISTERED CHARGE RELEASES LOANDISB'S HOLD ON    02590000
      *    THE ITEM; A REFUSED ONE IS LISTED FOR THE COLLATERAL DESK    02600000
      *    AND GOES BACK TO THE REGISTRY ON THE NEXT LOANLREG RUN       02610000
       200-APPLY-ONE-ANSWER.                                            02620000
           MOVE LRC-RECORD TO ENV-RECORD                                02630000
           EVALUATE TRUE                                                02640000
              WHEN ENV-HEADER OR ENV-TRAILER                            02650000
                 CONTINUE                                               02660000
              WHEN LRC-COLL-ID IS NOT NUMERIC                           02670000
                OR LRC-APP-ID IS NOT NUMERIC                            02680000
                 MOVE 'COLLATERAL/APP ID NOT NUMERIC' TO REJ-REASON     02690000
                 PERFORM 290-WRITE-REJECT                               02700000
              WHEN LRC-REGISTERED                                       02710000
                 PERFORM 210-RECORD-REGISTRATION                        02720000
              WHEN LRC-REFUSED                                          02730000
                 PERFORM 220-RECORD-REFUSAL                             02740000
              WHEN OTHER                                                02750000
                 MOVE 'UNKNOWN RESULT CODE' TO REJ-REASON               02760000
                 PERFORM 290-WRITE-REJECT                               02770000
           END-EVALUATE                                                 02780000
           PERFORM 110-READ-FEED                                        02790000
           EXIT.                                                        02800000
                                                                        02810000
       210-RECORD-REGISTRATION.                                         02820000
           MOVE LRC-REG-DATE TO WS-CHECK-DATE                           02830000
           EXEC SQL                                                     02840000
              SELECT CHAR(DATE(:WS-CHECK-DATE))                         02850000
                INTO :WS-CHECK-DATE                                     02860000
                FROM SYSIBM.SYSDUMMY1                                   02870000
           END-EXEC                                                     02880000
           EVALUATE TRUE                                                02890000
              WHEN LRC-REG-NUMBER = SPACES                              02900000
                 MOVE 'REGISTRATION NUMBER MISSING' TO REJ-REASON       02910000
                 PERFORM 290-WRITE-REJECT                               02920000
              WHEN SQLCODE NOT = 00                                     02930000
                 MOVE 'REGISTRATION DATE INVALID' TO REJ-REASON         02940000
                 PERFORM 290-WRITE-REJECT                               02950000
              WHEN OTHER                                                02960000
                 MOVE LRC-COLL-ID    TO LREG-COLL-ID                    02970000
                 MOVE LRC-APP-ID     TO LREG-APP-ID                     02980000
                 MOVE LRC-REG-NUMBER TO LREG-REG-NUMBER                 02990000
                 MOVE LRC-REG-DATE   TO LREG-REG-DATE                   03000000
                 EXEC SQL                                               03010000
                    UPDATE KALA15.LIEN_REGISTRATION                     03020000
                       SET REG_STATUS = 'REGISTRD',                     03030000
                           REG_NUMBER = :LREG-REG-NUMBER,               03040000
                           REG_DATE = DATE(:LREG-REG-DATE),             03050000
                           REJECT_REASON = NULL                         03060000
                     WHERE COLL_ID = :LREG-COLL-ID                      03070000
                       AND APP_ID = :LREG-APP-ID                        03080000
                       AND REG_STATUS = 'SENT'                          03090000
                 END-EXEC                                               03100000
                 PERFORM 980-CHECK-SQL                                  03110000
                 IF SQLERRD(3) = ZERO                                   03120000
                    MOVE 'NO REGISTRATION AWAITED' TO REJ-REASON        03130000
                    PERFORM 290-WRITE-REJECT                            03140000
                 ELSE                                                   03150000
                    ADD 1 TO WS-REGISTERED-CNT                          03160000
                 END-IF                                                 03170000
           END-EVALUATE                                                 03180000
           EXIT.                                                        03190000
                                                                        03200000
       220-RECORD-REFUSAL.                                              03210000
           MOVE LRC-COLL-ID       TO LREG-COLL-ID                       03220000
           MOVE LRC-APP-ID        TO LREG-APP-ID                        03230000
           MOVE LRC-REJECT-REASON TO LREG-REJECT-REASON                 03240000
           EXEC SQL                                                     03250000
              UPDATE KALA15.LIEN_REGISTRATION                           03260000
                 SET REG_STATUS = 'REJECTED',                           03270000
                     REJECT_REASON = :LREG-REJECT-REASON                03280000
               WHERE COLL_ID = :LREG-COLL-ID                            03290000
                 AND APP_ID = :LREG-APP-ID                              03300000
                 AND REG_STATUS = 'SENT'                                03310000
           END-EXEC                                                     03320000
           PERFORM 980-CHECK-SQL                                        03330000
           IF SQLERRD(3) = ZERO                                         03340000
              MOVE 'NO REGISTRATION AWAITED' TO REJ-REASON              03350000
           ELSE                                                         03360000
              MOVE 'REFUSED BY REGISTRY' TO REJ-REASON                  03370000
              ADD 1 TO WS-REFUSED-CNT                                   03380000
           END-IF                                                       03390000
           PERFORM 290-WRITE-REJECT                                     03400000
           EXIT.                                                        03410000
                                                                        03420000
       290-WRITE-REJECT.                                                03430000
           MOVE LRC-RECORD (1:52) TO REJ-DETAIL                         03440000
           WRITE REJECT-RECORD                                          03450000
           ADD 1 TO WS-RECS-REJECTED                                    03460000
           EXIT.                                                        03470000
                                                                        03480000
       900-TERMINATE.                                                   03490000
      *    THE FILE IS ON RECORD AS PROCESSED - THE SAME BUSINESS       03500000
      *    DATE FROM THE REGISTRY WILL BE REFUSED FROM NOW ON           03510000
           MOVE WS-FILE-SOURCE  TO PROCF-SOURCE-ID                      03520000
           MOVE WS-FILE-BUSDATE TO PROCF-BUSINESS-DATE                  03530000
           EXEC SQL                                                     03540000
              INSERT INTO KALA15.PROCESSED_FILES                        03550000
                     (SOURCE_ID, BUSINESS_DATE, PROCESSED_TS)           03560000
              VALUES (:PROCF-SOURCE-ID, DATE(:PROCF-BUSINESS-DATE),     03570000
                      CURRENT TIMESTAMP)                                03580000
           END-EXEC                                                     03590000
           PERFORM 980-CHECK-SQL                                        03600000
           CLOSE REGISTRY-ANSWER                                        03610000
           CLOSE REJECT-FILE                                            03620000
           IF WS-RECS-REJECTED > ZERO                                   03630000
              MOVE 4 TO RETURN-CODE                                     03640000
           END-IF                                                       03650000
           PERFORM 950-LOG-RUN-HISTORY                                  03660000
           EXEC SQL                                                     03670000
              COMMIT                                                    03680000
           END-EXEC                                                     03690000
           DISPLAY 'LOANLRCF - RECORDS READ       : ' WS-RECS-READ      03700000
           DISPLAY 'LOANLRCF - CHARGES REGISTERED : ' WS-REGISTERED-CNT 03710000
           DISPLAY 'LOANLRCF - REFUSED BY REGISTRY: ' WS-REFUSED-CNT    03720000
           DISPLAY 'LOANLRCF - RECORDS REJECTED   : ' WS-RECS-REJECTED  03730000
           EXIT.                                                        03740000
                                                                        03750000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      03760000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      03770000
      *    CONSOLE'S DURATION TRENDING                                  03780000
       950-LOG-RUN-HISTORY.                                             03790000
           EXEC SQL                                                     03800000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       03810000
                INTO :RUNH-RUN-ID                                       03820000
                FROM KALA15.BATCH_RUN_HISTORY                           03830000
           END-EXEC                                                     03840000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            03850000
           MOVE WS-RECS-READ TO RUNH-RECS-READ                          03860000
           COMPUTE RUNH-RECS-UPDATED =                                  03870000
                   WS-REGISTERED-CNT + WS-REFUSED-CNT                   03880000
           MOVE WS-RECS-REJECTED TO RUNH-RECS-WRITTEN                   03890000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              03900000
           EXEC SQL                                                     03910000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      03920000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        03930000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   03940000
              VALUES                                                    03950000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          03960000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   03970000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               03980000
                  :RUNH-RUN-RC)                                         03990000
           END-EXEC                                                     04000000
           EXIT.                                                        04010000
                                                                        04020000
      *    THE ANSWERS GO IN WHOLE OR NOT AT ALL - A FAILURE ROLLS      04030000
      *    BACK EVERY ROW THIS RUN CHANGED, THE FILE IS NOT MARKED      04040000
      *    PROCESSED, AND THE SAME FILE CAN SIMPLY BE RERUN             04050000
       980-CHECK-SQL.                                                   04060000
           IF SQLCODE < 0                                               04070000
              MOVE SQLCODE TO WS-ED-SQLCODE                             04080000
              DISPLAY 'LOANLRCF - CONFIRMATION LOAD FAILED, SQLCODE '   04090000
                      WS-ED-SQLCODE                                     04100000
              EXEC SQL                                                  04110000
                 ROLLBACK                                               04120000
              END-EXEC                                                  04130000
              MOVE 16 TO RETURN-CODE                                    04140000
              PERFORM 950-LOG-RUN-HISTORY                               04150000
              EXEC SQL                                                  04160000
                 COMMIT                                                 04170000
              END-EXEC                                                  04180000
              CLOSE REGISTRY-ANSWER                                     04190000
              CLOSE REJECT-FILE                                         04200000
              STOP RUN                                                  04210000
           END-IF                                                       04220000
           EXIT.                                                        04230000
