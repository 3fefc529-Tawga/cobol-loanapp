       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANBUDL.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT BUDGET-FEED  ASSIGN TO BUDIN                          00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-FEED-STATUS.                           00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    THE CONTROLLERS' ANNUAL BUDGET, ONE RECORD PER BRANCH,       00110000
      *    PRODUCT AND MONTH - AMOUNTS IN EUR. THE FILE CARRIES ONE     00120000
      *    BUDGET YEAR, THE YEAR ON ITS FIRST RECORD                    00130000
       FD  BUDGET-FEED                                                  00140000
           RECORDING MODE F                                             00150000
           LABEL RECORDS STANDARD.                                      00160000
       01  FEED-RECORD.                                                 00170000
           05  FEED-YEAR           PIC 9(04).                           00180000
           05  FEED-MONTH          PIC 9(02).                           00190000
           05  FEED-BRANCH-ID      PIC 9(05).                           00200000
           05  FEED-PRODUCT-CODE   PIC X(08).                           00210000
           05  FEED-LEND-VOLUME    PIC 9(10)V9(2).                      00220000
           05  FEED-APP-COUNT      PIC 9(07).                           00230000
           05  FEED-INTEREST-INC   PIC 9(10)V9(2).                      00240000
           05  FEED-CREDIT-LOSS    PIC 9(10)V9(2).                      00250000
           05  FILLER              PIC X(18).                           00260000
                                                                        00270000
       WORKING-STORAGE SECTION.                                         00280000
           EXEC SQL                                                     00290000
              INCLUDE SQLCA                                             00300000
           END-EXEC.                                                    00310000
           EXEC SQL                                                     00320000
              INCLUDE BRBUDGET                                          00330000
           END-EXEC.                                                    00340000
           EXEC SQL                                                     00350000
              INCLUDE RUNHIST                                           00360000
           END-EXEC.                                                    00370000
                                                                        00380000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00390000
           88  WS-NO-MORE-RECS     VALUE 'Y'.                           00400000
       01  WS-FEED-STATUS          PIC XX    VALUE '00'.                00410000
       01  WS-RECS-READ            PIC 9(7)  VALUE ZERO.                00420000
       01  WS-ROWS-LOADED          PIC 9(7)  VALUE ZERO.                00430000
       01  WS-ROWS-REJECTED        PIC 9(7)  VALUE ZERO.                00440000
       01  WS-ROWS-REPLACED        PIC S9(9) COMP VALUE ZERO.           00450000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANBUDL'.          00460000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00470000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00480000
       01  WS-REF-COUNT            PIC S9(9) COMP VALUE ZERO.           00490000
       01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.              00500000
      *    THE YEAR THIS FILE BUDGETS, TAKEN FROM ITS FIRST RECORD      00510000
       01  WS-BUDGET-YEAR          PIC S9(9) COMP VALUE ZERO.           00520000
       01  WS-ED-YEAR              PIC 9(4)  VALUE ZERO.                00530000
                                                                        00540000
       PROCEDURE DIVISION.                                              00550000
       000-MAIN-PARA.                                                   00560000
           PERFORM 100-INITIALIZE                                       00570000
           PERFORM 200-LOAD-ONE-ROW UNTIL WS-NO-MORE-RECS               00580000
           PERFORM 900-TERMINATE                                        00590000
           STOP RUN.                                                    00600000
                                                                        00610000
      *    A RELOAD OF THE YEAR - A REFORECAST, A CORRECTED FILE -      00620000
      *    REPLACES THE WHOLE YEAR, SO A BRANCH OR PRODUCT DROPPED      00630000
      *    FROM THE NEW FILE DOES NOT KEEP ITS OLD TARGETS              00640000
       100-INITIALIZE.                                                  00650000
           EXEC SQL                                                     00660000
              SELECT CHAR(CURRENT TIMESTAMP)                            00670000
                INTO :WS-RUN-START                                      00680000
                FROM SYSIBM.SYSDUMMY1                                   00690000
           END-EXEC                                                     00700000
           OPEN INPUT BUDGET-FEED                                       00710000
           IF WS-FEED-STATUS NOT = '00'                                 00720000
              DISPLAY 'LOANBUDL - UNABLE TO OPEN BUDIN, STATUS = '      00730000
                      WS-FEED-STATUS                                    00740000
              MOVE 16 TO RETURN-CODE                                    00750000
              STOP RUN                                                  00760000
           END-IF                                                       00770000
           READ BUDGET-FEED                                             00780000
              AT END MOVE 'Y' TO WS-EOF-SW                              00790000
           END-READ                                                     00800000
           IF WS-NO-MORE-RECS OR FEED-YEAR IS NOT NUMERIC               00810000
              DISPLAY 'LOANBUDL - BUDIN IS EMPTY OR HAS NO BUDGET '     00820000
                      'YEAR - NOTHING LOADED'                           00830000
              MOVE 16 TO RETURN-CODE                                    00840000
              PERFORM 950-LOG-RUN-HISTORY                               00850000
              EXEC SQL                                                  00860000
                 COMMIT                                                 00870000
              END-EXEC                                                  00880000
              CLOSE BUDGET-FEED                                         00890000
              STOP RUN                                                  00900000
           END-IF                                                       00910000
           MOVE FEED-YEAR TO WS-BUDGET-YEAR                             00920000
           MOVE WS-BUDGET-YEAR TO BUDG-YEAR                             00930000
           EXEC SQL                                                     00940000
              DELETE FROM KALA15.BRANCH_BUDGET                          00950000
               WHERE BUDGET_YEAR = :BUDG-YEAR                           00960000
           END-EXEC                                                     00970000
           PERFORM 980-CHECK-SQL                                        00980000
           IF SQLCODE = 00                                              00990000
              MOVE SQLERRD(3) TO WS-ROWS-REPLACED                       01000000
           END-IF                                                       01010000
           PERFORM 210-STORE-ROW                                        01020000
           EXIT.                                                        01030000
                                                                        01040000
       200-LOAD-ONE-ROW.                                                01050000
           READ BUDGET-FEED                                             01060000
              AT END MOVE 'Y' TO WS-EOF-SW                              01070000
           END-READ                                                     01080000
           IF NOT WS-NO-MORE-RECS                                       01090000
              PERFORM 210-STORE-ROW                                     01100000
           END-IF                                                       01110000
           EXIT.                                                        01120000
                                                                        01130000
      *    A ROW FOR ANOTHER YEAR, A MONTH OUTSIDE 1-12, A FIGURE THAT  01140000
      *    IS NOT NUMERIC, OR A BRANCH OR PRODUCT THE SYSTEM DOES NOT   01150000
      *    KNOW IS LISTED AND SKIPPED, AND THE RUN ENDS RC 4 FOR THE    01160000
      *    CONTROLLERS TO CORRECT AND RELOAD                            01170000
       210-STORE-ROW.                                                   01180000
           ADD 1 TO WS-RECS-READ                                        01190000
           MOVE SPACES TO WS-REJECT-REASON                              01200000
           EVALUATE TRUE                                                01210000
              WHEN FEED-YEAR IS NOT NUMERIC                             01220000
                OR FEED-YEAR NOT = WS-BUDGET-YEAR                       01230000
                 MOVE 'NOT THE FILE''S BUDGET YEAR' TO WS-REJECT-REASON 01240000
              WHEN FEED-MONTH IS NOT NUMERIC                            01250000
                OR FEED-MONTH < 1 OR FEED-MONTH > 12                    01260000
                 MOVE 'MONTH NOT 01-12' TO WS-REJECT-REASON             01270000
              WHEN FEED-BRANCH-ID IS NOT NUMERIC                        01280000
                OR FEED-LEND-VOLUME IS NOT NUMERIC                      01290000
                OR FEED-APP-COUNT IS NOT NUMERIC                        01300000
                OR FEED-INTEREST-INC IS NOT NUMERIC                     01310000
                OR FEED-CREDIT-LOSS IS NOT NUMERIC                      01320000
                 MOVE 'FIGURE NOT NUMERIC' TO WS-REJECT-REASON          01330000
              WHEN OTHER                                                01340000
                 PERFORM 220-CHECK-REFERENCES                           01350000
           END-EVALUATE                                                 01360000
           IF WS-REJECT-REASON NOT = SPACES                             01370000
              ADD 1 TO WS-ROWS-REJECTED                                 01380000
              DISPLAY 'LOANBUDL - RECORD ' WS-RECS-READ ' SKIPPED - '   01390000
                      WS-REJECT-REASON                                  01400000
           ELSE                                                         01410000
              MOVE FEED-MONTH        TO BUDG-MONTH                      01420000
              MOVE FEED-BRANCH-ID    TO BUDG-BRANCH-ID                  01430000
              MOVE FEED-PRODUCT-CODE TO BUDG-PRODUCT-CODE               01440000
              MOVE FEED-LEND-VOLUME  TO BUDG-LEND-VOLUME-AMT            01450000
              MOVE FEED-APP-COUNT    TO BUDG-APP-COUNT                  01460000
              MOVE FEED-INTEREST-INC TO BUDG-INTEREST-INC-AMT           01470000
              MOVE FEED-CREDIT-LOSS  TO BUDG-CREDIT-LOSS-AMT            01480000
              EXEC SQL                                                  01490000
                 MERGE INTO KALA15.BRANCH_BUDGET AS R                   01500000
                 USING (VALUES (:BUDG-YEAR, :BUDG-MONTH,                01510000
                        :BUDG-BRANCH-ID, :BUDG-PRODUCT-CODE,            01520000
                        :BUDG-LEND-VOLUME-AMT, :BUDG-APP-COUNT,         01530000
                        :BUDG-INTEREST-INC-AMT, :BUDG-CREDIT-LOSS-AMT)) 01540000
                        AS S (BUDGET_YEAR, BUDGET_MONTH, BRANCH_ID,     01550000
                              PRODUCT_CODE, LEND_VOLUME_AMT, APP_COUNT, 01560000
                              INTEREST_INC_AMT, CREDIT_LOSS_AMT)        01570000
                 ON R.BUDGET_YEAR = S.BUDGET_YEAR                       01580000
                    AND R.BUDGET_MONTH = S.BUDGET_MONTH                 01590000
                    AND R.BRANCH_ID = S.BRANCH_ID                       01600000
                    AND R.PRODUCT_CODE = S.PRODUCT_CODE                 01610000
                 WHEN MATCHED THEN                                      01620000
                    UPDATE SET LEND_VOLUME_AMT = S.LEND_VOLUME_AMT,     01630000
                               APP_COUNT = S.APP_COUNT,                 01640000
                               INTEREST_INC_AMT = S.INTEREST_INC_AMT,   01650000
                               CREDIT_LOSS_AMT = S.CREDIT_LOSS_AMT,     01660000
                               LOADED_TS = CURRENT TIMESTAMP            01670000
                 WHEN NOT MATCHED THEN                                  01680000
                    INSERT (BUDGET_YEAR, BUDGET_MONTH, BRANCH_ID,       01690000
                            PRODUCT_CODE, LEND_VOLUME_AMT, APP_COUNT,   01700000
                            INTEREST_INC_AMT, CREDIT_LOSS_AMT,          01710000
                            LOADED_TS)                                  01720000
                    VALUES (S.BUDGET_YEAR, S.BUDGET_MONTH, S.BRANCH_ID, 01730000
                            S.PRODUCT_CODE, S.LEND_VOLUME_AMT,          01740000
                            S.APP_COUNT, S.INTEREST_INC_AMT,            01750000
                            S.CREDIT_LOSS_AMT, CURRENT TIMESTAMP)       01760000
              END-EXEC                                                  01770000
              PERFORM 980-CHECK-SQL                                     01780000
              ADD 1 TO WS-ROWS-LOADED                                   01790000
           END-IF                                                       01800000
           EXIT.                                                        01810000
                                                                        01820000
       220-CHECK-REFERENCES.                                            01830000
           MOVE FEED-BRANCH-ID TO BUDG-BRANCH-ID                        01840000
           MOVE FEED-PRODUCT-CODE TO BUDG-PRODUCT-CODE                  01850000
           EXEC SQL                                                     01860000
              SELECT COUNT(*)                                           01870000
                INTO :WS-REF-COUNT                                      01880000
                FROM KALA15.BRANCH                                      01890000
               WHERE BRANCH_ID = :BUDG-BRANCH-ID                        01900000
           END-EXEC                                                     01910000
           PERFORM 980-CHECK-SQL                                        01920000
           IF WS-REF-COUNT = ZERO                                       01930000
              MOVE 'BRANCH NOT ON FILE' TO WS-REJECT-REASON             01940000
           ELSE                                                         01950000
              EXEC SQL                                                  01960000
                 SELECT COUNT(*)                                        01970000
                   INTO :WS-REF-COUNT                                   01980000
                   FROM KALA15.PRODUCT                                  01990000
                  WHERE PRODUCT_CODE = :BUDG-PRODUCT-CODE               02000000
              END-EXEC                                                  02010000
              PERFORM 980-CHECK-SQL                                     02020000
              IF WS-REF-COUNT = ZERO                                    02030000
                 MOVE 'PRODUCT NOT ON FILE' TO WS-REJECT-REASON         02040000
              END-IF                                                    02050000
           END-IF                                                       02060000
           EXIT.                                                        02070000
                                                                        02080000
       900-TERMINATE.                                                   02090000
           IF WS-ROWS-REJECTED > ZERO                                   02100000
              MOVE 4 TO RETURN-CODE                                     02110000
           END-IF                                                       02120000
           PERFORM 950-LOG-RUN-HISTORY                                  02130000
           EXEC SQL                                                     02140000
              COMMIT                                                    02150000
           END-EXEC                                                     02160000
           CLOSE BUDGET-FEED                                            02170000
           MOVE WS-BUDGET-YEAR TO WS-ED-YEAR                            02180000
           DISPLAY 'LOANBUDL - BUDGET YEAR   : ' WS-ED-YEAR             02190000
           DISPLAY 'LOANBUDL - RECORDS READ  : ' WS-RECS-READ           02200000
           DISPLAY 'LOANBUDL - ROWS LOADED   : ' WS-ROWS-LOADED         02210000
           DISPLAY 'LOANBUDL - ROWS REJECTED : ' WS-ROWS-REJECTED       02220000
           DISPLAY 'LOANBUDL - ROWS REPLACED : ' WS-ROWS-REPLACED       02230000
           EXIT.                                                        02240000
                                                                        02250000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      02260000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      02270000
      *    CONSOLE'S DURATION TRENDING                                  02280000
       950-LOG-RUN-HISTORY.                                             02290000
           EXEC SQL                                                     02300000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       02310000
                INTO :RUNH-RUN-ID                                       02320000
                FROM KALA15.BATCH_RUN_HISTORY                           02330000
           END-EXEC                                                     02340000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            02350000
           MOVE WS-RECS-READ TO RUNH-RECS-READ                          02360000
           MOVE WS-ROWS-LOADED TO RUNH-RECS-UPDATED                     02370000
           MOVE ZERO TO RUNH-RECS-WRITTEN                               02380000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              02390000
           EXEC SQL                                                     02400000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      02410000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        02420000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   02430000
              VALUES                                                    02440000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          02450000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   02460000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               02470000
                  :RUNH-RUN-RC)                                         02480000
           END-EXEC                                                     02490000
           EXIT.                                                        02500000
                                                                        02510000
      *    THE YEAR IS LOADED WHOLE OR NOT AT ALL - A FAILURE ROLLS     02520000
      *    BACK TO THE BUDGET AS IT STOOD BEFORE THE RUN                02530000
       980-CHECK-SQL.                                                   02540000
           IF SQLCODE < 0                                               02550000
              MOVE SQLCODE TO WS-ED-SQLCODE                             02560000
              DISPLAY 'LOANBUDL - BUDGET LOAD FAILED, SQLCODE '         02570000
                      WS-ED-SQLCODE                                     02580000
              EXEC SQL                                                  02590000
                 ROLLBACK                                               02600000
              END-EXEC                                                  02610000
              MOVE 16 TO RETURN-CODE                                    02620000
              PERFORM 950-LOG-RUN-HISTORY                               02630000
              EXEC SQL                                                  02640000
                 COMMIT                                                 02650000
              END-EXEC                                                  02660000
              CLOSE BUDGET-FEED                                         02670000
              STOP RUN                                                  02680000
           END-IF                                                       02690000
           EXIT.                                                        02700000
