       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANFTPL.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT CURVE-FEED   ASSIGN TO FTPIN                          00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-FEED-STATUS.                           00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    TREASURY'S COST-OF-FUNDS CURVE, ONE POINT PER RECORD - THE   00110000
      *    ANNUAL FUNDING RATE FOR MONEY OF THE TERM GIVEN, IN THE      00120000
      *    CURRENCY GIVEN, FROM THE EFFECTIVE DATE ON. TREASURY SENDS   00130000
      *    ONLY THE POINTS THAT MOVE                                    00140000
       FD  CURVE-FEED                                                   00150000
           RECORDING MODE F                                             00160000
           LABEL RECORDS STANDARD.                                      00170000
       01  FEED-RECORD.                                                 00180000
           05  FEED-CURRENCY       PIC X(03).                           00190000
           05  FEED-TERM-MONTHS    PIC 9(03).                           00200000
           05  FEED-FTP-RATE       PIC 9(03)V9(3).                      00210000
           05  FEED-EFFECTIVE-DATE PIC X(10).                           00220000
           05  FILLER              PIC X(58).                           00230000
                                                                        00240000
       WORKING-STORAGE SECTION.                                         00250000
           EXEC SQL                                                     00260000
              INCLUDE SQLCA                                             00270000
           END-EXEC.                                                    00280000
           EXEC SQL                                                     00290000
              INCLUDE FUNDCURV                                          00300000
           END-EXEC.                                                    00310000
           EXEC SQL                                                     00320000
              INCLUDE RUNHIST                                           00330000
           END-EXEC.                                                    00340000
                                                                        00350000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00360000
           88  WS-NO-MORE-RECS     VALUE 'Y'.                           00370000
       01  WS-FEED-STATUS          PIC XX    VALUE '00'.                00380000
       01  WS-RECS-READ            PIC 9(7)  VALUE ZERO.                00390000
       01  WS-POINTS-LOADED        PIC 9(7)  VALUE ZERO.                00400000
       01  WS-POINTS-SKIPPED       PIC 9(7)  VALUE ZERO.                00410000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANFTPL'.          00420000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00430000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00440000
                                                                        00450000
       PROCEDURE DIVISION.                                              00460000
       000-MAIN-PARA.                                                   00470000
           PERFORM 100-INITIALIZE                                       00480000
           PERFORM 200-LOAD-ONE-POINT UNTIL WS-NO-MORE-RECS             00490000
           PERFORM 900-TERMINATE                                        00500000
           STOP RUN.                                                    00510000
                                                                        00520000
       100-INITIALIZE.                                                  00530000
           EXEC SQL                                                     00540000
              SELECT CHAR(CURRENT TIMESTAMP)                            00550000
                INTO :WS-RUN-START                                      00560000
                FROM SYSIBM.SYSDUMMY1                                   00570000
           END-EXEC                                                     00580000
           OPEN INPUT CURVE-FEED                                        00590000
           IF WS-FEED-STATUS NOT = '00'                                 00600000
              DISPLAY 'LOANFTPL - UNABLE TO OPEN FTPIN, STATUS = '      00610000
                      WS-FEED-STATUS                                    00620000
              MOVE 16 TO RETURN-CODE                                    00630000
              STOP RUN                                                  00640000
           END-IF                                                       00650000
           EXIT.                                                        00660000
                                                                        00670000
      *    A NEW POINT CLOSES THE POINT IN FORCE FOR THE SAME CURRENCY  00680000
      *    AND TERM ON THE DAY BEFORE IT TAKES EFFECT, SO THE CURVE A   00690000
      *    LOAN WAS FUNDED AGAINST STAYS ON FILE. A RERUN OF THE SAME   00700000
      *    FEED REPLACES RATHER THAN DUPLICATES. A POINT THAT IS NOT    00710000
      *    NUMERIC OR NOT DATED IS SKIPPED AND COUNTED, AND THE RUN     00720000
      *    ENDS RC 4 FOR TREASURY TO RESEND IT                          00730000
       200-LOAD-ONE-POINT.                                              00740000
           READ CURVE-FEED                                              00750000
              AT END MOVE 'Y' TO WS-EOF-SW                              00760000
           END-READ                                                     00770000
           IF NOT WS-NO-MORE-RECS                                       00780000
              ADD 1 TO WS-RECS-READ                                     00790000
              IF FEED-TERM-MONTHS IS NOT NUMERIC                        00800000
                 OR FEED-FTP-RATE IS NOT NUMERIC                        00810000
                 OR FEED-TERM-MONTHS = ZERO                             00820000
                 OR FEED-CURRENCY = SPACES                              00830000
                 ADD 1 TO WS-POINTS-SKIPPED                             00840000
              ELSE                                                      00850000
                 PERFORM 210-STORE-POINT                                00860000
              END-IF                                                    00870000
           END-IF                                                       00880000
           EXIT.                                                        00890000
                                                                        00900000
       210-STORE-POINT.                                                 00910000
           MOVE FEED-CURRENCY       TO FTPC-CURRENCY-CODE               00920000
           MOVE FEED-TERM-MONTHS    TO FTPC-TERM-MONTHS                 00930000
           MOVE FEED-FTP-RATE       TO FTPC-FTP-RATE                    00940000
           MOVE FEED-EFFECTIVE-DATE TO FTPC-EFFECTIVE-DATE              00950000
           EXEC SQL                                                     00960000
              UPDATE KALA15.FUNDING_CURVE                               00970000
                 SET END_DATE = DATE(:FTPC-EFFECTIVE-DATE) - 1 DAY      00980000
               WHERE CURRENCY_CODE = :FTPC-CURRENCY-CODE                00990000
                 AND TERM_MONTHS = :FTPC-TERM-MONTHS                    01000000
                 AND EFFECTIVE_DATE < DATE(:FTPC-EFFECTIVE-DATE)        01010000
                 AND (END_DATE IS NULL                                  01020000
                      OR END_DATE >= DATE(:FTPC-EFFECTIVE-DATE))        01030000
           END-EXEC                                                     01040000
           IF SQLCODE < 0                                               01050000
              ADD 1 TO WS-POINTS-SKIPPED                                01060000
           ELSE                                                         01070000
              EXEC SQL                                                  01080000
                 MERGE INTO KALA15.FUNDING_CURVE AS R                   01090000
                 USING (VALUES (:FTPC-CURRENCY-CODE,                    01100000
                        :FTPC-TERM-MONTHS, :FTPC-FTP-RATE,              01110000
                        DATE(:FTPC-EFFECTIVE-DATE)))                    01120000
                        AS S (CURRENCY_CODE, TERM_MONTHS, FTP_RATE,     01130000
                              EFFECTIVE_DATE)                           01140000
                 ON R.CURRENCY_CODE = S.CURRENCY_CODE                   01150000
                    AND R.TERM_MONTHS = S.TERM_MONTHS                   01160000
                    AND R.EFFECTIVE_DATE = S.EFFECTIVE_DATE             01170000
                 WHEN MATCHED THEN                                      01180000
                    UPDATE SET FTP_RATE = S.FTP_RATE                    01190000
                 WHEN NOT MATCHED THEN                                  01200000
                    INSERT (CURRENCY_CODE, TERM_MONTHS, FTP_RATE,       01210000
                            EFFECTIVE_DATE)                             01220000
                    VALUES (S.CURRENCY_CODE, S.TERM_MONTHS,             01230000
                            S.FTP_RATE, S.EFFECTIVE_DATE)               01240000
              END-EXEC                                                  01250000
              IF SQLCODE = 00                                           01260000
                 ADD 1 TO WS-POINTS-LOADED                              01270000
              ELSE                                                      01280000
                 MOVE SQLCODE TO WS-ED-SQLCODE                          01290000
                 DISPLAY 'LOANFTPL - POINT ' FEED-CURRENCY ' '          01300000
                         FEED-TERM-MONTHS ' NOT LOADED, SQLCODE '       01310000
                         WS-ED-SQLCODE                                  01320000
                 ADD 1 TO WS-POINTS-SKIPPED                             01330000
              END-IF                                                    01340000
           END-IF                                                       01350000
           EXIT.                                                        01360000
                                                                        01370000
       900-TERMINATE.                                                   01380000
           IF WS-POINTS-SKIPPED > ZERO                                  01390000
              MOVE 4 TO RETURN-CODE                                     01400000
           END-IF                                                       01410000
           PERFORM 950-LOG-RUN-HISTORY                                  01420000
           EXEC SQL                                                     01430000
              COMMIT                                                    01440000
           END-EXEC                                                     01450000
           CLOSE CURVE-FEED                                             01460000
           DISPLAY 'LOANFTPL - POINTS READ   : ' WS-RECS-READ           01470000
           DISPLAY 'LOANFTPL - POINTS LOADED : ' WS-POINTS-LOADED       01480000
           DISPLAY 'LOANFTPL - POINTS SKIPPED: ' WS-POINTS-SKIPPED      01490000
           EXIT.                                                        01500000
                                                                        01510000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      01520000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      01530000
      *    CONSOLE'S DURATION TRENDING                                  01540000
       950-LOG-RUN-HISTORY.                                             01550000
           EXEC SQL                                                     01560000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       01570000
                INTO :RUNH-RUN-ID                                       01580000
                FROM KALA15.BATCH_RUN_HISTORY                           01590000
           END-EXEC                                                     01600000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            01610000
           MOVE WS-RECS-READ TO RUNH-RECS-READ                          01620000
           MOVE WS-POINTS-LOADED TO RUNH-RECS-UPDATED                   01630000
           MOVE ZERO TO RUNH-RECS-WRITTEN                               01640000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              01650000
           EXEC SQL                                                     01660000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      01670000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        01680000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   01690000
              VALUES                                                    01700000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          01710000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   01720000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               01730000
                  :RUNH-RUN-RC)                                         01740000
           END-EXEC                                                     01750000
           EXIT.                                                        01760000
