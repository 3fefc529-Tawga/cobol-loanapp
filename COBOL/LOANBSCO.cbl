       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANBSCO.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT BUREAU-REQUEST ASSIGN TO BSCOUT                       00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-BSC-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    THE MONTHLY RE-SCORING REQUEST TO THE CREDIT BUREAU - ONE    00110000
      *    RECORD PER LIVE BORROWER, INSIDE THE STANDARD HDR/TRL        00120000
      *    ENVELOPE THE BUREAU ALSO SENDS ITS SCORES BACK IN            00130000
       FD  BUREAU-REQUEST                                               00140000
           RECORDING MODE F                                             00150000
           LABEL RECORDS STANDARD.                                      00160000
       01  BSC-RECORD.                                                  00170000
           05  BSC-SSN             PIC X(11).                           00180000
           05  BSC-F-NAME          PIC X(15).                           00190000
           05  BSC-L-NAME          PIC X(15).                           00200000
           05  BSC-POSTAL-CODE     PIC X(05).                           00210000
           05  BSC-LOAN-CNT        PIC 9(03).                           00220000
           05  BSC-BALANCE         PIC 9(10)V99.                        00230000
           05  FILLER              PIC X(19).                           00240000
                                                                        00250000
       WORKING-STORAGE SECTION.                                         00260000
           EXEC SQL                                                     00270000
              INCLUDE SQLCA                                             00280000
           END-EXEC.                                                    00290000
           EXEC SQL                                                     00300000
              INCLUDE RUNHIST                                           00310000
           END-EXEC.                                                    00320000
                                                                        00330000
           COPY FILEENV.                                                00340000
                                                                        00350000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00360000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00370000
       01  WS-BSC-STATUS           PIC XX    VALUE '00'.                00380000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANBSCO'.          00390000
       01  WS-SOURCE-ID            PIC X(8)  VALUE 'KALA15LN'.          00400000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00410000
       01  WS-RUN-DATE             PIC X(10) VALUE SPACES.              00420000
       01  WS-SSN                  PIC X(11).                           00430000
       01  WS-F-NAME               PIC X(15).                           00440000
       01  WS-L-NAME               PIC X(15).                           00450000
       01  WS-POSTAL-CODE          PIC X(5).                            00460000
       01  WS-LOAN-CNT             PIC S9(9) COMP.                      00470000
       01  WS-BALANCE              PIC S9(10)V9(2) COMP-3.              00480000
       01  WS-BORROWERS            PIC 9(7)  VALUE ZERO.                00490000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00500000
                                                                        00510000
       PROCEDURE DIVISION.                                              00520000
       000-MAIN-PARA.                                                   00530000
           PERFORM 100-INITIALIZE                                       00540000
           PERFORM 200-EXTRACT-ONE-BORROWER UNTIL WS-NO-MORE-ROWS       00550000
           PERFORM 900-TERMINATE                                        00560000
           STOP RUN.                                                    00570000
                                                                        00580000
       100-INITIALIZE.                                                  00590000
           EXEC SQL                                                     00600000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE)        00610000
                INTO :WS-RUN-START, :WS-RUN-DATE                        00620000
                FROM SYSIBM.SYSDUMMY1                                   00630000
           END-EXEC                                                     00640000
           OPEN OUTPUT BUREAU-REQUEST                                   00650000
           IF WS-BSC-STATUS NOT = '00'                                  00660000
              DISPLAY 'LOANBSCO - UNABLE TO OPEN BSCOUT, STATUS = '     00670000
                      WS-BSC-STATUS                                     00680000
              MOVE 16 TO RETURN-CODE                                    00690000
              STOP RUN                                                  00700000
           END-IF                                                       00710000
                                                                        00720000
           MOVE SPACES            TO ENV-RECORD                         00730000
           SET ENV-HEADER         TO TRUE                               00740000
           MOVE WS-RUN-DATE       TO ENV-BUSINESS-DATE                  00750000
           MOVE WS-SOURCE-ID      TO ENV-SOURCE-ID                      00760000
           WRITE BSC-RECORD FROM ENV-RECORD                             00770000
                                                                        00780000
      *    EVERY LIVING CUSTOMER WITH AT LEAST ONE FUNDED LOAN STILL    00790000
      *    RUNNING - A LOAN COUNTS WHILE IT HAS AN UNPAID INSTALLMENT.  00800000
      *    THE BALANCE IS WHAT THE CUSTOMER OWES ACROSS THOSE LOANS,    00810000
      *    EACH AT THE BALANCE ENTERING ITS FIRST UNPAID INSTALLMENT    00820000
           EXEC SQL                                                     00830000
              DECLARE BSCOC CURSOR FOR                                  00840000
              SELECT C.SSN, C.F_NAME, C.L_NAME,                         00850000
                     COALESCE(C.POSTAL_CODE, ' '),                      00860000
                     COUNT(*),                                          00870000
                     SUM(COALESCE(                                      00880000
                        (SELECT S.ACTUAL_BALANCE_AMT                    00890000
                           FROM KALA15.PAYMENT_SCHEDULE S               00900000
                          WHERE S.APP_ID = A.APP_ID                     00910000
                            AND S.ACTUAL_BALANCE_AMT IS NOT NULL        00920000
                            AND S.INSTALLMENT_NO =                      00930000
                               (SELECT MAX(S2.INSTALLMENT_NO)           00940000
                                  FROM KALA15.PAYMENT_SCHEDULE S2       00950000
                                 WHERE S2.APP_ID = A.APP_ID             00960000
                                   AND S2.ACTUAL_BALANCE_AMT            00970000
                                       IS NOT NULL)),                   00980000
                        A.LOAN_AMN))                                    00990000
                FROM KALA15.CUSTOMER C,                                 01000000
                     KALA15.APPLICATIONS A                              01010000
               WHERE A.CUST_SSN = C.SSN                                 01020000
                 AND C.DECEASED_DATE IS NULL                            01030000
                 AND A.STATUS = 1                                       01040000
                 AND EXISTS                                             01050000
                    (SELECT 1 FROM KALA15.DISBURSEMENT D                01060000
                      WHERE D.APP_ID = A.APP_ID                         01070000
                        AND D.DISB_STATUS = 'SENT')                     01080000
                 AND EXISTS                                             01090000
                    (SELECT 1 FROM KALA15.PAYMENT_SCHEDULE P            01100000
                      WHERE P.APP_ID = A.APP_ID                         01110000
                        AND P.ACTUAL_BALANCE_AMT IS NULL)               01120000
               GROUP BY C.SSN, C.F_NAME, C.L_NAME, C.POSTAL_CODE        01130000
               ORDER BY C.SSN                                           01140000
           END-EXEC                                                     01150000
           EXEC SQL                                                     01160000
              OPEN BSCOC                                                01170000
           END-EXEC                                                     01180000
           PERFORM 980-CHECK-SQL                                        01190000
           EXIT.                                                        01200000
                                                                        01210000
       200-EXTRACT-ONE-BORROWER.                                        01220000
           EXEC SQL                                                     01230000
              FETCH BSCOC                                               01240000
                INTO :WS-SSN, :WS-F-NAME, :WS-L-NAME,                   01250000
                     :WS-POSTAL-CODE, :WS-LOAN-CNT, :WS-BALANCE         01260000
           END-EXEC                                                     01270000
           IF SQLCODE NOT = 00                                          01280000
              PERFORM 980-CHECK-SQL                                     01290000
              MOVE 'Y' TO WS-EOF-SW                                     01300000
           ELSE                                                         01310000
              MOVE SPACES          TO BSC-RECORD                        01320000
              MOVE WS-SSN          TO BSC-SSN                           01330000
              MOVE WS-F-NAME       TO BSC-F-NAME                        01340000
              MOVE WS-L-NAME       TO BSC-L-NAME                        01350000
              MOVE WS-POSTAL-CODE  TO BSC-POSTAL-CODE                   01360000
              MOVE WS-LOAN-CNT     TO BSC-LOAN-CNT                      01370000
              MOVE WS-BALANCE      TO BSC-BALANCE                       01380000
              WRITE BSC-RECORD                                          01390000
              ADD 1 TO WS-BORROWERS                                     01400000
           END-IF                                                       01410000
           EXIT.                                                        01420000
                                                                        01430000
      *    THE TRAILER PROVES THE COUNT - THE REQUEST CARRIES NO        01440000
      *    AMOUNT THE BUREAU TOTALS, SO THE HASH IS ZERO                01450000
       900-TERMINATE.                                                   01460000
           EXEC SQL                                                     01470000
              CLOSE BSCOC                                               01480000
           END-EXEC                                                     01490000
           MOVE SPACES            TO ENV-RECORD                         01500000
           SET ENV-TRAILER        TO TRUE                               01510000
           MOVE WS-BORROWERS      TO ENV-RECORD-COUNT                   01520000
           MOVE ZERO              TO ENV-HASH-TOTAL                     01530000
           WRITE BSC-RECORD FROM ENV-RECORD                             01540000
           CLOSE BUREAU-REQUEST                                         01550000
           PERFORM 950-LOG-RUN-HISTORY                                  01560000
           EXEC SQL                                                     01570000
              COMMIT                                                    01580000
           END-EXEC                                                     01590000
           DISPLAY 'LOANBSCO - BORROWERS SENT FOR RE-SCORING: '         01600000
                   WS-BORROWERS                                         01610000
           EXIT.                                                        01620000
                                                                        01630000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      01640000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      01650000
      *    CONSOLE'S DURATION TRENDING                                  01660000
       950-LOG-RUN-HISTORY.                                             01670000
           EXEC SQL                                                     01680000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       01690000
                INTO :RUNH-RUN-ID                                       01700000
                FROM KALA15.BATCH_RUN_HISTORY                           01710000
           END-EXEC                                                     01720000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            01730000
           MOVE WS-BORROWERS TO RUNH-RECS-READ                          01740000
           MOVE ZERO TO RUNH-RECS-UPDATED                               01750000
           MOVE WS-BORROWERS TO RUNH-RECS-WRITTEN                       01760000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              01770000
           EXEC SQL                                                     01780000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      01790000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        01800000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   01810000
              VALUES                                                    01820000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          01830000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   01840000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               01850000
                  :RUNH-RUN-RC)                                         01860000
           END-EXEC                                                     01870000
           EXIT.                                                        01880000
                                                                        01890000
      *    A CURSOR FAILURE LEAVES A TRUNCATED REQUEST WITH NO          01900000
      *    TRAILER - THE BUREAU REFUSES IT AND THE JOB IS RERUN         01910000
       980-CHECK-SQL.                                                   01920000
           IF SQLCODE < 0                                               01930000
              MOVE SQLCODE TO WS-ED-SQLCODE                             01940000
              DISPLAY 'LOANBSCO - EXTRACT FAILED, SQLCODE '             01950000
                      WS-ED-SQLCODE                                     01960000
              MOVE 16 TO RETURN-CODE                                    01970000
              PERFORM 950-LOG-RUN-HISTORY                               01980000
              EXEC SQL                                                  01990000
                 COMMIT                                                 02000000
              END-EXEC                                                  02010000
              CLOSE BUREAU-REQUEST                                      02020000
              STOP RUN                                                  02030000
           END-IF                                                       02040000
           EXIT.                                                        02050000
