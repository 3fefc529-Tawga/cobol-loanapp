       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANLREG.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT REGISTRY-REQUEST ASSIGN TO LREGOUT                    00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-REG-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    ONE LIEN-REGISTRATION REQUEST PER PLEDGED ITEM AND LOAN FOR  00110000
      *    THE COLLATERAL REGISTRY'S BATCH INTAKE - THE SAME INTAKE     00120000
      *    LOANCREL SENDS ITS DISCHARGES TO                             00130000
       FD  REGISTRY-REQUEST                                             00140000
           RECORDING MODE F                                             00150000
           LABEL RECORDS STANDARD.                                      00160000
       01  LRG-RECORD.                                                  00170000
           05  LRG-COLL-ID         PIC 9(08).                           00180000
           05  LRG-APP-ID          PIC 9(08).                           00190000
           05  LRG-SSN             PIC X(11).                           00200000
           05  LRG-F-NAME          PIC X(15).                           00210000
           05  LRG-L-NAME          PIC X(15).                           00220000
           05  LRG-ASSET-TYPE      PIC X(15).                           00230000
           05  LRG-DESCRIPTION     PIC X(40).                           00240000
           05  LRG-LIEN-POS        PIC 9(03).                           00250000
           05  LRG-PLEDGE-PCT      PIC 9(03).                           00260000
           05  LRG-LOAN-AMT        PIC 9(08).                           00270000
           05  LRG-REQUEST-DATE    PIC X(10).                           00280000
                                                                        00290000
       WORKING-STORAGE SECTION.                                         00300000
           EXEC SQL                                                     00310000
              INCLUDE SQLCA                                             00320000
           END-EXEC.                                                    00330000
           EXEC SQL                                                     00340000
              INCLUDE APPS                                              00350000
           END-EXEC.                                                    00360000
           EXEC SQL                                                     00370000
              INCLUDE CUSTOMER                                          00380000
           END-EXEC.                                                    00390000
           EXEC SQL                                                     00400000
              INCLUDE COLL                                              00410000
           END-EXEC.                                                    00420000
           EXEC SQL                                                     00430000
              INCLUDE LIENREG                                           00440000
           END-EXEC.                                                    00450000
           EXEC SQL                                                     00460000
              INCLUDE RUNHIST                                           00470000
           END-EXEC.                                                    00480000
                                                                        00490000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00500000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00510000
       01  WS-REG-STATUS           PIC XX    VALUE '00'.                00520000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANLREG'.          00530000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00540000
       01  WS-REQUEST-DATE         PIC X(10) VALUE SPACES.              00550000
       01  WS-PLEDGE-PCT           PIC S9(3)V9(2) COMP-3.               00560000
       01  WS-REQUESTS-SENT        PIC 9(7)  VALUE ZERO.                00570000
       01  WS-RESENT-CNT           PIC 9(7)  VALUE ZERO.                00580000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00590000
                                                                        00600000
       PROCEDURE DIVISION.                                              00610000
       000-MAIN-PARA.                                                   00620000
           PERFORM 100-INITIALIZE                                       00630000
           PERFORM 200-REGISTER-ONE-ITEM UNTIL WS-NO-MORE-ROWS          00640000
           PERFORM 900-TERMINATE                                        00650000
           STOP RUN.                                                    00660000
                                                                        00670000
       100-INITIALIZE.                                                  00680000
           EXEC SQL                                                     00690000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE)        00700000
                INTO :WS-RUN-START, :WS-REQUEST-DATE                    00710000
                FROM SYSIBM.SYSDUMMY1                                   00720000
           END-EXEC                                                     00730000
           OPEN OUTPUT REGISTRY-REQUEST                                 00740000
           IF WS-REG-STATUS NOT = '00'                                  00750000
              DISPLAY 'LOANLREG - UNABLE TO OPEN LREGOUT, STATUS = '    00760000
                      WS-REG-STATUS                                     00770000
              MOVE 16 TO RETURN-CODE                                    00780000
              STOP RUN                                                  00790000
           END-IF                                                       00800000
                                                                        00810000
      *    EVERY ITEM PLEDGED TO AN APPROVED LOAN ON A SECURED          00820000
      *    PRODUCT - ITS OWN ITEMS, AND ANY SHARE OF ANOTHER LOAN'S     00830000
      *    ITEM ALLOCATED TO IT - THAT HAS NOT YET GONE TO THE          00840000
      *    REGISTRY, OR THAT THE REGISTRY SENT BACK.  A FUNDED LOAN     00850000
      *    ONLY COMES BACK FOR AN ITEM ALREADY IN THE REGISTRATION      00860000
      *    TRAIL (WAIVED BEFORE IT WAS SENT, OR REFUSED) - LOANS        00870000
      *    FUNDED BEFORE REGISTRATIONS WERE SENT FROM HERE ARE NOT      00880000
      *    SWEPT UP                                                     00890000
           EXEC SQL                                                     00900000
              DECLARE LREGC CURSOR FOR                                  00910000
              SELECT CL.COLL_ID, A.APP_ID, A.CUST_SSN,                  00920000
                     C.F_NAME, C.L_NAME,                                00930000
                     COALESCE(CL.ASSET_TYPE, ' '),                      00940000
                     COALESCE(CL.DESCRIPTION, ' '),                     00950000
                     COALESCE(CL.LIEN_POSITION, 0),                     00960000
                     COALESCE(                                          00970000
                        (SELECT AL.PLEDGE_PCT                           00980000
                           FROM KALA15.COLLATERAL_ALLOCATION AL         00990000
                          WHERE AL.COLL_ID = CL.COLL_ID                 01000000
                            AND AL.APP_ID = A.APP_ID                    01010000
                            AND AL.RELEASE_STATUS IS NULL), 100),       01020000
                     A.LOAN_AMN,                                        01030000
                     COALESCE(                                          01040000
                        (SELECT LR.REG_STATUS                           01050000
                           FROM KALA15.LIEN_REGISTRATION LR             01060000
                          WHERE LR.COLL_ID = CL.COLL_ID                 01070000
                            AND LR.APP_ID = A.APP_ID), ' ')             01080000
                FROM KALA15.APPLICATIONS A,                             01090000
                     KALA15.PRODUCT P,                                  01100000
                     KALA15.CUSTOMER C,                                 01110000
                     KALA15.COLLATERAL CL                               01120000
               WHERE A.STATUS = 1                                       01130000
                 AND P.PRODUCT_CODE = A.PRODUCT_CODE                    01140000
                 AND P.SECURED_FLAG = 'Y'                               01150000
                 AND C.SSN = A.CUST_SSN                                 01160000
                 AND ((CL.APP_ID = A.APP_ID                             01170000
                       AND NOT EXISTS                                   01180000
                          (SELECT 1                                     01190000
                             FROM KALA15.COLLATERAL_ALLOCATION AL2      01200000
                            WHERE AL2.COLL_ID = CL.COLL_ID))            01210000
                   OR EXISTS                                            01220000
                          (SELECT 1                                     01230000
                             FROM KALA15.COLLATERAL_ALLOCATION AL3      01240000
                            WHERE AL3.COLL_ID = CL.COLL_ID              01250000
                              AND AL3.APP_ID = A.APP_ID                 01260000
                              AND AL3.RELEASE_STATUS IS NULL))          01270000
                 AND NOT EXISTS                                         01280000
                    (SELECT 1                                           01290000
                       FROM KALA15.LIEN_REGISTRATION LR2                01300000
                      WHERE LR2.COLL_ID = CL.COLL_ID                    01310000
                        AND LR2.APP_ID = A.APP_ID                       01320000
                        AND LR2.REG_STATUS IN ('SENT', 'REGISTRD'))     01330000
                 AND (NOT EXISTS                                        01340000
                        (SELECT 1 FROM KALA15.DISBURSEMENT D            01350000
                          WHERE D.APP_ID = A.APP_ID)                    01360000
                   OR EXISTS                                            01370000
                        (SELECT 1                                       01380000
                           FROM KALA15.LIEN_REGISTRATION LR3            01390000
                          WHERE LR3.COLL_ID = CL.COLL_ID                01400000
                            AND LR3.APP_ID = A.APP_ID))                 01410000
               ORDER BY A.APP_ID, CL.COLL_ID                            01420000
           END-EXEC                                                     01430000
           EXEC SQL                                                     01440000
              OPEN LREGC                                                01450000
           END-EXEC                                                     01460000
           PERFORM 980-CHECK-SQL                                        01470000
           EXIT.                                                        01480000
                                                                        01490000
       200-REGISTER-ONE-ITEM.                                           01500000
           EXEC SQL                                                     01510000
              FETCH LREGC                                               01520000
               INTO :COLL-ID, :APP-ID, :CUST-SSN,                       01530000
                    :F-NAME, :L-NAME,                                   01540000
                    :COLL-ASSET-TYPE, :COLL-DESCRIPTION,                01550000
                    :COLL-LIEN-POSITION, :WS-PLEDGE-PCT,                01560000
                    :LOAN-AMN, :LREG-STATUS                             01570000
           END-EXEC                                                     01580000
           IF SQLCODE NOT = 00                                          01590000
              PERFORM 980-CHECK-SQL                                     01600000
              MOVE 'Y' TO WS-EOF-SW                                     01610000
           ELSE                                                         01620000
              PERFORM 300-SEND-REQUEST                                  01630000
           END-IF                                                       01640000
           EXIT.                                                        01650000
                                                                        01660000
      *    THE REQUEST GOES OUT AND THE ROW IS MARKED SENT IN THE SAME  01670000
      *    UNIT OF WORK - A WAIVER ALREADY ON THE ROW IS KEPT, AND A    01680000
      *    REFUSAL'S REASON IS CLEARED FOR THE NEW ANSWER               01690000
       300-SEND-REQUEST.                                                01700000
           MOVE SPACES             TO LRG-RECORD                        01710000
           MOVE COLL-ID            TO LRG-COLL-ID                       01720000
           MOVE APP-ID             TO LRG-APP-ID                        01730000
           MOVE CUST-SSN           TO LRG-SSN                           01740000
           MOVE F-NAME             TO LRG-F-NAME                        01750000
           MOVE L-NAME             TO LRG-L-NAME                        01760000
           MOVE COLL-ASSET-TYPE    TO LRG-ASSET-TYPE                    01770000
           MOVE COLL-DESCRIPTION   TO LRG-DESCRIPTION                   01780000
           MOVE COLL-LIEN-POSITION TO LRG-LIEN-POS                      01790000
           MOVE WS-PLEDGE-PCT      TO LRG-PLEDGE-PCT                    01800000
           MOVE LOAN-AMN           TO LRG-LOAN-AMT                      01810000
           MOVE WS-REQUEST-DATE    TO LRG-REQUEST-DATE                  01820000
           WRITE LRG-RECORD                                             01830000
                                                                        01840000
           IF LREG-REJECTED                                             01850000
              ADD 1 TO WS-RESENT-CNT                                    01860000
           END-IF                                                       01870000
           MOVE COLL-ID TO LREG-COLL-ID                                 01880000
           MOVE APP-ID  TO LREG-APP-ID                                  01890000
           EXEC SQL                                                     01900000
              MERGE INTO KALA15.LIEN_REGISTRATION AS T                  01910000
              USING (VALUES (:LREG-COLL-ID, :LREG-APP-ID))              01920000
                     AS S (COLL_ID, APP_ID)                             01930000
              ON T.COLL_ID = S.COLL_ID                                  01940000
                 AND T.APP_ID = S.APP_ID                                01950000
              WHEN MATCHED THEN                                         01960000
                 UPDATE SET REG_STATUS = 'SENT',                        01970000
                            SENT_DATE = CURRENT DATE,                   01980000
                            REJECT_REASON = NULL                        01990000
              WHEN NOT MATCHED THEN                                     02000000
                 INSERT (COLL_ID, APP_ID, REG_STATUS, SENT_DATE)        02010000
                 VALUES (S.COLL_ID, S.APP_ID, 'SENT', CURRENT DATE)     02020000
           END-EXEC                                                     02030000
           PERFORM 980-CHECK-SQL                                        02040000
           ADD 1 TO WS-REQUESTS-SENT                                    02050000
           EXIT.                                                        02060000
                                                                        02070000
       900-TERMINATE.                                                   02080000
           EXEC SQL                                                     02090000
              CLOSE LREGC                                               02100000
           END-EXEC                                                     02110000
           CLOSE REGISTRY-REQUEST                                       02120000
           PERFORM 950-LOG-RUN-HISTORY                                  02130000
           EXEC SQL                                                     02140000
              COMMIT                                                    02150000
           END-EXEC                                                     02160000
           DISPLAY 'LOANLREG - REGISTRATIONS SENT  : ' WS-REQUESTS-SENT 02170000
           DISPLAY 'LOANLREG - OF WHICH RE-SENT    : ' WS-RESENT-CNT    02180000
           EXIT.                                                        02190000
                                                                        02200000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      02210000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      02220000
      *    CONSOLE'S DURATION TRENDING                                  02230000
       950-LOG-RUN-HISTORY.                                             02240000
           EXEC SQL                                                     02250000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       02260000
                INTO :RUNH-RUN-ID                                       02270000
                FROM KALA15.BATCH_RUN_HISTORY                           02280000
           END-EXEC                                                     02290000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            02300000
           MOVE WS-REQUESTS-SENT TO RUNH-RECS-READ                      02310000
           MOVE WS-REQUESTS-SENT TO RUNH-RECS-UPDATED                   02320000
           MOVE WS-REQUESTS-SENT TO RUNH-RECS-WRITTEN                   02330000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              02340000
           EXEC SQL                                                     02350000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      02360000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        02370000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   02380000
              VALUES                                                    02390000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          02400000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   02410000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               02420000
                  :RUNH-RUN-RC)                                         02430000
           END-EXEC                                                     02440000
           EXIT.                                                        02450000
                                                                        02460000
      *    A FAILURE ROLLS BACK EVERY SENT MARK THIS RUN MADE, SO THE   02470000
      *    RERUN SENDS THE SAME ITEMS AGAIN IN A FRESH GENERATION       02480000
       980-CHECK-SQL.                                                   02490000
           IF SQLCODE < 0                                               02500000
              MOVE SQLCODE TO WS-ED-SQLCODE                             02510000
              DISPLAY 'LOANLREG - REGISTRATION RUN FAILED, SQLCODE '    02520000
                      WS-ED-SQLCODE                                     02530000
              EXEC SQL                                                  02540000
                 ROLLBACK                                               02550000
              END-EXEC                                                  02560000
              MOVE 16 TO RETURN-CODE                                    02570000
              PERFORM 950-LOG-RUN-HISTORY                               02580000
              EXEC SQL                                                  02590000
                 COMMIT                                                 02600000
              END-EXEC                                                  02610000
              CLOSE REGISTRY-REQUEST                                    02620000
              STOP RUN                                                  02630000
           END-IF                                                       02640000
           EXIT.                                                        02650000
