       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANSVCA.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT ARCHIVE-RPT  ASSIGN TO SVCARPT                        00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-ARCHIVE-RPT-STATUS.                    00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    ONE LINE PER CLOSED LOAN WHOSE SERVICING DETAIL MOVED, WITH  00110000
      *    THE ROW COUNTS TAKEN FROM EACH TABLE                         00120000
       FD  ARCHIVE-RPT                                                  00130000
           RECORDING MODE F                                             00140000
           LABEL RECORDS STANDARD.                                      00150000
       01  ARCH-RPT-LINE            PIC X(100).                         00160000
                                                                        00170000
       WORKING-STORAGE SECTION.                                         00180000
           EXEC SQL                                                     00190000
              INCLUDE SQLCA                                             00200000
           END-EXEC.                                                    00210000
           EXEC SQL                                                     00220000
              INCLUDE SCHEDARC                                          00230000
           END-EXEC.                                                    00240000
           EXEC SQL                                                     00250000
              INCLUDE PAYARCH                                           00260000
           END-EXEC.                                                    00270000
           EXEC SQL                                                     00280000
              INCLUDE FEEARCH                                           00290000
           END-EXEC.                                                    00300000
           EXEC SQL                                                     00310000
              INCLUDE PENARCH                                           00320000
           END-EXEC.                                                    00330000
           EXEC SQL                                                     00340000
              INCLUDE LEGALHLD                                          00350000
           END-EXEC.                                                    00360000
           EXEC SQL                                                     00370000
              INCLUDE BUSPARM                                           00380000
           END-EXEC.                                                    00390000
           EXEC SQL                                                     00400000
              INCLUDE RUNHIST                                           00410000
           END-EXEC.                                                    00420000
                                                                        00430000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00440000
           88  WS-NO-MORE-LOANS    VALUE 'Y'.                           00450000
       01  WS-ARCHIVE-RPT-STATUS   PIC XX    VALUE '00'.                00460000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANSVCA'.          00470000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00480000
      *    A LOAN CLOSED LONGER THAN THIS MANY YEARS LEAVES THE LIVE    00490000
      *    TABLES - SVC_ARCHIVE_YRS IN BUSINESS_PARAM, SEVEN BY DEFAULT 00500000
       01  WS-ARCHIVE-YEARS        PIC S9(9) COMP VALUE 7.              00510000
      *    LOANS MOVED BETWEEN COMMITS                                  00520000
       01  WS-COMMIT-FREQ          PIC S9(9) COMP VALUE 50.             00530000
       01  WS-APP-ID               PIC S9(9) COMP VALUE ZERO.           00540000
       01  WS-CLOSED-DATE          PIC X(10) VALUE SPACES.              00550000
       01  WS-LOANS-ARCHIVED       PIC 9(7)  VALUE ZERO.                00560000
       01  WS-SCHED-MOVED          PIC 9(7)  VALUE ZERO.                00570000
       01  WS-PAY-MOVED            PIC 9(7)  VALUE ZERO.                00580000
       01  WS-FEE-MOVED            PIC 9(7)  VALUE ZERO.                00590000
       01  WS-PEN-MOVED            PIC 9(7)  VALUE ZERO.                00600000
      *    WHAT MOVED FOR THE LOAN IN HAND                              00610000
       01  WS-LOAN-SCHED           PIC 9(5)  VALUE ZERO.                00620000
       01  WS-LOAN-PAY             PIC 9(5)  VALUE ZERO.                00630000
       01  WS-LOAN-FEE             PIC 9(5)  VALUE ZERO.                00640000
       01  WS-LOAN-PEN             PIC 9(5)  VALUE ZERO.                00650000
       01  WS-ED-APP               PIC 9(9)  VALUE ZERO.                00660000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00670000
                                                                        00680000
       PROCEDURE DIVISION.                                              00690000
       000-MAIN-PARA.                                                   00700000
           PERFORM 100-INITIALIZE                                       00710000
           PERFORM 200-ARCHIVE-ONE-LOAN UNTIL WS-NO-MORE-LOANS          00720000
           PERFORM 900-TERMINATE                                        00730000
           STOP RUN.                                                    00740000
                                                                        00750000
       100-INITIALIZE.                                                  00760000
           EXEC SQL                                                     00770000
              SELECT CHAR(CURRENT TIMESTAMP)                            00780000
                INTO :WS-RUN-START                                      00790000
                FROM SYSIBM.SYSDUMMY1                                   00800000
           END-EXEC                                                     00810000
           OPEN OUTPUT ARCHIVE-RPT                                      00820000
           IF WS-ARCHIVE-RPT-STATUS NOT = '00'                          00830000
              DISPLAY 'LOANSVCA - UNABLE TO OPEN SVCARPT, STATUS = '    00840000
                      WS-ARCHIVE-RPT-STATUS                             00850000
              MOVE 16 TO RETURN-CODE                                    00860000
              STOP RUN                                                  00870000
           END-IF                                                       00880000
                                                                        00890000
           MOVE 'SVC_ARCHIVE_YRS   ' TO BUSPARM-NAME                    00900000
           EXEC SQL                                                     00910000
              SELECT PARAM_VALUE                                        00920000
                INTO :BUSPARM-VALUE                                     00930000
                FROM KALA15.BUSINESS_PARAM                              00940000
               WHERE PARAM_NAME = :BUSPARM-NAME                         00950000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     00960000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     00970000
           END-EXEC                                                     00980000
           IF SQLCODE = 00                                              00990000
              MOVE BUSPARM-VALUE TO WS-ARCHIVE-YEARS                    01000000
           END-IF                                                       01010000
                                                                        01020000
      *    A LOAN QUALIFIES WHEN ITS LATEST STATUS-HISTORY ROW IS THE   01030000
      *    CLOSURE 830-CLOSE-APPLICATION OR LOANCASH WRITES (A LOAN     01040000
      *    REOPENED SINCE HAS A LATER ROW), THAT CLOSURE IS OLDER THAN  01050000
      *    THE RETENTION YEARS, NEITHER THE LOAN NOR ITS BORROWER IS    01060000
      *    UNDER A STANDING LEGAL HOLD, AND SOMETHING IS STILL LEFT IN  01070000
      *    THE LIVE TABLES - SO A LOAN ONCE MOVED NEVER COMES BACK      01080000
           EXEC SQL                                                     01090000
              DECLARE SVCACAND CURSOR FOR                               01100000
              SELECT A.APP_ID, CHAR(DATE(H.CHANGED_TS))                 01110000
                FROM KALA15.APPLICATIONS A,                             01120000
                     KALA15.APPLICATION_STATUS_HISTORY H                01130000
               WHERE H.APP_ID = A.APP_ID                                01140000
                 AND H.HIST_ID =                                        01150000
                     (SELECT MAX(L.HIST_ID)                             01160000
                        FROM KALA15.APPLICATION_STATUS_HISTORY L        01170000
                       WHERE L.APP_ID = A.APP_ID)                       01180000
                 AND H.STATUS_CODE = 'CLOSED'                           01190000
                 AND H.CHANGED_TS < CURRENT TIMESTAMP                   01200000
                     - :WS-ARCHIVE-YEARS YEARS                          01210000
                 AND NOT EXISTS                                         01220000
                    (SELECT 1 FROM KALA15.LEGAL_HOLD G                  01230000
                      WHERE G.RELEASED_DATE IS NULL                     01240000
                        AND ((G.HOLD_TYPE = 'S' AND                     01250000
                              G.HOLD_SSN = A.CUST_SSN)                  01260000
                          OR (G.HOLD_TYPE = 'A' AND                     01270000
                              G.HOLD_APP_ID = A.APP_ID)))               01280000
                 AND (EXISTS                                            01290000
                        (SELECT 1 FROM KALA15.PAYMENT_SCHEDULE S        01300000
                          WHERE S.APP_ID = A.APP_ID)                    01310000
                   OR EXISTS                                            01320000
                        (SELECT 1 FROM KALA15.PAYMENT P                 01330000
                          WHERE P.APP_ID = A.APP_ID)                    01340000
                   OR EXISTS                                            01350000
                        (SELECT 1 FROM KALA15.FEE_HISTORY F             01360000
                          WHERE F.APP_ID = A.APP_ID)                    01370000
                   OR EXISTS                                            01380000
                        (SELECT 1 FROM KALA15.PENALTY_ACCRUAL R         01390000
                          WHERE R.APP_ID = A.APP_ID))                   01400000
               ORDER BY A.APP_ID                                        01410000
           END-EXEC                                                     01420000
           EXEC SQL                                                     01430000
              OPEN SVCACAND                                             01440000
           END-EXEC                                                     01450000
           EXIT.                                                        01460000
                                                                        01470000
      *    EVERY ROW OF THE LOAN MOVES IN ONE UNIT OF WORK - COPIED TO  01480000
      *    THE ARCHIVE TABLE AS IT STANDS, THEN DELETED FROM THE LIVE   01490000
      *    ONE - SO A LOAN IS NEVER HALF IN EACH AND THE READERS THAT   01500000
      *    LOOK IN BOTH NEVER SEE A ROW TWICE                           01510000
       200-ARCHIVE-ONE-LOAN.                                            01520000
           EXEC SQL                                                     01530000
              FETCH SVCACAND                                            01540000
               INTO :WS-APP-ID, :WS-CLOSED-DATE                         01550000
           END-EXEC                                                     01560000
           IF SQLCODE NOT = 00                                          01570000
              MOVE 'Y' TO WS-EOF-SW                                     01580000
           ELSE                                                         01590000
              MOVE WS-APP-ID TO WS-ED-APP                               01600000
              MOVE ZERO TO WS-LOAN-SCHED WS-LOAN-PAY WS-LOAN-FEE        01610000
                           WS-LOAN-PEN                                  01620000
              PERFORM 310-MOVE-SCHEDULE                                 01630000
              PERFORM 320-MOVE-PAYMENTS                                 01640000
              PERFORM 330-MOVE-FEES                                     01650000
              PERFORM 340-MOVE-PENALTIES                                01660000
              ADD 1 TO WS-LOANS-ARCHIVED                                01670000
              ADD WS-LOAN-SCHED TO WS-SCHED-MOVED                       01680000
              ADD WS-LOAN-PAY   TO WS-PAY-MOVED                         01690000
              ADD WS-LOAN-FEE   TO WS-FEE-MOVED                         01700000
              ADD WS-LOAN-PEN   TO WS-PEN-MOVED                         01710000
              MOVE SPACES TO ARCH-RPT-LINE                              01720000
              STRING 'ARCHIVED APPLICATION ' WS-ED-APP                  01730000
                     ' CLOSED ' WS-CLOSED-DATE                          01740000
                     ' SCHEDULE ' WS-LOAN-SCHED                         01750000
                     ' PAYMENTS ' WS-LOAN-PAY                           01760000
                     ' FEES ' WS-LOAN-FEE                               01770000
                     ' PENALTIES ' WS-LOAN-PEN                          01780000
                     DELIMITED BY SIZE INTO ARCH-RPT-LINE               01790000
              END-STRING                                                01800000
              WRITE ARCH-RPT-LINE                                       01810000
              PERFORM 230-CHECKPOINT-COMMIT                             01820000
           END-IF                                                       01830000
           EXIT.                                                        01840000
                                                                        01850000
      *    COMMITS EVERY COMMIT-FREQ LOANS SO A LONG ARCHIVE RUN DOES   01860000
      *    NOT HOLD LOCKS OR LOG SPACE FOR ITS FULL DURATION. THE       01870000
      *    COMMIT CLOSES THE CANDIDATE CURSOR; REOPENING IT PICKS UP    01880000
      *    THE NEXT LOAN, SINCE THOSE ALREADY MOVED NO LONGER QUALIFY   01890000
       230-CHECKPOINT-COMMIT.                                           01900000
           IF FUNCTION MOD(WS-LOANS-ARCHIVED, WS-COMMIT-FREQ) = ZERO    01910000
              EXEC SQL                                                  01920000
                 COMMIT                                                 01930000
              END-EXEC                                                  01940000
              EXEC SQL                                                  01950000
                 CLOSE SVCACAND                                         01960000
              END-EXEC                                                  01970000
              EXEC SQL                                                  01980000
                 OPEN SVCACAND                                          01990000
              END-EXEC                                                  02000000
           END-IF                                                       02010000
           EXIT.                                                        02020000
                                                                        02030000
       310-MOVE-SCHEDULE.                                               02040000
           EXEC SQL                                                     02050000
              INSERT INTO KALA15.PAYMENT_SCHEDULE_ARCHIVE               02060000
                     (SCHED_ID, APP_ID, INSTALLMENT_NO, DUE_DATE,       02070000
                      PRINCIPAL_AMT, INTEREST_AMT, BALANCE_AMT,         02080000
                      ACTUAL_BALANCE_AMT, DEFERRED_FLAG,                02090000
                      SUBSIDY_INT_AMT, PRESENTED_DATE, CREDITOR_REF,    02100000
                      PRENOTE_AMT, PRENOTE_DUE_DATE, REPRESENT_DATE,    02110000
                      REPRESENT_CNT, RUN_ID, ARCHIVED_TS)               02120000
              SELECT SCHED_ID, APP_ID, INSTALLMENT_NO, DUE_DATE,        02130000
                     PRINCIPAL_AMT, INTEREST_AMT, BALANCE_AMT,          02140000
                     ACTUAL_BALANCE_AMT, DEFERRED_FLAG,                 02150000
                     SUBSIDY_INT_AMT, PRESENTED_DATE, CREDITOR_REF,     02160000
                     PRENOTE_AMT, PRENOTE_DUE_DATE, REPRESENT_DATE,     02170000
                     REPRESENT_CNT, RUN_ID, CURRENT TIMESTAMP           02180000
                FROM KALA15.PAYMENT_SCHEDULE                            02190000
               WHERE APP_ID = :WS-APP-ID                                02200000
           END-EXEC                                                     02210000
           PERFORM 980-CHECK-SQL                                        02220000
           IF SQLCODE = 00                                              02230000
              MOVE SQLERRD(3) TO WS-LOAN-SCHED                          02240000
           END-IF                                                       02250000
           EXEC SQL                                                     02260000
              DELETE FROM KALA15.PAYMENT_SCHEDULE                       02270000
               WHERE APP_ID = :WS-APP-ID                                02280000
           END-EXEC                                                     02290000
           PERFORM 980-CHECK-SQL                                        02300000
           EXIT.                                                        02310000
                                                                        02320000
       320-MOVE-PAYMENTS.                                               02330000
           EXEC SQL                                                     02340000
              INSERT INTO KALA15.PAYMENT_ARCHIVE                        02350000
                     (PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE, PAY_TYPE,   02360000
                      BALANCE_AFTER, ALLOC_FEES, ALLOC_PENALTY,         02370000
                      ALLOC_INTEREST, ALLOC_PRINCIPAL, VALUE_DATE,      02380000
                      RUN_ID, ARCHIVED_TS)                              02390000
              SELECT PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE, PAY_TYPE,    02400000
                     BALANCE_AFTER, ALLOC_FEES, ALLOC_PENALTY,          02410000
                     ALLOC_INTEREST, ALLOC_PRINCIPAL, VALUE_DATE,       02420000
                     RUN_ID, CURRENT TIMESTAMP                          02430000
                FROM KALA15.PAYMENT                                     02440000
               WHERE APP_ID = :WS-APP-ID                                02450000
           END-EXEC                                                     02460000
           PERFORM 980-CHECK-SQL                                        02470000
           IF SQLCODE = 00                                              02480000
              MOVE SQLERRD(3) TO WS-LOAN-PAY                            02490000
           END-IF                                                       02500000
           EXEC SQL                                                     02510000
              DELETE FROM KALA15.PAYMENT                                02520000
               WHERE APP_ID = :WS-APP-ID                                02530000
           END-EXEC                                                     02540000
           PERFORM 980-CHECK-SQL                                        02550000
           EXIT.                                                        02560000
                                                                        02570000
       330-MOVE-FEES.                                                   02580000
           EXEC SQL                                                     02590000
              INSERT INTO KALA15.FEE_HISTORY_ARCHIVE                    02600000
                     (FEE_ID, APP_ID, INSTALLMENT_NO, DUE_DATE, BUCKET, 02610000
                      FEE_AMT, ASSESSED_DATE, PAID_AMT, WAIVED_AMT,     02620000
                      RUN_ID, CHG_RUN_ID, PRIOR_PAID_AMT,               02630000
                      PRIOR_WAIVED_AMT, ARCHIVED_TS)                    02640000
              SELECT FEE_ID, APP_ID, INSTALLMENT_NO, DUE_DATE, BUCKET,  02650000
                     FEE_AMT, ASSESSED_DATE, PAID_AMT, WAIVED_AMT,      02660000
                     RUN_ID, CHG_RUN_ID, PRIOR_PAID_AMT,                02670000
                     PRIOR_WAIVED_AMT, CURRENT TIMESTAMP                02680000
                FROM KALA15.FEE_HISTORY                                 02690000
               WHERE APP_ID = :WS-APP-ID                                02700000
           END-EXEC                                                     02710000
           PERFORM 980-CHECK-SQL                                        02720000
           IF SQLCODE = 00                                              02730000
              MOVE SQLERRD(3) TO WS-LOAN-FEE                            02740000
           END-IF                                                       02750000
           EXEC SQL                                                     02760000
              DELETE FROM KALA15.FEE_HISTORY                            02770000
               WHERE APP_ID = :WS-APP-ID                                02780000
           END-EXEC                                                     02790000
           PERFORM 980-CHECK-SQL                                        02800000
           EXIT.                                                        02810000
                                                                        02820000
       340-MOVE-PENALTIES.                                              02830000
           EXEC SQL                                                     02840000
              INSERT INTO KALA15.PENALTY_ACCRUAL_ARCHIVE                02850000
                     (APP_ID, INSTALLMENT_NO, OVERDUE_AMT, PEN_RATE,    02860000
                      ACCRUED_AMT, ACCRUED_THRU, PEN_STATUS, RUN_ID,    02870000
                      PRIOR_ACCRUED_AMT, PRIOR_ACCRUED_THRU,            02880000
                      PRIOR_STATUS, ARCHIVED_TS)                        02890000
              SELECT APP_ID, INSTALLMENT_NO, OVERDUE_AMT, PEN_RATE,     02900000
                     ACCRUED_AMT, ACCRUED_THRU, PEN_STATUS, RUN_ID,     02910000
                     PRIOR_ACCRUED_AMT, PRIOR_ACCRUED_THRU,             02920000
                     PRIOR_STATUS, CURRENT TIMESTAMP                    02930000
                FROM KALA15.PENALTY_ACCRUAL                             02940000
               WHERE APP_ID = :WS-APP-ID                                02950000
           END-EXEC                                                     02960000
           PERFORM 980-CHECK-SQL                                        02970000
           IF SQLCODE = 00                                              02980000
              MOVE SQLERRD(3) TO WS-LOAN-PEN                            02990000
           END-IF                                                       03000000
           EXEC SQL                                                     03010000
              DELETE FROM KALA15.PENALTY_ACCRUAL                        03020000
               WHERE APP_ID = :WS-APP-ID                                03030000
           END-EXEC                                                     03040000
           PERFORM 980-CHECK-SQL                                        03050000
           EXIT.                                                        03060000
                                                                        03070000
       900-TERMINATE.                                                   03080000
           EXEC SQL                                                     03090000
              CLOSE SVCACAND                                            03100000
           END-EXEC                                                     03110000
           PERFORM 950-LOG-RUN-HISTORY                                  03120000
           EXEC SQL                                                     03130000
              COMMIT                                                    03140000
           END-EXEC                                                     03150000
           MOVE SPACES TO ARCH-RPT-LINE                                 03160000
           STRING 'LOANS ' WS-LOANS-ARCHIVED                            03170000
                  ' SCHEDULE ' WS-SCHED-MOVED                           03180000
                  ' PAYMENTS ' WS-PAY-MOVED                             03190000
                  ' FEES ' WS-FEE-MOVED                                 03200000
                  ' PENALTIES ' WS-PEN-MOVED                            03210000
                  DELIMITED BY SIZE INTO ARCH-RPT-LINE                  03220000
           END-STRING                                                   03230000
           WRITE ARCH-RPT-LINE                                          03240000
           CLOSE ARCHIVE-RPT                                            03250000
           DISPLAY 'LOANSVCA - LOANS ARCHIVED    : ' WS-LOANS-ARCHIVED  03260000
           DISPLAY 'LOANSVCA - SCHEDULE ROWS     : ' WS-SCHED-MOVED     03270000
           DISPLAY 'LOANSVCA - PAYMENT ROWS      : ' WS-PAY-MOVED       03280000
           DISPLAY 'LOANSVCA - FEE ROWS          : ' WS-FEE-MOVED       03290000
           DISPLAY 'LOANSVCA - PENALTY ROWS      : ' WS-PEN-MOVED       03300000
           EXIT.                                                        03310000
                                                                        03320000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      03330000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      03340000
      *    CONSOLE'S DURATION TRENDING                                  03350000
       950-LOG-RUN-HISTORY.                                             03360000
           EXEC SQL                                                     03370000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       03380000
                INTO :RUNH-RUN-ID                                       03390000
                FROM KALA15.BATCH_RUN_HISTORY                           03400000
           END-EXEC                                                     03410000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            03420000
           MOVE WS-LOANS-ARCHIVED TO RUNH-RECS-READ                     03430000
           MOVE WS-LOANS-ARCHIVED TO RUNH-RECS-UPDATED                  03440000
           COMPUTE RUNH-RECS-WRITTEN = WS-SCHED-MOVED + WS-PAY-MOVED    03450000
                                     + WS-FEE-MOVED + WS-PEN-MOVED      03460000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              03470000
           EXEC SQL                                                     03480000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      03490000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        03500000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   03510000
              VALUES                                                    03520000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          03530000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   03540000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               03550000
                  :RUNH-RUN-RC)                                         03560000
           END-EXEC                                                     03570000
           EXIT.                                                        03580000
                                                                        03590000
       980-CHECK-SQL.                                                   03600000
           IF SQLCODE < 0                                               03610000
              PERFORM 990-ABORT-ARCHIVE                                 03620000
           END-IF                                                       03630000
           EXIT.                                                        03640000
                                                                        03650000
      *    A FAILED MOVE ROLLS BACK TO THE LAST COMMIT - THE LOANS IN   03660000
      *    THAT STRETCH ARE STILL WHOLLY LIVE AND ARE PICKED UP AGAIN   03670000
      *    BY THE NEXT RUN                                              03680000
       990-ABORT-ARCHIVE.                                               03690000
           MOVE SQLCODE TO WS-ED-SQLCODE                                03700000
           DISPLAY 'LOANSVCA - ARCHIVE FAILED, SQLCODE ' WS-ED-SQLCODE  03710000
                   ' APP ' WS-ED-APP                                    03720000
           EXEC SQL                                                     03730000
              ROLLBACK                                                  03740000
           END-EXEC                                                     03750000
           MOVE 16 TO RETURN-CODE                                       03760000
           PERFORM 950-LOG-RUN-HISTORY                                  03770000
           EXEC SQL                                                     03780000
              COMMIT                                                    03790000
           END-EXEC                                                     03800000
           CLOSE ARCHIVE-RPT                                            03810000
           STOP RUN.                                                    03820000
