       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANPOSP.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT POSP-REPORT  ASSIGN TO POSPRPT                        00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-RPT-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
       FD  POSP-REPORT                                                  00110000
           RECORDING MODE F                                             00120000
           LABEL RECORDS STANDARD.                                      00130000
       01  POSP-RPT-LINE           PIC X(80).                           00140000
                                                                        00150000
       WORKING-STORAGE SECTION.                                         00160000
           EXEC SQL                                                     00170000
              INCLUDE SQLCA                                             00180000
           END-EXEC.                                                    00190000
           EXEC SQL                                                     00200000
              INCLUDE LOANPOS                                           00210000
           END-EXEC.                                                    00220000
           EXEC SQL                                                     00230000
              INCLUDE RUNHIST                                           00240000
           END-EXEC.                                                    00250000
                                                                        00260000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00270000
           88  WS-NO-MORE-LOANS    VALUE 'Y'.                           00280000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00290000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANPOSP'.          00300000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00310000
       01  WS-REPORT-DATE          PIC X(10) VALUE SPACES.              00320000
       01  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.                00330000
       01  WS-LOANS-AGREED         PIC 9(7)  VALUE ZERO.                00340000
       01  WS-LOANS-BROKEN         PIC 9(7)  VALUE ZERO.                00350000
       01  WS-ROWS-BUILT           PIC 9(7)  VALUE ZERO.                00360000
      *    THE ROW AS THE POSTING PROGRAMS LEFT IT - PROVED AGAINST     00370000
      *    THE SAME FIGURES REBUILT FROM THE DETAIL INTO THE DCLGEN     00380000
      *    FIELDS                                                       00390000
       01  WS-HELD-NEXT-INST-NO    PIC S9(9) COMP.                      00400000
       01  WS-HELD-PRINCIPAL-BAL   PIC S9(8)V9(2) COMP-3.               00410000
       01  WS-HELD-INTEREST-DUE    PIC S9(8)V9(2) COMP-3.               00420000
       01  WS-HELD-FEES-DUE        PIC S9(8)V9(2) COMP-3.               00430000
       01  WS-HELD-PENALTY-DUE     PIC S9(8)V9(2) COMP-3.               00440000
       01  WS-HELD-ARREARS-AMT     PIC S9(8)V9(2) COMP-3.               00450000
       01  WS-HELD-UPDATED-BY      PIC X(8).                            00460000
       01  WS-BREAK-SW             PIC X     VALUE 'N'.                 00470000
           88  WS-POSITION-BROKEN  VALUE 'Y'.                           00480000
       01  WS-CMP-LABEL            PIC X(13) VALUE SPACES.              00490000
       01  WS-CMP-HELD             PIC S9(9)V9(2) COMP-3.               00500000
       01  WS-CMP-DETAIL           PIC S9(9)V9(2) COMP-3.               00510000
       01  WS-ED-APP-ID            PIC 9(8).                            00520000
       01  WS-ED-HELD              PIC -,---,---,--9.99.                00530000
       01  WS-ED-DETAIL            PIC -,---,---,--9.99.                00540000
       01  WS-ED-CNT               PIC Z,ZZZ,ZZ9.                       00550000
                                                                        00560000
       PROCEDURE DIVISION.                                              00570000
       000-MAIN-PARA.                                                   00580000
           PERFORM 100-INITIALIZE                                       00590000
           PERFORM 200-PROVE-ONE-LOAN UNTIL WS-NO-MORE-LOANS            00600000
           PERFORM 900-TERMINATE                                        00610000
           STOP RUN.                                                    00620000
                                                                        00630000
       100-INITIALIZE.                                                  00640000
           EXEC SQL                                                     00650000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE)        00660000
                INTO :WS-RUN-START, :WS-REPORT-DATE                     00670000
                FROM SYSIBM.SYSDUMMY1                                   00680000
           END-EXEC                                                     00690000
           OPEN OUTPUT POSP-REPORT                                      00700000
           IF WS-RPT-STATUS NOT = '00'                                  00710000
              DISPLAY 'LOANPOSP - UNABLE TO OPEN POSPRPT, STATUS = '    00720000
                      WS-RPT-STATUS                                     00730000
              MOVE 16 TO RETURN-CODE                                    00740000
              STOP RUN                                                  00750000
           END-IF                                                       00760000
                                                                        00770000
      *    EVERY LOAN WITH A SCHEDULE HAS A POSITION TO PROVE           00780000
           EXEC SQL                                                     00790000
              DECLARE POSC CURSOR FOR                                   00800000
              SELECT A.APP_ID                                           00810000
                FROM KALA15.APPLICATIONS A                              00820000
               WHERE EXISTS                                             00830000
                    (SELECT 1                                           00840000
                       FROM KALA15.PAYMENT_SCHEDULE S                   00850000
                      WHERE S.APP_ID = A.APP_ID)                        00860000
               ORDER BY A.APP_ID                                        00870000
           END-EXEC                                                     00880000
           EXEC SQL                                                     00890000
              OPEN POSC                                                 00900000
           END-EXEC                                                     00910000
                                                                        00920000
           MOVE SPACES TO POSP-RPT-LINE                                 00930000
           STRING 'LOAN POSITION PROOF - ' WS-REPORT-DATE               00940000
                  DELIMITED BY SIZE INTO POSP-RPT-LINE                  00950000
           END-STRING                                                   00960000
           WRITE POSP-RPT-LINE                                          00970000
           EXIT.                                                        00980000
                                                                        00990000
       200-PROVE-ONE-LOAN.                                              01000000
           EXEC SQL                                                     01010000
              FETCH POSC                                                01020000
               INTO :POS-APP-ID                                         01030000
           END-EXEC                                                     01040000
           IF SQLCODE NOT = 00                                          01050000
              MOVE 'Y' TO WS-EOF-SW                                     01060000
           ELSE                                                         01070000
              ADD 1 TO WS-LOANS-READ                                    01080000
              MOVE POS-APP-ID TO WS-ED-APP-ID                           01090000
              EXEC SQL                                                  01100000
                 SELECT NEXT_INST_NO, PRINCIPAL_BAL, INTEREST_DUE,      01110000
                        FEES_DUE, PENALTY_DUE, ARREARS_AMT,             01120000
                        UPDATED_BY                                      01130000
                   INTO :WS-HELD-NEXT-INST-NO, :WS-HELD-PRINCIPAL-BAL,  01140000
                        :WS-HELD-INTEREST-DUE, :WS-HELD-FEES-DUE,       01150000
                        :WS-HELD-PENALTY-DUE, :WS-HELD-ARREARS-AMT,     01160000
                        :WS-HELD-UPDATED-BY                             01170000
                   FROM KALA15.LOAN_POSITION                            01180000
                  WHERE APP_ID = :POS-APP-ID                            01190000
              END-EXEC                                                  01200000
              EVALUATE SQLCODE                                          01210000
                 WHEN 00                                                01220000
                    PERFORM 300-REBUILD-FROM-DETAIL                     01230000
                    PERFORM 400-COMPARE-POSITION                        01240000
                 WHEN 100                                               01250000
                    PERFORM 300-REBUILD-FROM-DETAIL                     01260000
                    PERFORM 500-BUILD-MISSING-ROW                       01270000
                 WHEN OTHER                                             01280000
                    DISPLAY 'LOANPOSP - POSITION READ FAILED, SQLCODE ' 01290000
                            SQLCODE ' APP ' WS-ED-APP-ID                01300000
                    MOVE 8 TO RETURN-CODE                               01310000
              END-EVALUATE                                              01320000
           END-IF                                                       01330000
           EXIT.                                                        01340000
                                                                        01350000
      *    THE SAME FIGURES EVERY POSTING PROGRAM'S REFRESH-LOAN-       01360000
      *    POSITION PARAGRAPH WRITES, TAKEN STRAIGHT FROM PAYMENT_      01370000
      *    SCHEDULE, DELINQUENCY, FEE_HISTORY AND PENALTY_ACCRUAL       01380000
       300-REBUILD-FROM-DETAIL.                                         01390000
           MOVE 'LOANPOSP' TO POS-UPDATED-BY                            01400000
           EXEC SQL                                                     01410000
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   01420000
                INTO :POS-NEXT-INST-NO                                  01430000
                FROM KALA15.PAYMENT_SCHEDULE                            01440000
               WHERE APP_ID = :POS-APP-ID                               01450000
                 AND ACTUAL_BALANCE_AMT IS NULL                         01460000
           END-EXEC                                                     01470000
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      01480000
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    01490000
           EXEC SQL                                                     01500000
              SELECT COALESCE(                                          01510000
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             01520000
                                      S.BALANCE_AMT)                    01530000
                        FROM KALA15.PAYMENT_SCHEDULE S                  01540000
                       WHERE S.APP_ID = A.APP_ID                        01550000
                         AND S.INSTALLMENT_NO =                         01560000
                             CASE WHEN :POS-NEXT-INST-NO = 0            01570000
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    01580000
                                    FROM KALA15.PAYMENT_SCHEDULE P      01590000
                                   WHERE P.APP_ID = A.APP_ID)           01600000
                                  ELSE :POS-NEXT-INST-NO - 1            01610000
                             END),                                      01620000
                     A.LOAN_AMN)                                        01630000
                INTO :POS-PRINCIPAL-BAL                                 01640000
                FROM KALA15.APPLICATIONS A                              01650000
               WHERE A.APP_ID = :POS-APP-ID                             01660000
           END-EXEC                                                     01670000
           EXEC SQL                                                     01680000
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  01690000
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 01700000
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                01710000
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    01720000
               WHERE D.APP_ID = :POS-APP-ID                             01730000
                 AND D.DELINQ_STATUS = 'OPEN'                           01740000
                 AND S.APP_ID = D.APP_ID                                01750000
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                01760000
           END-EXEC                                                     01770000
           EXEC SQL                                                     01780000
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         01790000
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            01800000
                             - COALESCE(WAIVED_AMT, 0)                  01810000
                        ELSE 0 END), 0),                                01820000
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          01830000
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            01840000
                             - COALESCE(WAIVED_AMT, 0)                  01850000
                        ELSE 0 END), 0)                                 01860000
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    01870000
                FROM KALA15.FEE_HISTORY                                 01880000
               WHERE APP_ID = :POS-APP-ID                               01890000
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    01900000
                               + COALESCE(WAIVED_AMT, 0)                01910000
           END-EXEC                                                     01920000
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  01930000
           EXEC SQL                                                     01940000
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   01950000
                INTO :POS-PENALTY-DUE                                   01960000
                FROM KALA15.PENALTY_ACCRUAL                             01970000
               WHERE APP_ID = :POS-APP-ID                               01980000
                 AND PEN_STATUS = 'OPEN'                                01990000
           END-EXEC                                                     02000000
           EXIT.                                                        02010000
                                                                        02020000
      *    ANY FIELD OFF BY SO MUCH AS A CENT IS A BREAK - SOME         02030000
      *    POSTING PATH WROTE THE DETAIL WITHOUT REBUILDING THE ROW.    02040000
      *    THE ROW IS LEFT AS IT IS FOR THE INVESTIGATION; THE NEXT     02050000
      *    POSTING TO THE LOAN PUTS IT RIGHT                            02060000
       400-COMPARE-POSITION.                                            02070000
           MOVE 'N' TO WS-BREAK-SW                                      02080000
           MOVE 'NEXT INSTALMT' TO WS-CMP-LABEL                         02090000
           MOVE WS-HELD-NEXT-INST-NO TO WS-CMP-HELD                     02100000
           MOVE POS-NEXT-INST-NO     TO WS-CMP-DETAIL                   02110000
           PERFORM 410-COMPARE-ONE-FIELD                                02120000
           MOVE 'PRINCIPAL' TO WS-CMP-LABEL                             02130000
           MOVE WS-HELD-PRINCIPAL-BAL TO WS-CMP-HELD                    02140000
           MOVE POS-PRINCIPAL-BAL     TO WS-CMP-DETAIL                  02150000
           PERFORM 410-COMPARE-ONE-FIELD                                02160000
           MOVE 'INTEREST DUE' TO WS-CMP-LABEL                          02170000
           MOVE WS-HELD-INTEREST-DUE TO WS-CMP-HELD                     02180000
           MOVE POS-INTEREST-DUE     TO WS-CMP-DETAIL                   02190000
           PERFORM 410-COMPARE-ONE-FIELD                                02200000
           MOVE 'FEES DUE' TO WS-CMP-LABEL                              02210000
           MOVE WS-HELD-FEES-DUE TO WS-CMP-HELD                         02220000
           MOVE POS-FEES-DUE     TO WS-CMP-DETAIL                       02230000
           PERFORM 410-COMPARE-ONE-FIELD                                02240000
           MOVE 'PENALTY DUE' TO WS-CMP-LABEL                           02250000
           MOVE WS-HELD-PENALTY-DUE TO WS-CMP-HELD                      02260000
           MOVE POS-PENALTY-DUE     TO WS-CMP-DETAIL                    02270000
           PERFORM 410-COMPARE-ONE-FIELD                                02280000
           MOVE 'ARREARS' TO WS-CMP-LABEL                               02290000
           MOVE WS-HELD-ARREARS-AMT TO WS-CMP-HELD                      02300000
           MOVE POS-ARREARS-AMT     TO WS-CMP-DETAIL                    02310000
           PERFORM 410-COMPARE-ONE-FIELD                                02320000
           IF WS-POSITION-BROKEN                                        02330000
              ADD 1 TO WS-LOANS-BROKEN                                  02340000
              MOVE SPACES TO POSP-RPT-LINE                              02350000
              STRING '         LAST REBUILT BY ' WS-HELD-UPDATED-BY     02360000
                     DELIMITED BY SIZE INTO POSP-RPT-LINE               02370000
              END-STRING                                                02380000
              WRITE POSP-RPT-LINE                                       02390000
           ELSE                                                         02400000
              ADD 1 TO WS-LOANS-AGREED                                  02410000
           END-IF                                                       02420000
           EXIT.                                                        02430000
                                                                        02440000
       410-COMPARE-ONE-FIELD.                                           02450000
           IF WS-CMP-HELD NOT = WS-CMP-DETAIL                           02460000
              MOVE 'Y' TO WS-BREAK-SW                                   02470000
              MOVE WS-CMP-HELD   TO WS-ED-HELD                          02480000
              MOVE WS-CMP-DETAIL TO WS-ED-DETAIL                        02490000
              MOVE SPACES TO POSP-RPT-LINE                              02500000
              STRING 'BREAK APP ' WS-ED-APP-ID ' ' WS-CMP-LABEL         02510000
                     ' HELD ' WS-ED-HELD ' DETAIL ' WS-ED-DETAIL        02520000
                     DELIMITED BY SIZE INTO POSP-RPT-LINE               02530000
              END-STRING                                                02540000
              WRITE POSP-RPT-LINE                                       02550000
           END-IF                                                       02560000
           EXIT.                                                        02570000
                                                                        02580000
      *    A LOAN NOBODY HAS POSTED TO SINCE THE TABLE CAME IN HAS NO   02590000
      *    ROW YET - IT IS BUILT HERE FROM THE DETAIL, WHICH IS NOT A   02600000
      *    BREAK                                                        02610000
       500-BUILD-MISSING-ROW.                                           02620000
           EXEC SQL                                                     02630000
              INSERT INTO KALA15.LOAN_POSITION                          02640000
                     (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,              02650000
                      INTEREST_DUE, FEES_DUE, PENALTY_DUE,              02660000
                      ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)          02670000
              VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                   02680000
                      :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,            02690000
                      :POS-FEES-DUE, :POS-PENALTY-DUE,                  02700000
                      :POS-ARREARS-AMT, CURRENT TIMESTAMP,              02710000
                      :POS-UPDATED-BY)                                  02720000
           END-EXEC                                                     02730000
           IF SQLCODE = 00                                              02740000
              ADD 1 TO WS-ROWS-BUILT                                    02750000
              MOVE SPACES TO POSP-RPT-LINE                              02760000
              STRING 'BUILT APP ' WS-ED-APP-ID                          02770000
                     DELIMITED BY SIZE INTO POSP-RPT-LINE               02780000
              END-STRING                                                02790000
              WRITE POSP-RPT-LINE                                       02800000
           ELSE                                                         02810000
              DISPLAY 'LOANPOSP - POSITION INSERT FAILED, SQLCODE '     02820000
                      SQLCODE ' APP ' WS-ED-APP-ID                      02830000
              MOVE 8 TO RETURN-CODE                                     02840000
           END-IF                                                       02850000
           EXIT.                                                        02860000
                                                                        02870000
       900-TERMINATE.                                                   02880000
           EXEC SQL                                                     02890000
              CLOSE POSC                                                02900000
           END-EXEC                                                     02910000
           MOVE SPACES TO POSP-RPT-LINE                                 02920000
           WRITE POSP-RPT-LINE                                          02930000
           MOVE WS-LOANS-READ TO WS-ED-CNT                              02940000
           MOVE SPACES TO POSP-RPT-LINE                                 02950000
           STRING 'LOANS PROVED         ' WS-ED-CNT                     02960000
                  DELIMITED BY SIZE INTO POSP-RPT-LINE                  02970000
           END-STRING                                                   02980000
           WRITE POSP-RPT-LINE                                          02990000
           MOVE WS-LOANS-AGREED TO WS-ED-CNT                            03000000
           MOVE SPACES TO POSP-RPT-LINE                                 03010000
           STRING 'POSITIONS AGREED     ' WS-ED-CNT                     03020000
                  DELIMITED BY SIZE INTO POSP-RPT-LINE                  03030000
           END-STRING                                                   03040000
           WRITE POSP-RPT-LINE                                          03050000
           MOVE WS-LOANS-BROKEN TO WS-ED-CNT                            03060000
           MOVE SPACES TO POSP-RPT-LINE                                 03070000
           STRING 'POSITIONS IN BREAK   ' WS-ED-CNT                     03080000
                  DELIMITED BY SIZE INTO POSP-RPT-LINE                  03090000
           END-STRING                                                   03100000
           WRITE POSP-RPT-LINE                                          03110000
           MOVE WS-ROWS-BUILT TO WS-ED-CNT                              03120000
           MOVE SPACES TO POSP-RPT-LINE                                 03130000
           STRING 'POSITIONS BUILT      ' WS-ED-CNT                     03140000
                  DELIMITED BY SIZE INTO POSP-RPT-LINE                  03150000
           END-STRING                                                   03160000
           WRITE POSP-RPT-LINE                                          03170000
           IF WS-LOANS-BROKEN > ZERO AND RETURN-CODE < 4                03180000
              MOVE 4 TO RETURN-CODE                                     03190000
           END-IF                                                       03200000
           PERFORM 950-LOG-RUN-HISTORY                                  03210000
           EXEC SQL                                                     03220000
              COMMIT                                                    03230000
           END-EXEC                                                     03240000
           CLOSE POSP-REPORT                                            03250000
           DISPLAY 'LOANPOSP - LOANS PROVED:       ' WS-LOANS-READ      03260000
           DISPLAY 'LOANPOSP - POSITIONS AGREED:   ' WS-LOANS-AGREED    03270000
           DISPLAY 'LOANPOSP - POSITIONS IN BREAK: ' WS-LOANS-BROKEN    03280000
           DISPLAY 'LOANPOSP - POSITIONS BUILT:    ' WS-ROWS-BUILT      03290000
           EXIT.                                                        03300000
                                                                        03310000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      03320000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      03330000
      *    CONSOLE'S DURATION TRENDING AND THE LOANVOL OPS FEED         03340000
       950-LOG-RUN-HISTORY.                                             03350000
           EXEC SQL                                                     03360000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       03370000
                INTO :RUNH-RUN-ID                                       03380000
                FROM KALA15.BATCH_RUN_HISTORY                           03390000
           END-EXEC                                                     03400000
           MOVE WS-JOB-NAME     TO RUNH-JOB-NAME                        03410000
           MOVE WS-LOANS-READ   TO RUNH-RECS-READ                       03420000
           MOVE WS-ROWS-BUILT   TO RUNH-RECS-UPDATED                    03430000
           MOVE WS-LOANS-BROKEN TO RUNH-RECS-WRITTEN                    03440000
           MOVE RETURN-CODE     TO RUNH-RUN-RC                          03450000
           EXEC SQL                                                     03460000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      03470000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        03480000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   03490000
              VALUES                                                    03500000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          03510000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   03520000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               03530000
                  :RUNH-RUN-RC)                                         03540000
           END-EXEC                                                     03550000
           EXIT.                                                        03560000
