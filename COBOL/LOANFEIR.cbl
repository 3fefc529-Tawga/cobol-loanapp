       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANFEIR.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
      *    THE SAME BALANCED POSTING-PAIR LAYOUT LOANACCR HANDS THE     00060000
      *    FINANCE SYSTEM - THE FEE RELEASE BOOKS THROUGH THE SAME      00070000
      *    IMPORT                                                       00080000
           SELECT FEE-POSTINGS ASSIGN TO FEIRPOST                       00090000
               ORGANIZATION IS SEQUENTIAL                               00100000
               FILE STATUS IS WS-POST-STATUS.                           00110000
       DATA DIVISION.                                                   00120000
       FILE SECTION.                                                    00130000
       FD  FEE-POSTINGS                                                 00140000
           RECORDING MODE F                                             00150000
           LABEL RECORDS STANDARD.                                      00160000
       01  POST-RECORD.                                                 00170000
           05  POST-DATE           PIC X(10).                           00180000
           05  POST-EVENT          PIC X(08).                           00190000
           05  POST-DR-CR          PIC X(02).                           00200000
           05  POST-ACCOUNT        PIC X(10).                           00210000
           05  POST-AMOUNT         PIC 9(12)V99.                        00220000
                                                                        00230000
       WORKING-STORAGE SECTION.                                         00240000
           EXEC SQL                                                     00250000
              INCLUDE SQLCA                                             00260000
           END-EXEC.                                                    00270000
           EXEC SQL                                                     00280000
              INCLUDE APPS                                              00290000
           END-EXEC.                                                    00300000
           EXEC SQL                                                     00310000
              INCLUDE SCHED                                             00320000
           END-EXEC.                                                    00330000
           EXEC SQL                                                     00340000
              INCLUDE FEEAMORT                                          00350000
           END-EXEC.                                                    00360000
           EXEC SQL                                                     00370000
              INCLUDE ACCRUAL                                           00380000
           END-EXEC.                                                    00390000
           EXEC SQL                                                     00400000
              INCLUDE GLPOSTB                                           00410000
           END-EXEC.                                                    00420000
           EXEC SQL                                                     00430000
              INCLUDE RUNHIST                                           00440000
           END-EXEC.                                                    00450000
                                                                        00460000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00470000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00480000
       01  WS-END-EOF-SW           PIC X     VALUE 'N'.                 00490000
           88  WS-NO-MORE-ENDED    VALUE 'Y'.                           00500000
       01  WS-AMZ-EOF-SW           PIC X     VALUE 'N'.                 00510000
           88  WS-NO-MORE-AMORT    VALUE 'Y'.                           00520000
       01  WS-SCH-EOF-SW           PIC X     VALUE 'N'.                 00530000
           88  WS-NO-MORE-SCHED    VALUE 'Y'.                           00540000
       01  WS-POST-STATUS          PIC XX    VALUE '00'.                00550000
       01  WS-ENROLLED-CNT         PIC 9(7)  VALUE ZERO.                00560000
       01  WS-AMORTIZED-CNT        PIC 9(7)  VALUE ZERO.                00570000
       01  WS-RELEASED-CNT         PIC 9(7)  VALUE ZERO.                00580000
       01  WS-MATURED-CNT          PIC 9(7)  VALUE ZERO.                00590000
       01  WS-NO-SCHED-CNT         PIC 9(7)  VALUE ZERO.                00600000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANFEIR'.          00610000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00620000
       01  WS-RUN-DATE             PIC X(10) VALUE SPACES.              00630000
      *    TONIGHT'S TWO MOVEMENTS: THE EFFECTIVE-INTEREST RELEASE OF   00640000
      *    THE MONTH, AND WHATEVER WAS LEFT ON LOANS THAT ENDED EARLY   00650000
       01  WS-TOTAL-AMORT          PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00660000
       01  WS-TOTAL-RELEASE        PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00670000
      *    THE ENVELOPE THE FINANCE ACK MUST MATCH - COUNT AND          00680000
      *    DR/CR TOTALS OF THIS RUN'S POSTING FILE                      00690000
       01  WS-BATCH-RECS           PIC S9(9) COMP VALUE ZERO.           00700000
       01  WS-BATCH-DR             PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00710000
       01  WS-BATCH-CR             PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00720000
      *    THE LOAN'S CONTRACTUAL SCHEDULE - THE LEVEL PAYMENT OF EACH  00730000
      *    INSTALLMENT, THE CONTRACT BALANCE LEFT AFTER IT, AND         00740000
      *    WHETHER IT HAS FALLEN DUE BY THE RUN DATE                    00750000
       01  WS-SCHED-TABLE.                                              00760000
           05  WS-SCH-ENTRY        OCCURS 480 TIMES.                    00770000
               10  WS-SCH-PAYMENT  PIC S9(8)V9(2) COMP-3.               00780000
               10  WS-SCH-BALANCE  PIC S9(10)V9(2) COMP-3.              00790000
       01  WS-SCHED-MAX            PIC S9(4) COMP VALUE 480.            00800000
       01  WS-SCHED-CNT            PIC S9(4) COMP VALUE ZERO.           00810000
       01  WS-DUE-CNT              PIC S9(4) COMP VALUE ZERO.           00820000
       01  WS-SCHED-IX             PIC S9(4) COMP VALUE ZERO.           00830000
       01  WS-CONTRACT-BAL         PIC S9(10)V9(2) COMP-3 VALUE ZERO.   00840000
       01  WS-DUE-FLAG             PIC X     VALUE 'N'.                 00850000
      *    THE EFFECTIVE-RATE SEARCH - THE SAME BISECTION LOANDB2 USES  00860000
      *    FOR THE APR, BUT AGAINST THE ACTUAL SCHEDULE ROWS            00870000
       01  WS-EIR-LO               PIC S9V9(12) COMP-3 VALUE ZERO.      00880000
       01  WS-EIR-HI               PIC S9V9(12) COMP-3 VALUE ZERO.      00890000
       01  WS-EIR-MID              PIC S9V9(12) COMP-3 VALUE ZERO.      00900000
       01  WS-EIR-DISC             PIC S9V9(15) COMP-3 VALUE ZERO.      00910000
       01  WS-EIR-PV               PIC S9(10)V9(6) COMP-3 VALUE ZERO.   00920000
       01  WS-EIR-ITER             PIC S9(4) COMP VALUE ZERO.           00930000
      *    THE ROLL-FORWARD OF THE NET CARRYING AMOUNT AT THE           00940000
      *    EFFECTIVE RATE, AND WHAT IT LEAVES UNAMORTIZED               00950000
       01  WS-CARRYING             PIC S9(10)V9(6) COMP-3 VALUE ZERO.   00960000
       01  WS-TARGET-UNAMORT       PIC S9(10)V9(2) COMP-3 VALUE ZERO.   00970000
       01  WS-RELEASE-AMT          PIC S9(8)V9(2) COMP-3 VALUE ZERO.    00980000
       01  WS-LAST-DUE-DATE        PIC X(10) VALUE SPACES.              00990000
                                                                        01000000
       PROCEDURE DIVISION.                                              01010000
       000-MAIN-PARA.                                                   01020000
           PERFORM 100-INITIALIZE                                       01030000
           PERFORM 200-ENROLL-ONE-LOAN UNTIL WS-NO-MORE-ROWS            01040000
           PERFORM 300-RELEASE-ENDED-LOANS                              01050000
           PERFORM 400-AMORTIZE-LOANS                                   01060000
           PERFORM 600-WRITE-POSTINGS                                   01070000
           PERFORM 900-TERMINATE                                        01080000
           STOP RUN.                                                    01090000
                                                                        01100000
       100-INITIALIZE.                                                  01110000
           EXEC SQL                                                     01120000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE)        01130000
                INTO :WS-RUN-START, :WS-RUN-DATE                        01140000
                FROM SYSIBM.SYSDUMMY1                                   01150000
           END-EXEC                                                     01160000
           OPEN OUTPUT FEE-POSTINGS                                     01170000
           IF WS-POST-STATUS NOT = '00'                                 01180000
              DISPLAY 'LOANFEIR - UNABLE TO OPEN FEIRPOST, STATUS = '   01190000
                      WS-POST-STATUS                                    01200000
              MOVE 16 TO RETURN-CODE                                    01210000
              STOP RUN                                                  01220000
           END-IF                                                       01230000
                                                                        01240000
      *    EVERY FUNDED LOAN THAT CARRIES AN ORIGINATION CHARGE AND     01250000
      *    HAS NOT YET BEEN TAKEN ON - AMORTIZATION STARTS THE DAY      01260000
      *    THE MONEY WENT OUT                                           01270000
           EXEC SQL                                                     01280000
              DECLARE FENEW CURSOR FOR                                  01290000
              SELECT A.APP_ID, A.LOAN_AMN, A.ORIG_FEE_AMT,              01300000
                     (SELECT CHAR(MIN(D.DISB_DATE))                     01310000
                        FROM KALA15.DISBURSEMENT D                      01320000
                       WHERE D.APP_ID = A.APP_ID                        01330000
                         AND D.DISB_STATUS = 'SENT')                    01340000
                FROM KALA15.APPLICATIONS A                              01350000
               WHERE A.STATUS IN (1, 4)                                 01360000
                 AND COALESCE(A.ORIG_FEE_AMT, 0) > 0                    01370000
                 AND EXISTS                                             01380000
                    (SELECT 1 FROM KALA15.DISBURSEMENT D                01390000
                      WHERE D.APP_ID = A.APP_ID                         01400000
                        AND D.DISB_STATUS = 'SENT')                     01410000
                 AND NOT EXISTS                                         01420000
                    (SELECT 1 FROM KALA15.FEE_AMORTIZATION F            01430000
                      WHERE F.APP_ID = A.APP_ID)                        01440000
               ORDER BY A.APP_ID                                        01450000
           END-EXEC                                                     01460000
           EXEC SQL                                                     01470000
              OPEN FENEW                                                01480000
           END-EXEC                                                     01490000
           EXIT.                                                        01500000
                                                                        01510000
      *    THE EFFECTIVE RATE IS FIXED AT INITIAL RECOGNITION: THE      01520000
      *    MONTHLY RATE THAT DISCOUNTS THE CONTRACTUAL PAYMENTS BACK    01530000
      *    TO WHAT THE CUSTOMER ACTUALLY RECEIVED NET OF THE FEE        01540000
       200-ENROLL-ONE-LOAN.                                             01550000
           EXEC SQL                                                     01560000
              FETCH FENEW                                               01570000
               INTO :APP-ID, :LOAN-AMN, :ORIG-FEE-AMT,                  01580000
                    :FAMZ-START-DATE                                    01590000
           END-EXEC                                                     01600000
           IF SQLCODE NOT = 00                                          01610000
              MOVE 'Y' TO WS-EOF-SW                                     01620000
           ELSE                                                         01630000
              PERFORM 500-LOAD-SCHEDULE                                 01640000
              IF WS-SCHED-CNT = ZERO                                    01650000
                 DISPLAY 'LOANFEIR - NO SCHEDULE, FEE LEFT DEFERRED '   01660000
                         'APP ' APP-ID                                  01670000
                 ADD 1 TO WS-NO-SCHED-CNT                               01680000
                 MOVE 4 TO RETURN-CODE                                  01690000
              ELSE                                                      01700000
                 MOVE APP-ID       TO FAMZ-APP-ID                       01710000
                 MOVE ORIG-FEE-AMT TO FAMZ-ORIG-FEE-AMT                 01720000
                 COMPUTE FAMZ-NET-ADVANCE-AMT =                         01730000
                         LOAN-AMN - ORIG-FEE-AMT                        01740000
                 PERFORM 520-SOLVE-EIR                                  01750000
                 MOVE WS-EIR-MID   TO FAMZ-MONTHLY-EIR                  01760000
                 EXEC SQL                                               01770000
                    INSERT INTO KALA15.FEE_AMORTIZATION                 01780000
                       (APP_ID, ORIG_FEE_AMT, NET_ADVANCE_AMT,          01790000
                        MONTHLY_EIR, AMORTIZED_AMT, UNAMORTIZED_AMT,    01800000
                        START_DATE, AMORT_STATUS)                       01810000
                    VALUES                                              01820000
                       (:FAMZ-APP-ID, :FAMZ-ORIG-FEE-AMT,               01830000
                        :FAMZ-NET-ADVANCE-AMT, :FAMZ-MONTHLY-EIR,       01840000
                        0, :FAMZ-ORIG-FEE-AMT,                          01850000
                        DATE(:FAMZ-START-DATE), 'A')                    01860000
                 END-EXEC                                               01870000
                 IF SQLCODE = 00                                        01880000
                    ADD 1 TO WS-ENROLLED-CNT                            01890000
                 ELSE                                                   01900000
                    DISPLAY 'LOANFEIR - ENROL FAILED, SQLCODE '         01910000
                            SQLCODE ' APP ' APP-ID                      01920000
                 END-IF                                                 01930000
              END-IF                                                    01940000
           END-IF                                                       01950000
           EXIT.                                                        01960000
                                                                        01970000
      *    A LOAN THAT ENDS BEFORE ITS SCHEDULE DOES TAKES THE WHOLE    01980000
      *    UNAMORTIZED BALANCE TO INCOME AT ONCE - PAID OFF EARLY,      01990000
      *    REFINANCED INTO A NEW FUNDED LOAN, OR CHARGED OFF. A LOAN    02000000
      *    CLOSED ON ITS LAST INSTALLMENT HAS ONLY ROUNDING LEFT AND    02010000
      *    FINISHES AS ORDINARY AMORTIZATION                            02020000
       300-RELEASE-ENDED-LOANS.                                         02030000
           EXEC SQL                                                     02040000
              DECLARE FEEND CURSOR FOR                                  02050000
              SELECT F.APP_ID, F.UNAMORTIZED_AMT,                       02060000
                     CASE                                               02070000
                        WHEN A.STATUS = 4                               02080000
                          OR EXISTS                                     02090000
                             (SELECT 1 FROM KALA15.CHARGE_OFF C         02100000
                               WHERE C.APP_ID = F.APP_ID)               02110000
                        THEN 'CHGOFF'                                   02120000
                        WHEN EXISTS                                     02130000
                             (SELECT 1 FROM KALA15.APPLICATIONS R       02140000
                               WHERE R.REFINANCED_FROM_APP_ID =         02150000
                                     F.APP_ID                           02160000
                                 AND R.STATUS = 1)                      02170000
                        THEN 'REFI'                                     02180000
                        ELSE 'PAYOFF'                                   02190000
                     END,                                               02200000
                     COALESCE(                                          02210000
                        (SELECT CHAR(MAX(S.DUE_DATE))                   02220000
                           FROM KALA15.PAYMENT_SCHEDULE S               02230000
                          WHERE S.APP_ID = F.APP_ID), ' ')              02240000
                FROM KALA15.FEE_AMORTIZATION F,                         02250000
                     KALA15.APPLICATIONS A                              02260000
               WHERE F.AMORT_STATUS = 'A'                               02270000
                 AND A.APP_ID = F.APP_ID                                02280000
                 AND (A.STATUS = 4                                      02290000
                      OR EXISTS                                         02300000
                         (SELECT 1 FROM KALA15.CHARGE_OFF C             02310000
                           WHERE C.APP_ID = F.APP_ID)                   02320000
                      OR EXISTS                                         02330000
                         (SELECT 1 FROM KALA15.APPLICATIONS R           02340000
                           WHERE R.REFINANCED_FROM_APP_ID = F.APP_ID    02350000
                             AND R.STATUS = 1)                          02360000
                      OR EXISTS                                         02370000
                         (SELECT 1                                      02380000
                            FROM KALA15.APPLICATION_STATUS_HISTORY H    02390000
                           WHERE H.APP_ID = F.APP_ID                    02400000
                             AND H.STATUS_CODE = 'CLOSED'))             02410000
               ORDER BY F.APP_ID                                        02420000
           END-EXEC                                                     02430000
           EXEC SQL                                                     02440000
              OPEN FEEND                                                02450000
           END-EXEC                                                     02460000
           PERFORM 310-RELEASE-ONE-LOAN UNTIL WS-NO-MORE-ENDED          02470000
           EXEC SQL                                                     02480000
              CLOSE FEEND                                               02490000
           END-EXEC                                                     02500000
           EXIT.                                                        02510000
                                                                        02520000
       310-RELEASE-ONE-LOAN.                                            02530000
           EXEC SQL                                                     02540000
              FETCH FEEND                                               02550000
               INTO :FAMZ-APP-ID, :FAMZ-UNAMORTIZED-AMT,                02560000
                    :FAMZ-RELEASE-REASON, :WS-LAST-DUE-DATE             02570000
           END-EXEC                                                     02580000
           IF SQLCODE NOT = 00                                          02590000
              MOVE 'Y' TO WS-END-EOF-SW                                 02600000
           ELSE                                                         02610000
              MOVE FAMZ-UNAMORTIZED-AMT TO WS-RELEASE-AMT               02620000
              IF FAMZ-RELEASE-REASON = 'PAYOFF'                         02630000
                 AND WS-LAST-DUE-DATE NOT > WS-RUN-DATE                 02640000
                 MOVE 'MATURED' TO FAMZ-RELEASE-REASON                  02650000
                 SET FAMZ-COMPLETE TO TRUE                              02660000
                 ADD WS-RELEASE-AMT TO WS-TOTAL-AMORT                   02670000
                 ADD 1 TO WS-MATURED-CNT                                02680000
              ELSE                                                      02690000
                 SET FAMZ-RELEASED TO TRUE                              02700000
                 ADD WS-RELEASE-AMT TO WS-TOTAL-RELEASE                 02710000
                 ADD 1 TO WS-RELEASED-CNT                               02720000
              END-IF                                                    02730000
              EXEC SQL                                                  02740000
                 UPDATE KALA15.FEE_AMORTIZATION                         02750000
                    SET AMORTIZED_AMT = AMORTIZED_AMT + UNAMORTIZED_AMT,02760000
                        UNAMORTIZED_AMT = 0,                            02770000
                        LAST_AMORT_DATE = CURRENT DATE,                 02780000
                        AMORT_STATUS = :FAMZ-AMORT-STATUS,              02790000
                        RELEASE_REASON = :FAMZ-RELEASE-REASON,          02800000
                        RELEASE_DATE = CURRENT DATE                     02810000
                  WHERE APP_ID = :FAMZ-APP-ID                           02820000
              END-EXEC                                                  02830000
           END-IF                                                       02840000
           EXIT.                                                        02850000
                                                                        02860000
      *    THE MONTH'S RELEASE IS RESTATED FROM FIRST PRINCIPLES: THE   02870000
      *    NET CARRYING AMOUNT IS ROLLED FORWARD AT THE EFFECTIVE RATE  02880000
      *    THROUGH EVERY INSTALLMENT NOW DUE, AND WHAT IT STILL FALLS   02890000
      *    SHORT OF THE CONTRACT BALANCE IS THE FEE NOT YET EARNED.     02900000
      *    THE DROP SINCE LAST MONTH GOES TO INCOME. A MISSED MONTH     02910000
      *    CATCHES UP BY ITSELF AND A RERUN FINDS NOTHING TO RELEASE    02920000
       400-AMORTIZE-LOANS.                                              02930000
           EXEC SQL                                                     02940000
              DECLARE FEAMZ CURSOR FOR                                  02950000
              SELECT F.APP_ID, F.ORIG_FEE_AMT, F.NET_ADVANCE_AMT,       02960000
                     F.MONTHLY_EIR, F.UNAMORTIZED_AMT                   02970000
                FROM KALA15.FEE_AMORTIZATION F                          02980000
               WHERE F.AMORT_STATUS = 'A'                               02990000
               ORDER BY F.APP_ID                                        03000000
           END-EXEC                                                     03010000
           EXEC SQL                                                     03020000
              OPEN FEAMZ                                                03030000
           END-EXEC                                                     03040000
           PERFORM 410-AMORTIZE-ONE-LOAN UNTIL WS-NO-MORE-AMORT         03050000
           EXEC SQL                                                     03060000
              CLOSE FEAMZ                                               03070000
           END-EXEC                                                     03080000
           EXIT.                                                        03090000
                                                                        03100000
       410-AMORTIZE-ONE-LOAN.                                           03110000
           EXEC SQL                                                     03120000
              FETCH FEAMZ                                               03130000
               INTO :FAMZ-APP-ID, :FAMZ-ORIG-FEE-AMT,                   03140000
                    :FAMZ-NET-ADVANCE-AMT, :FAMZ-MONTHLY-EIR,           03150000
                    :FAMZ-UNAMORTIZED-AMT                               03160000
           END-EXEC                                                     03170000
           IF SQLCODE NOT = 00                                          03180000
              MOVE 'Y' TO WS-AMZ-EOF-SW                                 03190000
           ELSE                                                         03200000
              MOVE FAMZ-APP-ID TO APP-ID                                03210000
              COMPUTE LOAN-AMN =                                        03220000
                      FAMZ-NET-ADVANCE-AMT + FAMZ-ORIG-FEE-AMT          03230000
              PERFORM 500-LOAD-SCHEDULE                                 03240000
              PERFORM 420-RESTATE-UNAMORTIZED                           03250000
              COMPUTE WS-RELEASE-AMT =                                  03260000
                      FAMZ-UNAMORTIZED-AMT - WS-TARGET-UNAMORT          03270000
              IF WS-RELEASE-AMT > ZERO                                  03280000
                 MOVE WS-TARGET-UNAMORT TO FAMZ-UNAMORTIZED-AMT         03290000
                 MOVE 'A' TO FAMZ-AMORT-STATUS                          03300000
                 IF WS-DUE-CNT NOT < WS-SCHED-CNT                       03310000
                    SET FAMZ-COMPLETE TO TRUE                           03320000
                 END-IF                                                 03330000
                 EXEC SQL                                               03340000
                    UPDATE KALA15.FEE_AMORTIZATION                      03350000
                       SET AMORTIZED_AMT = AMORTIZED_AMT                03360000
                                         + :WS-RELEASE-AMT,             03370000
                           UNAMORTIZED_AMT = :FAMZ-UNAMORTIZED-AMT,     03380000
                           LAST_AMORT_DATE = CURRENT DATE,              03390000
                           AMORT_STATUS = :FAMZ-AMORT-STATUS            03400000
                     WHERE APP_ID = :FAMZ-APP-ID                        03410000
                 END-EXEC                                               03420000
                 IF SQLCODE = 00                                        03430000
                    ADD 1 TO WS-AMORTIZED-CNT                           03440000
                    ADD WS-RELEASE-AMT TO WS-TOTAL-AMORT                03450000
                 ELSE                                                   03460000
                    DISPLAY 'LOANFEIR - UPDATE FAILED, SQLCODE '        03470000
                            SQLCODE ' APP ' APP-ID                      03480000
                 END-IF                                                 03490000
              END-IF                                                    03500000
           END-IF                                                       03510000
           EXIT.                                                        03520000
                                                                        03530000
      *    UNAMORTIZED = CONTRACT BALANCE LESS CARRYING AMOUNT AFTER    03540000
      *    THE LAST INSTALLMENT DUE, KEPT BETWEEN ZERO AND THE FEE.     03550000
      *    ONCE THE FINAL INSTALLMENT IS DUE NOTHING IS LEFT            03560000
       420-RESTATE-UNAMORTIZED.                                         03570000
           MOVE FAMZ-NET-ADVANCE-AMT TO WS-CARRYING                     03580000
           MOVE LOAN-AMN             TO WS-CONTRACT-BAL                 03590000
           IF WS-DUE-CNT > ZERO                                         03600000
              PERFORM 430-ROLL-ONE-PERIOD                               03610000
                 VARYING WS-SCHED-IX FROM 1 BY 1                        03620000
                 UNTIL WS-SCHED-IX > WS-DUE-CNT                         03630000
              MOVE WS-SCH-BALANCE (WS-DUE-CNT) TO WS-CONTRACT-BAL       03640000
           END-IF                                                       03650000
           COMPUTE WS-TARGET-UNAMORT ROUNDED =                          03660000
                   WS-CONTRACT-BAL - WS-CARRYING                        03670000
           IF WS-TARGET-UNAMORT < ZERO                                  03680000
              OR WS-DUE-CNT NOT < WS-SCHED-CNT                          03690000
              MOVE ZERO TO WS-TARGET-UNAMORT                            03700000
           END-IF                                                       03710000
           IF WS-TARGET-UNAMORT > FAMZ-ORIG-FEE-AMT                     03720000
              MOVE FAMZ-ORIG-FEE-AMT TO WS-TARGET-UNAMORT               03730000
           END-IF                                                       03740000
           EXIT.                                                        03750000
                                                                        03760000
       430-ROLL-ONE-PERIOD.                                             03770000
           COMPUTE WS-CARRYING ROUNDED =                                03780000
                   WS-CARRYING * (1 + FAMZ-MONTHLY-EIR)                 03790000
                 - WS-SCH-PAYMENT (WS-SCHED-IX)                         03800000
           EXIT.                                                        03810000
                                                                        03820000
      *    THE CONTRACTUAL SCHEDULE INTO STORAGE: LEVEL PAYMENT         03830000
      *    (PRINCIPAL PLUS INTEREST) AND THE CONTRACT BALANCE LEFT      03840000
      *    AFTER EACH ROW, COUNTING THE ROWS DUE BY THE RUN DATE        03850000
       500-LOAD-SCHEDULE.                                               03860000
           MOVE ZERO TO WS-SCHED-CNT                                    03870000
           MOVE ZERO TO WS-DUE-CNT                                      03880000
           MOVE 'N'  TO WS-SCH-EOF-SW                                   03890000
           MOVE APP-ID   TO SCHED-APP-ID                                03900000
           MOVE LOAN-AMN TO WS-CONTRACT-BAL                             03910000
           EXEC SQL                                                     03920000
              DECLARE FESCH CURSOR FOR                                  03930000
              SELECT PRINCIPAL_AMT, INTEREST_AMT,                       03940000
                     CASE WHEN DUE_DATE <= CURRENT DATE                 03950000
                          THEN 'Y' ELSE 'N' END                         03960000
                FROM KALA15.PAYMENT_SCHEDULE                            03970000
               WHERE APP_ID = :SCHED-APP-ID                             03980000
               ORDER BY INSTALLMENT_NO                                  03990000
           END-EXEC                                                     04000000
           EXEC SQL                                                     04010000
              OPEN FESCH                                                04020000
           END-EXEC                                                     04030000
           PERFORM 510-FETCH-SCHEDULE-ROW UNTIL WS-NO-MORE-SCHED        04040000
           EXEC SQL                                                     04050000
              CLOSE FESCH                                               04060000
           END-EXEC                                                     04070000
           EXIT.                                                        04080000
                                                                        04090000
       510-FETCH-SCHEDULE-ROW.                                          04100000
           EXEC SQL                                                     04110000
              FETCH FESCH                                               04120000
               INTO :SCHED-PRINCIPAL-AMT, :SCHED-INTEREST-AMT,          04130000
                    :WS-DUE-FLAG                                        04140000
           END-EXEC                                                     04150000
           IF SQLCODE NOT = 00                                          04160000
              MOVE 'Y' TO WS-SCH-EOF-SW                                 04170000
           ELSE                                                         04180000
              IF WS-SCHED-CNT NOT < WS-SCHED-MAX                        04190000
                 DISPLAY 'LOANFEIR - SCHEDULE LONGER THAN '             04200000
                         WS-SCHED-MAX ' ROWS, APP ' APP-ID              04210000
                 MOVE 'Y' TO WS-SCH-EOF-SW                              04220000
              ELSE                                                      04230000
                 ADD 1 TO WS-SCHED-CNT                                  04240000
                 COMPUTE WS-SCH-PAYMENT (WS-SCHED-CNT) =                04250000
                         SCHED-PRINCIPAL-AMT + SCHED-INTEREST-AMT       04260000
                 COMPUTE WS-CONTRACT-BAL =                              04270000
                         WS-CONTRACT-BAL - SCHED-PRINCIPAL-AMT          04280000
                 MOVE WS-CONTRACT-BAL                                   04290000
                   TO WS-SCH-BALANCE (WS-SCHED-CNT)                     04300000
                 IF WS-DUE-FLAG = 'Y'                                   04310000
                    MOVE WS-SCHED-CNT TO WS-DUE-CNT                     04320000
                 END-IF                                                 04330000
              END-IF                                                    04340000
           END-IF                                                       04350000
           EXIT.                                                        04360000
                                                                        04370000
      *    BISECTION ON THE MONTHLY RATE: TOO LOW A RATE LEAVES THE     04380000
      *    PRESENT VALUE OF THE PAYMENTS ABOVE THE NET ADVANCE, TOO     04390000
      *    HIGH A RATE BELOW IT                                         04400000
       520-SOLVE-EIR.                                                   04410000
           MOVE ZERO TO WS-EIR-LO                                       04420000
           MOVE 0.1  TO WS-EIR-HI                                       04430000
           MOVE ZERO TO WS-EIR-ITER                                     04440000
           PERFORM 530-BISECT-ONCE                                      04450000
              UNTIL WS-EIR-ITER NOT < 40                                04460000
           EXIT.                                                        04470000
                                                                        04480000
       530-BISECT-ONCE.                                                 04490000
           ADD 1 TO WS-EIR-ITER                                         04500000
           COMPUTE WS-EIR-MID = (WS-EIR-LO + WS-EIR-HI) / 2             04510000
           MOVE ZERO TO WS-EIR-PV                                       04520000
           MOVE 1    TO WS-EIR-DISC                                     04530000
           PERFORM 540-DISCOUNT-ONE-PAYMENT                             04540000
              VARYING WS-SCHED-IX FROM 1 BY 1                           04550000
              UNTIL WS-SCHED-IX > WS-SCHED-CNT                          04560000
           IF WS-EIR-PV > FAMZ-NET-ADVANCE-AMT                          04570000
              MOVE WS-EIR-MID TO WS-EIR-LO                              04580000
           ELSE                                                         04590000
              MOVE WS-EIR-MID TO WS-EIR-HI                              04600000
           END-IF                                                       04610000
           EXIT.                                                        04620000
                                                                        04630000
       540-DISCOUNT-ONE-PAYMENT.                                        04640000
           COMPUTE WS-EIR-DISC ROUNDED =                                04650000
                   WS-EIR-DISC / (1 + WS-EIR-MID)                       04660000
           COMPUTE WS-EIR-PV ROUNDED =                                  04670000
                   WS-EIR-PV                                            04680000
                 + WS-SCH-PAYMENT (WS-SCHED-IX) * WS-EIR-DISC           04690000
           EXIT.                                                        04700000
                                                                        04710000
      *    THE MONTH'S EFFECTIVE-INTEREST RELEASE AND THE EARLY-END     04720000
      *    RELEASE BOOK UNDER THEIR OWN EVENTS SO FINANCE CAN TELL      04730000
      *    EARNED FEE INCOME FROM ACCELERATED                           04740000
       600-WRITE-POSTINGS.                                              04750000
           IF WS-TOTAL-AMORT > 0                                        04760000
              MOVE 'ORIGAMRT' TO GLMAP-EVENT-TYPE                       04770000
              MOVE WS-TOTAL-AMORT TO POST-AMOUNT                        04780000
              PERFORM 610-WRITE-BALANCED-PAIR                           04790000
           END-IF                                                       04800000
           IF WS-TOTAL-RELEASE > 0                                      04810000
              MOVE 'ORIGRLSE' TO GLMAP-EVENT-TYPE                       04820000
              MOVE WS-TOTAL-RELEASE TO POST-AMOUNT                      04830000
              PERFORM 610-WRITE-BALANCED-PAIR                           04840000
           END-IF                                                       04850000
           EXIT.                                                        04860000
                                                                        04870000
       610-WRITE-BALANCED-PAIR.                                         04880000
           EXEC SQL                                                     04890000
              SELECT DEBIT_ACCT, CREDIT_ACCT                            04900000
                INTO :GLMAP-DEBIT-ACCT, :GLMAP-CREDIT-ACCT              04910000
                FROM KALA15.GL_ACCOUNT_MAP                              04920000
               WHERE EVENT_TYPE = :GLMAP-EVENT-TYPE                     04930000
           END-EXEC                                                     04940000
           IF SQLCODE NOT = 00                                          04950000
              DISPLAY 'LOANFEIR - NO GL MAPPING FOR EVENT '             04960000
                      GLMAP-EVENT-TYPE ' - POSTING SKIPPED'             04970000
              MOVE 8 TO RETURN-CODE                                     04980000
           ELSE                                                         04990000
              MOVE WS-RUN-DATE TO POST-DATE                             05000000
              MOVE GLMAP-EVENT-TYPE TO POST-EVENT                       05010000
              MOVE 'DR' TO POST-DR-CR                                   05020000
              MOVE GLMAP-DEBIT-ACCT TO POST-ACCOUNT                     05030000
              WRITE POST-RECORD                                         05040000
              ADD 1 TO WS-BATCH-RECS                                    05050000
              ADD POST-AMOUNT TO WS-BATCH-DR                            05060000
              MOVE 'CR' TO POST-DR-CR                                   05070000
              MOVE GLMAP-CREDIT-ACCT TO POST-ACCOUNT                    05080000
              WRITE POST-RECORD                                         05090000
              ADD 1 TO WS-BATCH-RECS                                    05100000
              ADD POST-AMOUNT TO WS-BATCH-CR                            05110000
           END-IF                                                       05120000
           EXIT.                                                        05130000
                                                                        05140000
       900-TERMINATE.                                                   05150000
           EXEC SQL                                                     05160000
              CLOSE FENEW                                               05170000
           END-EXEC                                                     05180000
      *    THE BATCH ENVELOPE FINANCE'S ACKNOWLEDGMENT IS MATCHED       05190000
      *    AGAINST BY LOANGLAK - SENT UNTIL THE ACK ARRIVES             05200000
           IF WS-BATCH-RECS > 0                                         05210000
              EXEC SQL                                                  05220000
                 SELECT COALESCE(MAX(BATCH_ID), 0) + 1                  05230000
                   INTO :GLB-BATCH-ID                                   05240000
                   FROM KALA15.GL_POST_BATCH                            05250000
              END-EXEC                                                  05260000
              MOVE WS-BATCH-RECS TO GLB-REC-COUNT                       05270000
              MOVE WS-BATCH-DR   TO GLB-TOTAL-DR                        05280000
              MOVE WS-BATCH-CR   TO GLB-TOTAL-CR                        05290000
              EXEC SQL                                                  05300000
                 INSERT INTO KALA15.GL_POST_BATCH                       05310000
                    (BATCH_ID, POST_DATE, REC_COUNT, TOTAL_DR,          05320000
                     TOTAL_CR, BATCH_STATUS)                            05330000
                 VALUES                                                 05340000
                    (:GLB-BATCH-ID, CURRENT DATE, :GLB-REC-COUNT,       05350000
                     :GLB-TOTAL-DR, :GLB-TOTAL-CR, 'SENT')              05360000
              END-EXEC                                                  05370000
           END-IF                                                       05380000
           PERFORM 950-LOG-RUN-HISTORY                                  05390000
           EXEC SQL                                                     05400000
              COMMIT                                                    05410000
           END-EXEC                                                     05420000
           CLOSE FEE-POSTINGS                                           05430000
           DISPLAY 'LOANFEIR - LOANS ENROLLED   : ' WS-ENROLLED-CNT     05440000
           DISPLAY 'LOANFEIR - LOANS AMORTIZED  : ' WS-AMORTIZED-CNT    05450000
           DISPLAY 'LOANFEIR - FEE AMORTIZED    : ' WS-TOTAL-AMORT      05460000
           DISPLAY 'LOANFEIR - MATURED          : ' WS-MATURED-CNT      05470000
           DISPLAY 'LOANFEIR - ENDED EARLY      : ' WS-RELEASED-CNT     05480000
           DISPLAY 'LOANFEIR - FEE RELEASED     : ' WS-TOTAL-RELEASE    05490000
           DISPLAY 'LOANFEIR - NO SCHEDULE      : ' WS-NO-SCHED-CNT     05500000
           EXIT.                                                        05510000
                                                                        05520000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      05530000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      05540000
      *    CONSOLE'S DURATION TRENDING                                  05550000
       950-LOG-RUN-HISTORY.                                             05560000
           EXEC SQL                                                     05570000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       05580000
                INTO :RUNH-RUN-ID                                       05590000
                FROM KALA15.BATCH_RUN_HISTORY                           05600000
           END-EXEC                                                     05610000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            05620000
           COMPUTE RUNH-RECS-READ =                                     05630000
                   WS-ENROLLED-CNT + WS-AMORTIZED-CNT                   05640000
                 + WS-MATURED-CNT + WS-RELEASED-CNT                     05650000
           COMPUTE RUNH-RECS-UPDATED =                                  05660000
                   WS-AMORTIZED-CNT + WS-MATURED-CNT + WS-RELEASED-CNT  05670000
           MOVE WS-ENROLLED-CNT TO RUNH-RECS-WRITTEN                    05680000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              05690000
           EXEC SQL                                                     05700000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      05710000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        05720000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   05730000
              VALUES                                                    05740000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          05750000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   05760000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               05770000
                  :RUNH-RUN-RC)                                         05780000
           END-EXEC                                                     05790000
           EXIT.                                                        05800000
