           SELECT CASH-REPORT   ASSIGN TO CASHRPT                       00090000
               ORGANIZATION IS SEQUENTIAL                               00100000
               FILE STATUS IS WS-CASH-RPT-STATUS.                       00110000
           SELECT BACKVAL-REPORT ASSIGN TO BVALRPT                      00110001
               ORGANIZATION IS SEQUENTIAL                               00110002
               FILE STATUS IS WS-BVAL-RPT-STATUS.                       00110003
       DATA DIVISION.                                                   00120000
       FILE SECTION.                                                    00130000
      *    ONE INCOMING CREDIT TRANSFER PER RECORD, FLATTENED FROM THE  00140000
      *    CARRY THE APPLICATION NUMBER HERE                            00260000
           05  STMT-REMIT-REF      PIC X(20).                           00270000
           05  FILLER              PIC X(09).                           00280000
      *    THE ACCOUNT THE CREDIT WAS SENT FROM (DEBTOR IBAN)           00280001
           05  STMT-PAYER-IBAN     PIC X(34).                           00280002
                                                                        00290000
       FD  CASH-REPORT                                                  00300000
           RECORDING MODE F                                             00310000
           LABEL RECORDS STANDARD.                                      00320000
       01  CASH-RPT-LINE           PIC X(80).                           00330000
                                                                        00340000
      *    EVERY ADJUSTMENT MADE BECAUSE A CREDIT WAS VALUE-DATED       00340001
      *    BEFORE THE DAY IT POSTED - THE COMPLAINTS DESK'S EVIDENCE    00340002
       FD  BACKVAL-REPORT                                               00340003
           RECORDING MODE F                                             00340004
           LABEL RECORDS STANDARD.                                      00340005
       01  BVAL-RPT-LINE           PIC X(80).                           00340006
                                                                        00340007
       WORKING-STORAGE SECTION.                                         00350000
           EXEC SQL                                                     00360000
              INCLUDE SQLCA                                             00370000
           EXEC SQL                                                     00510000
              INCLUDE SUSPENSE                                          00520000
           END-EXEC.                                                    00530000
           EXEC SQL                                                     00530001
              INCLUDE PAYALIAS                                          00530002
           END-EXEC.                                                    00530003
           EXEC SQL                                                     00530004
              INCLUDE INSTCRED                                          00530005
           END-EXEC.                                                    00530006
           EXEC SQL                                                     00530001
              INCLUDE FEEHIST                                           00530002
           END-EXEC.                                                    00530003
           EXEC SQL                                                     00530004
              INCLUDE FEEWAIVE                                          00530005
           END-EXEC.                                                    00530006
           EXEC SQL                                                     00530007
              INCLUDE DELINQ                                            00530008
           END-EXEC.                                                    00530009
           EXEC SQL                                                     0053000A
              INCLUDE PENACCR                                           0053000B
           END-EXEC.                                                    0053000C
           EXEC SQL                                                     0053000D
              INCLUDE ACCRUAL                                           0053000E
           END-EXEC.                                                    0053000F
           EXEC SQL                                                     00530004
              INCLUDE GUARCALL                                          00530005
           END-EXEC.                                                    00530006
           EXEC SQL                                                     00590004
              INCLUDE BUSPARM                                           00590005
           END-EXEC.                                                    00590006
           EXEC SQL                                                     00590007
              INCLUDE LOANPOS                                           00590008
           END-EXEC.                                                    00590009

           COPY FILEENV.                                                00590007
                                                                        00600000
           88  WS-NO-MORE-RECS     VALUE 'Y'.                           00620000
       01  WS-STMT-FEED-STATUS     PIC XX    VALUE '00'.                00630000
       01  WS-CASH-RPT-STATUS      PIC XX    VALUE '00'.                00640000
       01  WS-BVAL-RPT-STATUS      PIC XX    VALUE '00'.                00640001
       01  WS-MATCH-SW             PIC X.                               00650000
           88  WS-MATCHED          VALUE 'Y'.                           00660000
       01  WS-REMIT-NUM            PIC 9(8).                            00670000
       01  WS-RECS-READ            PIC 9(7)  VALUE ZERO.                00750000
       01  WS-RECS-POSTED          PIC 9(7)  VALUE ZERO.                00760000
       01  WS-RECS-SUSPENDED       PIC 9(7)  VALUE ZERO.                00770000
      *    CREDITS LOANINST ALREADY POSTED OR PARKED DURING THE DAY     00770001
       01  WS-RECS-INTRADAY        PIC 9(7)  VALUE ZERO.                00770002
       01  WS-INTRADAY-COUNT       PIC S9(9) COMP.                      00770003
      *    CREDITS MATCHED AT EACH RUNG OF THE MATCH LADDER             00770001
       01  WS-MATCH-BY-REF         PIC 9(7)  VALUE ZERO.                00770002
       01  WS-MATCH-BY-ALIAS       PIC 9(7)  VALUE ZERO.                00770003
       01  WS-MATCH-BY-SSN         PIC 9(7)  VALUE ZERO.                00770004
       01  WS-MATCH-BY-GUAR        PIC 9(7)  VALUE ZERO.                00770005
       01  WS-MATCH-BY-NAME        PIC 9(7)  VALUE ZERO.                00770006
       01  WS-BV-ADJ-CNT           PIC 9(7)  VALUE ZERO.                00770007
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANCASH'.          00780000
       01  WS-GATE-WAITING         PIC S9(4) COMP VALUE ZERO.           00780001
      *    RESTART - CREDITS AT OR BEFORE THE LAST COMMITTED RECORD     00780001
           05 WS-ALC-FEE-EOF-SW      PIC X.                             00791020
              88 WS-ALC-NO-MORE-FEES VALUE 'Y'.                         00791021

      *    VALUE-DATE WORK FIELDS - A CREDIT THE BANK VALUED BEFORE     00791022
      *    TODAY IS POSTED AS IF IT HAD ARRIVED ON THAT DAY. SEE        00791023
      *    470-ESTABLISH-VALUE-DATE                                     00791024
       01  WS-BACKVAL-VARS.                                             00791025
           05 WS-BV-VALUE-DATE       PIC X(10).                         00791026
           05 WS-BV-DAYS-BACK        PIC S9(9)      COMP.               00791027
           05 WS-BV-MAX-DAYS         PIC S9(4)      COMP VALUE 30.      00791028
           05 WS-BV-DUE-DATE         PIC X(10).                         00791029
           05 WS-BV-INST-DUE         PIC S9(8)V9(2) COMP-3.             0079102A
           05 WS-BV-FEE-OPEN         PIC S9(6)V9(2) COMP-3.             0079102B
           05 WS-BV-FEE-EOF-SW       PIC X.                             0079102C
              88 WS-BV-NO-MORE-FEES  VALUE 'Y'.                         0079102D
           05 WS-BV-NEW-PEN          PIC S9(8)V9(2) COMP-3.             0079102E
           05 WS-BV-THRU-DAYS        PIC S9(9)      COMP.               0079102F
           05 WS-BV-LATE-DAYS        PIC S9(9)      COMP.               0079102G
           05 WS-BV-RATE             PIC S9V9(2)    COMP-3.             0079102H
           05 WS-BV-BASIS            PIC X(8).                          0079102I
           05 WS-BV-DENOM            PIC S9(4)      COMP.               0079102J
           05 WS-BV-ADJ-TYPE         PIC X(9).                          0079102K
           05 WS-BV-ADJ-AMT          PIC S9(8)V9(2) COMP-3.             0079102L
           05 WS-BV-ADJ-AMT-ED       PIC Z(7)9.99.                      0079102M
           05 WS-BV-APP-ED           PIC 9(9).                          0079102N
           05 WS-BV-INST-ED          PIC 9(3).                          0079102O
                                                                        0079102P

       PROCEDURE DIVISION.                                              00800000
       000-MAIN-PARA.                                                   00810000
                INTO :WS-RUN-START                                      00870003
                FROM SYSIBM.SYSDUMMY1                                   00870004
           END-EXEC                                                     00870005
           PERFORM 945-RESERVE-RUN-ID                                   00870006
           OPEN INPUT STATEMENT-FEED                                    00880000
           IF WS-STMT-FEED-STATUS NOT = '00'                            00890000
              DISPLAY 'LOANCASH - UNABLE TO OPEN STATEMENT-FEED, '      00900000
              MOVE 16 TO RETURN-CODE                                    00990000
              STOP RUN                                                  01000000
           END-IF                                                       01010000
           OPEN OUTPUT BACKVAL-REPORT                                   01010001
           IF WS-BVAL-RPT-STATUS NOT = '00'                             01010002
              DISPLAY 'LOANCASH - UNABLE TO OPEN BACKVAL-REPORT, '      01010003
                      'STATUS = ' WS-BVAL-RPT-STATUS                    01010004
              MOVE 16 TO RETURN-CODE                                    01010005
              STOP RUN                                                  01010006
           END-IF                                                       01010007
      *    HOW FAR BACK A STATEMENT VALUE DATE IS HONOURED - ANYTHING   01010008
      *    OLDER IS TAKEN AS A BANK ERROR AND POSTED AS OF TODAY        01010009
           MOVE 30 TO WS-BV-MAX-DAYS                                    0101000A
           MOVE 'VALUE_DATE_MAX_DY ' TO BUSPARM-NAME                    0101000B
           EXEC SQL                                                     0101000C
              SELECT PARAM_VALUE                                        0101000D
                INTO :BUSPARM-VALUE                                     0101000E
                FROM KALA15.BUSINESS_PARAM                              0101000F
               WHERE PARAM_NAME = :BUSPARM-NAME                         0101000G
                 AND EFFECTIVE_DATE <= CURRENT DATE                     0101000H
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     0101000I
           END-EXEC                                                     0101000J
           IF SQLCODE = 00                                              0101000K
              MOVE BUSPARM-VALUE TO WS-BV-MAX-DAYS                      0101000L
           END-IF                                                       0101000M
      *    THE ENVELOPE IS PROVEN BEFORE THE FIRST DATABASE             01010001
      *    CHANGE OF ANY KIND - EVEN THE CHECKPOINT ROW                 01010002
           PERFORM 130-VALIDATE-ENVELOPE                                01010003
                 WHEN WS-RECS-READ <= WS-RESUME-POINT                   0139000G
                    CONTINUE                                            0139000H
                 WHEN OTHER                                             0139000I
                    PERFORM 210-CHECK-INTRADAY                          0139000J
                    IF WS-INTRADAY-COUNT = ZERO                         0139000K
                       PERFORM 300-APPLY-CREDIT                         0139000L
                    END-IF                                              0139000M
                    PERFORM 500-CHECKPOINT-COMMIT                       0139000K
              END-EVALUATE                                              0139000L
           END-IF                                                       0139000M
           EXIT.                                                        0139000N
                                                                        01500000
      *    AN INSTANT CREDIT LOANINST TOOK OFF THE QUEUE DURING THE     01500001
      *    DAY COMES BACK ON THE STATEMENT UNDER THE SAME BANK          01500002
      *    REFERENCE. IT WAS POSTED (OR PARKED IN SUSPENSE) THEN, SO    01500003
      *    HERE IT IS ONLY CONFIRMED AS SEEN ON THE STATEMENT AND       01500004
      *    LISTED - NEVER POSTED A SECOND TIME                          01500005
       210-CHECK-INTRADAY.                                              01500006
           MOVE STMT-REF TO INST-REF                                    01500007
           EXEC SQL                                                     01500008
              SELECT COUNT(*)                                           01500009
                INTO :WS-INTRADAY-COUNT                                 0150000A
                FROM KALA15.INSTANT_CREDIT                              0150000B
               WHERE INST_REF = :INST-REF                               0150000C
           END-EXEC                                                     0150000D
           IF SQLCODE NOT = 00                                          0150000E
              MOVE ZERO TO WS-INTRADAY-COUNT                            0150000F
           END-IF                                                       0150000G
           IF WS-INTRADAY-COUNT > ZERO                                  0150000H
              EXEC SQL                                                  0150000I
                 UPDATE KALA15.INSTANT_CREDIT                           0150000J
                    SET STMT_DATE = CURRENT DATE                        0150000K
                  WHERE INST_REF = :INST-REF                            0150000L
                    AND STMT_DATE IS NULL                               0150000M
              END-EXEC                                                  0150000N
              MOVE SPACES TO CASH-RPT-LINE                              0150000O
              STRING 'INTRADAY - REF ' STMT-REF ' ALREADY POSTED'       0150000P
                     DELIMITED BY SIZE INTO CASH-RPT-LINE               0150000Q
              END-STRING                                                0150000R
              WRITE CASH-RPT-LINE                                       0150000S
              ADD 1 TO WS-RECS-INTRADAY                                 0150000T
           END-IF                                                       0150000U
           EXIT.                                                        0150000V
                                                                        0150000W
      *    THE MATCH LADDER: THE REMITTANCE REFERENCE IS TRUSTED        01510000
      *    FIRST, THEN A PAYER ALIAS AN OPERATOR HAS ALREADY            01510001
      *    CONFIRMED, THEN A UNIQUE SSN MATCH, THEN A UNIQUE NAME       01510002
      *    MATCH. ANYTHING STILL UNMATCHED PARKS IN THE SUSPENSE        01510003
      *    QUEUE FOR AN OPERATOR INSTEAD OF SITTING IN A DRAWER         01510004
       300-APPLY-CREDIT.                                                01550000
           MOVE 'N'  TO WS-MATCH-SW                                     01560000
           MOVE ZERO TO APP-ID                                          01570000
           PERFORM 310-MATCH-BY-REFERENCE                               01580000
           IF WS-MATCHED                                                01580001
              ADD 1 TO WS-MATCH-BY-REF                                  01580002
           ELSE                                                         01580003
              PERFORM 318-MATCH-BY-ALIAS                                01580004
              IF WS-MATCHED                                             01580005
                 ADD 1 TO WS-MATCH-BY-ALIAS                             01580006
              END-IF                                                    01580007
           END-IF                                                       01580008
           IF NOT WS-MATCHED                                            01590000
              PERFORM 320-MATCH-BY-SSN                                  01600000
              IF WS-MATCHED                                             01600001
                 ADD 1 TO WS-MATCH-BY-SSN                               01600002
              END-IF                                                    01600003
           END-IF                                                       01610000
           IF NOT WS-MATCHED                                            01620000
      *       MONEY FROM A CALLED GUARANTOR'S OWN SSN BELONGS ON THE    01620001
      *       GUARANTEED LOAN, NOT IN SUSPENSE                          01620002
              PERFORM 325-MATCH-BY-GUARANTOR                            01620003
              IF WS-MATCHED                                             01620004
                 ADD 1 TO WS-MATCH-BY-GUAR                              01620005
              END-IF                                                    01620006
           END-IF                                                       01620004
           IF NOT WS-MATCHED                                            01620000
              PERFORM 330-MATCH-BY-NAME                                 01630000
              IF WS-MATCHED                                             01630001
                 ADD 1 TO WS-MATCH-BY-NAME                              01630002
              END-IF                                                    01630003
           END-IF                                                       01640000
           IF WS-MATCHED                                                01650000
              PERFORM 400-POST-MATCHED-CREDIT                           01660000
           END-EVALUATE                                                 01898000
           EXIT.                                                        01899000
                                                                        01900000
      *    A PAYER ACCOUNT AN OPERATOR HAS ALREADY APPLIED FROM         01900001
      *    SUSPENSE (PAYER_ALIAS, LEARNED IN LOANDB2) GOES STRAIGHT TO  01900002
      *    THE SAME LOAN - PROVIDED IT IS THE ONLY LIVE LOAN THAT IBAN  01900003
      *    HAS BEEN CONFIRMED FOR. AN IBAN CONFIRMED FOR TWO LIVE       01900004
      *    LOANS STILL NEEDS A PERSON TO CHOOSE                         01900005
       318-MATCH-BY-ALIAS.                                              01900006
           IF STMT-PAYER-IBAN NOT = SPACES                              01900007
              MOVE STMT-PAYER-IBAN TO ALIAS-PAYER-IBAN                  01900008
              EXEC SQL                                                  01900009
                 SELECT COUNT(*)                                        0190000A
                   INTO :WS-MATCH-COUNT                                 0190000B
                   FROM KALA15.PAYER_ALIAS L, KALA15.APPLICATIONS A     0190000C
                  WHERE L.PAYER_IBAN = :ALIAS-PAYER-IBAN                0190000D
                    AND L.ALIAS_STATUS = 'ACTIVE'                       0190000E
                    AND A.APP_ID = L.APP_ID                             0190000F
                    AND A.STATUS = 1                                    0190000G
              END-EXEC                                                  0190000H
              IF SQLCODE = 00 AND WS-MATCH-COUNT = 1                    0190000I
                 EXEC SQL                                               0190000J
                    SELECT A.APP_ID                                     0190000K
                      INTO :APP-ID                                      0190000L
                      FROM KALA15.PAYER_ALIAS L, KALA15.APPLICATIONS A  0190000M
                     WHERE L.PAYER_IBAN = :ALIAS-PAYER-IBAN             0190000N
                       AND L.ALIAS_STATUS = 'ACTIVE'                    0190000O
                       AND A.APP_ID = L.APP_ID                          0190000P
                       AND A.STATUS = 1                                 0190000Q
                 END-EXEC                                               0190000R
                 IF SQLCODE = 00                                        0190000S
                    SET WS-MATCHED TO TRUE                              0190000T
                 END-IF                                                 0190000U
              END-IF                                                    0190000V
           END-IF                                                       0190000W
           EXIT.                                                        0190000X
                                                                        0190000Y
      *    A PAYER SSN THAT OWNS EXACTLY ONE LIVE LOAN IS SAFE TO       01910000
      *    APPLY AGAINST - TWO OR MORE GOES TO SUSPENSE SO AN OPERATOR  01920000
      *    DECIDES WHICH LOAN THE CUSTOMER MEANT                        01930000
              MOVE WS-PAY-INSTNO TO SCHED-INSTALLMENT-NO                02620000
              PERFORM 410-FIND-PRIOR-BALANCE                            02630000
              MOVE STMT-AMOUNT TO WS-PAY-AMT                            02640000
      *       A BACK-VALUED CREDIT UNWINDS WHAT ITS LATENESS COST       02640001
      *       BEFORE THE WATERFALL RUNS, SO THE MONEY IS NOT SWALLOWED  02640002
      *       BY FEES THAT SHOULD NEVER HAVE BEEN CHARGED               02640003
              PERFORM 470-ESTABLISH-VALUE-DATE                          02640004
              IF WS-BV-DAYS-BACK > ZERO                                 02640005
                 PERFORM 480-BACK-VALUE-INSTALLMENT                     02640006
              END-IF                                                    02640007
      *       FEES AND PENALTY INTEREST DRINK FIRST - ONLY THE          02640001
      *       INTEREST AND PRINCIPAL SHARES REDUCE THE BALANCE          02640002
              PERFORM 405-ALLOCATE-CREDIT                               02640003
              COMPUTE WS-NEW-BAL = WS-PRIOR-BAL                         02650000
                      - WS-ALC-INTEREST - WS-ALC-PRINCIPAL              02650001
              IF WS-BV-DAYS-BACK > ZERO AND                             02650002
                 WS-ALC-PRINCIPAL > ZERO                                02650003
                 PERFORM 486-BACK-VALUE-INTEREST                        02650004
              END-IF                                                    02650005
              IF WS-NEW-BAL < ZERO                                      02660000
      *          THE EXCESS IS THE CUSTOMER'S MONEY - ONTO THE          02660001
      *          REFUND QUEUE LOANREFD PAYS FROM                        02660002
                                                                        02690000
              EXEC SQL                                                  02700000
                 UPDATE KALA15.PAYMENT_SCHEDULE                         02710000
                    SET ACTUAL_BALANCE_AMT = :WS-NEW-BAL,               02710001
                        RUN_ID = :RUNH-RUN-ID                           02710002
                  WHERE APP_ID = :SCHED-APP-ID                          02730000
                    AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO          02740000
              END-EXEC                                                  02750000
              MOVE WS-ALC-PENALTY   TO PAY-ALLOC-PENALTY                02850002
              MOVE WS-ALC-INTEREST  TO PAY-ALLOC-INTEREST               02850003
              MOVE WS-ALC-PRINCIPAL TO PAY-ALLOC-PRINCIPAL              02850004
              MOVE WS-BV-VALUE-DATE TO PAY-VALUE-DATE                   02850005
                                                                        02860000
              EXEC SQL                                                  02870000
                 INSERT INTO KALA15.PAYMENT                             02880000
                        (PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE,          02890000
                         PAY_TYPE, BALANCE_AFTER, ALLOC_FEES,           02900000
                         ALLOC_PENALTY, ALLOC_INTEREST,                 02900001
                         ALLOC_PRINCIPAL, VALUE_DATE, RUN_ID)           02900002
                 VALUES (:PAY-ID, :PAY-APP-ID, :PAY-AMOUNT,             02910000
                         CURRENT DATE, :PAY-TYPE, :PAY-BALANCE-AFTER,   02920000
                         :PAY-ALLOC-FEES, :PAY-ALLOC-PENALTY,           02920001
                         :PAY-ALLOC-INTEREST, :PAY-ALLOC-PRINCIPAL,     02920002
                         DATE(:PAY-VALUE-DATE), :RUNH-RUN-ID)           02920003
              END-EXEC                                                  02930000
                                                                        02940000
              IF WS-NEW-BAL = ZERO                                      02950000
              END-STRING                                                03020000
              WRITE CASH-RPT-LINE                                       03030000
              ADD 1 TO WS-RECS-POSTED                                   03040000
              MOVE APP-ID TO POS-APP-ID                                 03040001
              PERFORM 490-REFRESH-LOAN-POSITION                         03040002
           END-IF                                                       03050000
           EXIT.                                                        03060000
                                                                        03070000
       410-FIND-PRIOR-BALANCE.                                          03080000
      *    THE LOAN_POSITION ROW CARRIES THE FIGURE WHEN IT IS          03080001
      *    CURRENT FOR THIS INSTALLMENT - A LOAN WITH NO ROW, OR ONE    03080002
      *    POSTED OUT OF TURN, READS THE SCHEDULE                       03080003
           MOVE SCHED-APP-ID TO POS-APP-ID                              03080004
           EXEC SQL                                                     03080005
              SELECT NEXT_INST_NO, PRINCIPAL_BAL                        03080006
                INTO :POS-NEXT-INST-NO, :POS-PRINCIPAL-BAL              03080007
                FROM KALA15.LOAN_POSITION                               03080008
               WHERE APP_ID = :POS-APP-ID                               03080009
           END-EXEC                                                     0308000A
           IF SQLCODE = 00 AND                                          0308000B
              POS-NEXT-INST-NO = SCHED-INSTALLMENT-NO                   0308000C
              MOVE POS-PRINCIPAL-BAL TO WS-PRIOR-BAL                    0308000D
           ELSE                                                         0308000E
              IF SCHED-INSTALLMENT-NO = 1                               0308000F
                 EXEC SQL                                               0308000G
                    SELECT LOAN_AMN                                     0308000H
                      INTO :LOAN-AMN                                    0308000I
                      FROM KALA15.APPLICATIONS                          0308000J
                     WHERE APP_ID = :SCHED-APP-ID                       0308000K
                 END-EXEC                                               0308000L
                 MOVE LOAN-AMN TO WS-PRIOR-BAL                          0308000M
              ELSE                                                      0308000N
                 COMPUTE WS-PREV-INSTNO = SCHED-INSTALLMENT-NO - 1      0308000O
                 EXEC SQL                                               0308000P
                    SELECT COALESCE(ACTUAL_BALANCE_AMT, BALANCE_AMT)    0308000Q
                      INTO :WS-PRIOR-BAL                                0308000R
                      FROM KALA15.PAYMENT_SCHEDULE                      0308000S
                     WHERE APP_ID = :SCHED-APP-ID                       0308000T
                       AND INSTALLMENT_NO = :WS-PREV-INSTNO             0308000U
                 END-EXEC                                               0308000V
              END-IF                                                    0308000W
           END-IF                                                       0308000X
           EXIT.                                                        03270000
                                                                        03280000
      *    SPREADS THE COLLECTED AMOUNT DOWN THE SAME CONFIGURED        03061001
              EXEC SQL                                                  03061148
                 UPDATE KALA15.FEE_HISTORY                              03061149
                    SET PAID_AMT = COALESCE(PAID_AMT, 0)                03061150
                                   + :WS-ALC-TAKE,                      03061151
                        PRIOR_PAID_AMT =                                03061152
                           CASE WHEN CHG_RUN_ID = :RUNH-RUN-ID          03061153
                                THEN PRIOR_PAID_AMT                     03061154
                                ELSE PAID_AMT END,                      03061155
                        PRIOR_WAIVED_AMT =                              03061156
                           CASE WHEN CHG_RUN_ID = :RUNH-RUN-ID          03061157
                                THEN PRIOR_WAIVED_AMT                   03061158
                                ELSE WAIVED_AMT END,                    03061159
                        CHG_RUN_ID = :RUNH-RUN-ID                       0306115A
                  WHERE FEE_ID = :FEE-ID                                03061152
              END-EXEC                                                  03061153
              SUBTRACT WS-ALC-TAKE FROM WS-ALC-SETTLE-POOL              03061154
                                                                        03390000
           EXEC SQL                                                     03400000
              INSERT INTO KALA15.APPLICATION_STATUS_HISTORY             03410000
                 (HIST_ID, APP_ID, STATUS_CODE, CHANGED_TS, CHANGED_BY, 03410001
                  RUN_ID)                                               03410002
              VALUES                                                    03430000
                 (:HIST-ID, :HIST-APP-ID, :STATUS-CODE,                 03440000
                  CURRENT TIMESTAMP, 'LOANCASH', :RUNH-RUN-ID)          03440001
           END-EXEC                                                     03460000
           PERFORM 430-WRITE-OUTBOX-EVENT                               03460001
           EXIT.                                                        03470000
           END-EXEC                                                     0348500F
           EXIT.                                                        0348500G

      *    THE STATEMENT'S VALUE DATE, WHEN IT IS A REAL DATE IN THE    0348500H
      *    PAST AND NO OLDER THAN VALUE_DATE_MAX_DY. ANYTHING ELSE -    0348500I
      *    BLANK, GARBLED, IN THE FUTURE OR TOO OLD - POSTS AS OF       0348500J
      *    TODAY WITH NOTHING BACK-VALUED                               0348500K
       470-ESTABLISH-VALUE-DATE.                                        0348500L
           MOVE ZERO TO WS-BV-DAYS-BACK                                 0348500M
           EXEC SQL                                                     0348500N
              SELECT CHAR(CURRENT DATE)                                 0348500O
                INTO :WS-BV-VALUE-DATE                                  0348500P
                FROM SYSIBM.SYSDUMMY1                                   0348500Q
           END-EXEC                                                     0348500R
           IF STMT-VALUE-DATE NOT = SPACES                              0348500S
              EXEC SQL                                                  0348500T
                 SELECT DAYS(CURRENT DATE)                              0348500U
                        - DAYS(DATE(:STMT-VALUE-DATE))                  0348500V
                   INTO :WS-BV-DAYS-BACK                                0348500W
                   FROM SYSIBM.SYSDUMMY1                                0348500X
              END-EXEC                                                  0348500Y
              IF SQLCODE NOT = 00 OR                                    0348500Z
                 WS-BV-DAYS-BACK < ZERO OR                              03485010
                 WS-BV-DAYS-BACK > WS-BV-MAX-DAYS                       03485011
                 MOVE ZERO TO WS-BV-DAYS-BACK                           03485012
              ELSE                                                      03485013
                 MOVE STMT-VALUE-DATE TO WS-BV-VALUE-DATE               03485014
              END-IF                                                    03485015
           END-IF                                                       03485016
           EXIT.                                                        03485017
                                                                        03485018
      *    THE CREDIT WAS ON ITS WAY BEFORE TODAY. IF IT COVERS THE     03485019
      *    INSTALLMENT IT IS PAYING, THE INSTALLMENT WAS SETTLED ON     0348501A
      *    THE VALUE DATE: LATE AND DUNNING FEES ASSESSED AFTER THAT    0348501B
      *    DAY NEVER SHOULD HAVE BEEN, PENALTY INTEREST STOPS ON THAT   0348501C
      *    DAY, AND THE DELINQUENCY IT CURES IS CLEARED NOW RATHER      0348501D
      *    THAN AFTER ANOTHER NIGHT OF AGEING. A PART PAYMENT LEAVES    0348501E
      *    THE INSTALLMENT LATE AND IS POSTED AS BEFORE                 0348501F
       480-BACK-VALUE-INSTALLMENT.                                      0348501G
           EXEC SQL                                                     0348501H
              SELECT CHAR(DUE_DATE),                                    0348501I
                     PRINCIPAL_AMT + INTEREST_AMT                       0348501J
                        - COALESCE(SUBSIDY_INT_AMT, 0)                  0348501K
                INTO :WS-BV-DUE-DATE, :WS-BV-INST-DUE                   0348501L
                FROM KALA15.PAYMENT_SCHEDULE                            0348501M
               WHERE APP_ID = :SCHED-APP-ID                             0348501N
                 AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO             0348501O
           END-EXEC                                                     0348501P
           IF SQLCODE = 00 AND STMT-AMOUNT >= WS-BV-INST-DUE            0348501Q
              PERFORM 481-REVERSE-LATE-FEES                             0348501R
              PERFORM 483-RESTATE-PENALTY                               0348501S
              PERFORM 484-CLEAR-CURED-DELINQUENCY                       0348501T
           END-IF                                                       0348501U
           EXIT.                                                        0348501V
                                                                        0348501W
      *    THE UNPAID PART OF EACH LATE OR DUNNING FEE ON THE           0348501X
      *    INSTALLMENT ASSESSED AFTER THE VALUE DATE IS WAIVED THROUGH  0348501Y
      *    FEE_WAIVER, SO LOANACCR BOOKS THE REVERSAL THE SAME NIGHT    0348501Z
      *    AS ANY GOODWILL WAIVER. PENALTY INTEREST HAS ITS OWN         03485020
      *    RESTATEMENT BELOW; THE ORIGINATION FEE IS NOT A LATENESS     03485021
      *    CHARGE AT ALL                                                03485022
       481-REVERSE-LATE-FEES.                                           03485023
           EXEC SQL                                                     03485024
              DECLARE BVFEE CURSOR FOR                                  03485025
              SELECT FEE_ID, BUCKET,                                    03485026
                     FEE_AMT - COALESCE(PAID_AMT, 0)                    03485027
                             - COALESCE(WAIVED_AMT, 0)                  03485028
                FROM KALA15.FEE_HISTORY                                 03485029
               WHERE APP_ID = :SCHED-APP-ID                             0348502A
                 AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO             0348502B
                 AND BUCKET NOT IN ('ORIG', 'PENALTY')                  0348502C
                 AND ASSESSED_DATE > DATE(:WS-BV-VALUE-DATE)            0348502D
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0348502E
                               + COALESCE(WAIVED_AMT, 0)                0348502F
               ORDER BY FEE_ID                                          0348502G
           END-EXEC                                                     0348502H
           MOVE 'N' TO WS-BV-FEE-EOF-SW                                 0348502I
           EXEC SQL                                                     0348502J
              OPEN BVFEE                                                0348502K
           END-EXEC                                                     0348502L
           PERFORM 482-REVERSE-NEXT-FEE UNTIL WS-BV-NO-MORE-FEES        0348502M
           EXEC SQL                                                     0348502N
              CLOSE BVFEE                                               0348502O
           END-EXEC                                                     0348502P
           EXIT.                                                        0348502Q
                                                                        0348502R
       482-REVERSE-NEXT-FEE.                                            0348502S
           EXEC SQL                                                     0348502T
              FETCH BVFEE                                               0348502U
               INTO :FEE-ID, :FEE-BUCKET, :WS-BV-FEE-OPEN               0348502V
           END-EXEC                                                     0348502W
           IF SQLCODE NOT = 00                                          0348502X
              MOVE 'Y' TO WS-BV-FEE-EOF-SW                              0348502Y
           ELSE                                                         0348502Z
              EXEC SQL                                                  03485030
                 SELECT COALESCE(MAX(WAIVER_ID), 0) + 1                 03485031
                   INTO :WVR-WAIVER-ID                                  03485032
                   FROM KALA15.FEE_WAIVER                               03485033
              END-EXEC                                                  03485034
              MOVE FEE-ID         TO WVR-FEE-ID                         03485035
              MOVE SCHED-APP-ID   TO WVR-APP-ID                         03485036
              MOVE WS-BV-FEE-OPEN TO WVR-WAIVE-AMT                      03485037
              MOVE 'BACKVAL'      TO WVR-REASON-CODE                    03485038
              EXEC SQL                                                  03485039
                 INSERT INTO KALA15.FEE_WAIVER                          0348503A
                    (WAIVER_ID, FEE_ID, APP_ID, WAIVE_AMT,              0348503B
                     REASON_CODE, REQUESTED_DATE, WV_STATUS, RUN_ID)    0348503C
                 VALUES                                                 0348503D
                    (:WVR-WAIVER-ID, :WVR-FEE-ID, :WVR-APP-ID,          0348503E
                     :WVR-WAIVE-AMT, :WVR-REASON-CODE, CURRENT DATE,    0348503F
                     'APPLIED', :RUNH-RUN-ID)                           0348503G
              END-EXEC                                                  0348503H
              EXEC SQL                                                  0348503I
                 UPDATE KALA15.FEE_HISTORY                              0348503J
                    SET WAIVED_AMT = COALESCE(WAIVED_AMT, 0)            0348503K
                                     + :WVR-WAIVE-AMT,                  0348503L
                        PRIOR_PAID_AMT =                                0348503M
                           CASE WHEN CHG_RUN_ID = :RUNH-RUN-ID          0348503N
                                THEN PRIOR_PAID_AMT                     0348503O
                                ELSE PAID_AMT END,                      0348503P
                        PRIOR_WAIVED_AMT =                              0348503Q
                           CASE WHEN CHG_RUN_ID = :RUNH-RUN-ID          0348503R
                                THEN PRIOR_WAIVED_AMT                   0348503S
                                ELSE WAIVED_AMT END,                    0348503T
                        CHG_RUN_ID = :RUNH-RUN-ID                       0348503U
                  WHERE FEE_ID = :WVR-FEE-ID                            0348503M
              END-EXEC                                                  0348503N
              MOVE FEE-BUCKET     TO WS-BV-ADJ-TYPE                     0348503O
              MOVE WS-BV-FEE-OPEN TO WS-BV-ADJ-AMT                      0348503P
              PERFORM 489-WRITE-BACKVAL-LINE                            0348503Q
           END-IF                                                       0348503R
           EXIT.                                                        0348503S
                                                                        0348503T
      *    PENALTY INTEREST RUNS FROM THE DUE DATE TO THE VALUE DATE    0348503U
      *    AND NO FURTHER. THE OPEN ACCRUAL IS CUT BACK IN PROPORTION   0348503V
      *    TO THE DAYS IT SHOULD HAVE RUN, WHICH KEEPS WHATEVER         0348503W
      *    DAY-COUNT CONVENTION LOANPENI PRICED IT UNDER; A CREDIT      0348503X
      *    VALUED ON OR BEFORE THE DUE DATE TAKES IT TO ZERO. LOANPENI  0348503Y
      *    BILLS THE RESTATED FIGURE WHEN IT SEES THE CURE TONIGHT      0348503Z
       483-RESTATE-PENALTY.                                             03485040
           MOVE SCHED-APP-ID         TO PEN-APP-ID                      03485041
           MOVE SCHED-INSTALLMENT-NO TO PEN-INSTALLMENT-NO              03485042
           EXEC SQL                                                     03485043
              SELECT ACCRUED_AMT,                                       03485044
                     DAYS(ACCRUED_THRU) - DAYS(DATE(:WS-BV-DUE-DATE)),  03485045
                     DAYS(DATE(:WS-BV-VALUE-DATE))                      03485046
                     - DAYS(DATE(:WS-BV-DUE-DATE))                      03485047
                INTO :PEN-ACCRUED-AMT, :WS-BV-THRU-DAYS,                03485048
                     :WS-BV-LATE-DAYS                                   03485049
                FROM KALA15.PENALTY_ACCRUAL                             0348504A
               WHERE APP_ID = :PEN-APP-ID                               0348504B
                 AND INSTALLMENT_NO = :PEN-INSTALLMENT-NO               0348504C
                 AND PEN_STATUS = 'OPEN'                                0348504D
                 AND ACCRUED_THRU > DATE(:WS-BV-VALUE-DATE)             0348504E
           END-EXEC                                                     0348504F
           IF SQLCODE = 00 AND PEN-ACCRUED-AMT > ZERO                   0348504G
              IF WS-BV-LATE-DAYS <= ZERO OR WS-BV-THRU-DAYS <= ZERO     0348504H
                 MOVE ZERO TO WS-BV-NEW-PEN                             0348504I
              ELSE                                                      0348504J
                 COMPUTE WS-BV-NEW-PEN ROUNDED =                        0348504K
                         PEN-ACCRUED-AMT * WS-BV-LATE-DAYS              0348504L
                         / WS-BV-THRU-DAYS                              0348504M
              END-IF                                                    0348504N
              COMPUTE WS-BV-ADJ-AMT = PEN-ACCRUED-AMT - WS-BV-NEW-PEN   0348504O
              MOVE WS-BV-NEW-PEN TO PEN-ACCRUED-AMT                     0348504P
              EXEC SQL                                                  0348504Q
                 UPDATE KALA15.PENALTY_ACCRUAL                          0348504R
                    SET ACCRUED_AMT = :PEN-ACCRUED-AMT,                 0348504S
                        ACCRUED_THRU = DATE(:WS-BV-VALUE-DATE),         0348504T
                        PRIOR_ACCRUED_AMT =                             0348504U
                           CASE WHEN RUN_ID = :RUNH-RUN-ID              0348504V
                                THEN PRIOR_ACCRUED_AMT                  0348504W
                                ELSE ACCRUED_AMT END,                   0348504X
                        PRIOR_ACCRUED_THRU =                            0348504Y
                           CASE WHEN RUN_ID = :RUNH-RUN-ID              0348504Z
                                THEN PRIOR_ACCRUED_THRU                 03485050
                                ELSE ACCRUED_THRU END,                  03485051
                        PRIOR_STATUS =                                  03485052
                           CASE WHEN RUN_ID = :RUNH-RUN-ID              03485053
                                THEN PRIOR_STATUS                       03485054
                                ELSE PEN_STATUS END,                    03485055
                        RUN_ID = :RUNH-RUN-ID                           03485056
                  WHERE APP_ID = :PEN-APP-ID                            0348504U
                    AND INSTALLMENT_NO = :PEN-INSTALLMENT-NO            0348504V
              END-EXEC                                                  0348504W
              IF WS-BV-ADJ-AMT > ZERO                                   0348504X
                 MOVE 'PENALTY' TO WS-BV-ADJ-TYPE                       0348504Y
                 PERFORM 489-WRITE-BACKVAL-LINE                         0348504Z
              END-IF                                                    03485050
           END-IF                                                       03485051
           EXIT.                                                        03485052
                                                                        03485053
       484-CLEAR-CURED-DELINQUENCY.                                     03485054
           EXEC SQL                                                     03485055
              UPDATE KALA15.DELINQUENCY                                 03485056
                 SET DELINQ_STATUS = 'CLEARED',                         03485057
                     RUN_ID        = :RUNH-RUN-ID                       03485058
               WHERE APP_ID = :SCHED-APP-ID                             03485058
                 AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO             03485059
                 AND DELINQ_STATUS = 'OPEN'                             0348505A
           END-EXEC                                                     0348505B
           IF SQLCODE = 00 AND SQLERRD(3) > 0                           0348505C
              MOVE 'DELINQ'  TO WS-BV-ADJ-TYPE                          0348505D
              MOVE ZERO      TO WS-BV-ADJ-AMT                           0348505E
              PERFORM 489-WRITE-BACKVAL-LINE                            0348505F
           END-IF                                                       0348505G
           EXIT.                                                        0348505H
                                                                        0348505I
      *    THE PRINCIPAL THIS CREDIT REPAYS STOPPED EARNING INTEREST    0348505J
      *    ON THE VALUE DATE, BUT LOANACCR HAS ACCRUED ON IT EVERY      0348505K
      *    NIGHT SINCE. THE OVER-ACCRUAL - PRINCIPAL TIMES THE LOAN'S   0348505L
      *    RATE OVER THE DAYS BACK, 360-DAY YEAR FOR A 30/360 PRODUCT   0348505M
      *    AND 365 OTHERWISE - COMES OFF THE RUNNING ACCRUAL, WHICH     0348505N
      *    KEEPS WHAT THIS RUN TOOK OFF SO LOANBKOT CAN ADD IT BACK. A  0348505O
      *    LOAN ON NON-ACCRUAL ACCRUED NOTHING AND IS LEFT ALONE        0348505P
       486-BACK-VALUE-INTEREST.                                         0348505P
           EXEC SQL                                                     0348505Q
              SELECT COALESCE(I.RATE,                                   0348505R
                        (SELECT O.OVERRIDE_RATE                         0348505S
                           FROM KALA15.CUSTOMER_RATE_OVERRIDE O         0348505T
                          WHERE O.CUST_SSN = A.CUST_SSN                 0348505U
                          ORDER BY O.EXPIRY_DATE DESC                   0348505V
                          FETCH FIRST 1 ROW ONLY), 0),                  0348505W
                     COALESCE(                                          0348505X
                        (SELECT P.DAY_COUNT_BASIS                       0348505Y
                           FROM KALA15.PRODUCT P                        0348505Z
                          WHERE P.PRODUCT_CODE =                        03485060
                                COALESCE(NULLIF(A.PRODUCT_CODE, ' '),   03485061
                                         'CONSUMER')                    03485062
                            AND P.EFFECTIVE_DATE <= CURRENT DATE        03485063
                            AND (P.END_DATE IS NULL                     03485064
                                 OR P.END_DATE >= CURRENT DATE)         03485065
                          FETCH FIRST 1 ROW ONLY), 'ACT/365')           03485066
                INTO :WS-BV-RATE, :WS-BV-BASIS                          03485067
                FROM KALA15.APPLICATIONS A                              03485068
                LEFT JOIN KALA15.INTEREST I                             03485069
                  ON A.INTEREST = I.INTEREST_ID                         0348506A
               WHERE A.APP_ID = :SCHED-APP-ID                           0348506B
           END-EXEC                                                     0348506C
           IF SQLCODE = 00 AND WS-BV-RATE > ZERO                        0348506D
              IF WS-BV-BASIS = '30/360'                                 0348506E
                 MOVE 360 TO WS-BV-DENOM                                0348506F
              ELSE                                                      0348506G
                 MOVE 365 TO WS-BV-DENOM                                0348506H
              END-IF                                                    0348506I
              COMPUTE WS-BV-ADJ-AMT ROUNDED =                           0348506J
                      WS-ALC-PRINCIPAL * WS-BV-RATE * WS-BV-DAYS-BACK   0348506K
                      / WS-BV-DENOM                                     0348506L
              MOVE SCHED-APP-ID  TO ACCR-APP-ID                         0348506M
              MOVE WS-BV-ADJ-AMT TO ACCR-AMT                            0348506N
              EXEC SQL                                                  0348506O
                 UPDATE KALA15.INTEREST_ACCRUAL                         0348506P
                    SET ACCRUED_AMT =                                   0348506Q
                        CASE WHEN ACCRUED_AMT > :ACCR-AMT               0348506R
                             THEN ACCRUED_AMT - :ACCR-AMT               0348506S
                             ELSE 0                                     0348506T
                        END,                                            0348506U
                        BACKVAL_ADJ_AMT =                               0348506V
                        CASE WHEN RUN_ID = :RUNH-RUN-ID                 0348506W
                             THEN COALESCE(BACKVAL_ADJ_AMT, 0)          0348506X
                             ELSE 0                                     0348506Y
                        END +                                           0348506Z
                        CASE WHEN ACCRUED_AMT > :ACCR-AMT               03485070
                             THEN :ACCR-AMT                             03485071
                             ELSE ACCRUED_AMT                           03485072
                        END,                                            03485073
                        RUN_ID = :RUNH-RUN-ID                           03485074
                  WHERE APP_ID = :ACCR-APP-ID                           0348506V
                    AND COALESCE(ACCRUAL_STATUS, 'A') <> 'N'            0348506W
              END-EXEC                                                  0348506X
              IF SQLCODE = 00 AND SQLERRD(3) > 0 AND                    0348506Y
                 WS-BV-ADJ-AMT > ZERO                                   0348506Z
                 MOVE 'INTEREST' TO WS-BV-ADJ-TYPE                      03485070
                 PERFORM 489-WRITE-BACKVAL-LINE                         03485071
              END-IF                                                    03485072
           END-IF                                                       03485073
           EXIT.                                                        03485074
                                                                        03485075
       489-WRITE-BACKVAL-LINE.                                          03485076
           MOVE WS-BV-ADJ-AMT        TO WS-BV-ADJ-AMT-ED                03485077
           MOVE SCHED-APP-ID         TO WS-BV-APP-ED                    03485078
           MOVE SCHED-INSTALLMENT-NO TO WS-BV-INST-ED                   03485079
           MOVE SPACES TO BVAL-RPT-LINE                                 0348507A
           STRING 'APP ' WS-BV-APP-ED ' INST ' WS-BV-INST-ED            0348507B
                  ' VALUED ' WS-BV-VALUE-DATE ' ' WS-BV-ADJ-TYPE        0348507C
                  ' ' WS-BV-ADJ-AMT-ED                                  0348507D
                  DELIMITED BY SIZE INTO BVAL-RPT-LINE                  0348507E
           END-STRING                                                   0348507F
           WRITE BVAL-RPT-LINE                                          0348507G
           ADD 1 TO WS-BV-ADJ-CNT                                       0348507H
           EXIT.                                                        0348507I
                                                                        0348507J
       450-PARK-IN-SUSPENSE.                                            03490000
           EXEC SQL                                                     03500000
              SELECT COALESCE(MAX(SUSP_ID), 0) + 1                      03510000
           MOVE STMT-VALUE-DATE TO SUSP-PAY-DATE                        03580000
           MOVE STMT-PAYER-NAME TO SUSP-PAYER-NAME                      03590000
           MOVE STMT-PAYER-SSN  TO SUSP-PAYER-SSN                       03600000
           MOVE STMT-PAYER-IBAN TO SUSP-PAYER-IBAN                      03600001
                                                                        03610000
           EXEC SQL                                                     03620000
              INSERT INTO KALA15.SUSPENSE_PAYMENT                       03630000
                     (SUSP_ID, STMT_REF, PAY_AMOUNT, PAY_DATE,          03640000
                      PAYER_NAME, PAYER_SSN, PAYER_IBAN,                03640001
                      SUSP_STATUS)                                      03640002
              VALUES (:SUSP-ID, :SUSP-STMT-REF, :SUSP-PAY-AMOUNT,       03660000
                      :SUSP-PAY-DATE, :SUSP-PAYER-NAME,                 03670000
                      :SUSP-PAYER-SSN, :SUSP-PAYER-IBAN, 'OPEN')        03670001
           END-EXEC                                                     03690000
                                                                        03700000
           MOVE SPACES TO CASH-RPT-LINE                                 03710000
           ADD 1 TO WS-RECS-SUSPENDED                                   03760000
           EXIT.                                                        03770000
                                                                        03780000
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   03780001
      *    POSTED, INSIDE THE SAME UNIT OF WORK - THE BALANCE           03780002
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    03780003
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       03780004
       490-REFRESH-LOAN-POSITION.                                       03780005
           MOVE 'LOANCASH' TO POS-UPDATED-BY                            03780006
           EXEC SQL                                                     03780007
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   03780008
                INTO :POS-NEXT-INST-NO                                  03780009
                FROM KALA15.PAYMENT_SCHEDULE                            0378000A
               WHERE APP_ID = :POS-APP-ID                               0378000B
                 AND ACTUAL_BALANCE_AMT IS NULL                         0378000C
           END-EXEC                                                     0378000D
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      0378000E
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    0378000F
           EXEC SQL                                                     0378000G
              SELECT COALESCE(                                          0378000H
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             0378000I
                                      S.BALANCE_AMT)                    0378000J
                        FROM KALA15.PAYMENT_SCHEDULE S                  0378000K
                       WHERE S.APP_ID = A.APP_ID                        0378000L
                         AND S.INSTALLMENT_NO =                         0378000M
                             CASE WHEN :POS-NEXT-INST-NO = 0            0378000N
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    0378000O
                                    FROM KALA15.PAYMENT_SCHEDULE P      0378000P
                                   WHERE P.APP_ID = A.APP_ID)           0378000Q
                                  ELSE :POS-NEXT-INST-NO - 1            0378000R
                             END),                                      0378000S
                     A.LOAN_AMN)                                        0378000T
                INTO :POS-PRINCIPAL-BAL                                 0378000U
                FROM KALA15.APPLICATIONS A                              0378000V
               WHERE A.APP_ID = :POS-APP-ID                             0378000W
           END-EXEC                                                     0378000X
           EXEC SQL                                                     0378000Y
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  0378000Z
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 03780010
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                03780011
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    03780012
               WHERE D.APP_ID = :POS-APP-ID                             03780013
                 AND D.DELINQ_STATUS = 'OPEN'                           03780014
                 AND S.APP_ID = D.APP_ID                                03780015
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                03780016
           END-EXEC                                                     03780017
           EXEC SQL                                                     03780018
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         03780019
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0378001A
                             - COALESCE(WAIVED_AMT, 0)                  0378001B
                        ELSE 0 END), 0),                                0378001C
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          0378001D
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0378001E
                             - COALESCE(WAIVED_AMT, 0)                  0378001F
                        ELSE 0 END), 0)                                 0378001G
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    0378001H
                FROM KALA15.FEE_HISTORY                                 0378001I
               WHERE APP_ID = :POS-APP-ID                               0378001J
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0378001K
                               + COALESCE(WAIVED_AMT, 0)                0378001L
           END-EXEC                                                     0378001M
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  0378001N
           EXEC SQL                                                     0378001O
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   0378001P
                INTO :POS-PENALTY-DUE                                   0378001Q
                FROM KALA15.PENALTY_ACCRUAL                             0378001R
               WHERE APP_ID = :POS-APP-ID                               0378001S
                 AND PEN_STATUS = 'OPEN'                                0378001T
           END-EXEC                                                     0378001U
           EXEC SQL                                                     0378001V
              UPDATE KALA15.LOAN_POSITION                               0378001W
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                0378001X
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               0378001Y
                     INTEREST_DUE   = :POS-INTEREST-DUE,                0378001Z
                     FEES_DUE       = :POS-FEES-DUE,                    03780020
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 03780021
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 03780022
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                03780023
                     UPDATED_BY     = :POS-UPDATED-BY                   03780024
               WHERE APP_ID = :POS-APP-ID                               03780025
           END-EXEC                                                     03780026
           IF SQLCODE = 100                                             03780027
              EXEC SQL                                                  03780028
                 INSERT INTO KALA15.LOAN_POSITION                       03780029
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           0378002A
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           0378002B
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       0378002C
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                0378002D
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         0378002E
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               0378002F
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           0378002G
                         :POS-UPDATED-BY)                               0378002H
              END-EXEC                                                  0378002I
           END-IF                                                       0378002J
           EXIT.                                                        0378002K
                                                                        0378002L
       500-CHECKPOINT-COMMIT.                                           03790000
           EXEC SQL                                                     03800000
              UPDATE KALA15.BATCH_CHECKPOINT                            03810000
           EXEC SQL                                                     0390000C
              INSERT INTO KALA15.EVENT_OUTBOX                           0390000D
                 (EVENT_ID, APP_ID, STATUS_CODE, EVENT_TS,              0390000E
                  PUBLISHED_FLAG, RUN_ID)                               0390000F
              VALUES                                                    0390000G
                 (:OBX-EVENT-ID, :OBX-APP-ID, :OBX-STATUS-CODE,         0390000H
                  CURRENT TIMESTAMP, 'N', :RUNH-RUN-ID)                 0390000I
           END-EXEC                                                     0390000J
           EXIT.                                                        0390000K

       900-TERMINATE.                                                   03910000
           PERFORM 910-WRITE-MATCH-SUMMARY                              03910001
           CLOSE STATEMENT-FEED                                         03920000
           CLOSE CASH-REPORT                                            03930000
           CLOSE BACKVAL-REPORT                                         03930001
      *    THE STATEMENT IS ON RECORD AS PROCESSED - THE SAME           03930001
      *    BUSINESS DATE FROM THE BANK WILL BE REFUSED FROM NOW ON      03930002
           MOVE WS-FILE-SOURCE  TO PROCF-SOURCE-ID                      03930003
           MOVE WS-FILE-BUSDATE TO PROCF-BUSINESS-DATE                  03930004
           EXEC SQL                                                     03930005
              INSERT INTO KALA15.PROCESSED_FILES                        03930006
                     (SOURCE_ID, BUSINESS_DATE, PROCESSED_TS, RUN_ID)   03930007
              VALUES (:PROCF-SOURCE-ID, DATE(:PROCF-BUSINESS-DATE),     03930008
                      CURRENT TIMESTAMP, :RUNH-RUN-ID)                  03930009
           END-EXEC                                                     0393000A
           EXEC SQL                                                     03940000
              UPDATE KALA15.BATCH_CHECKPOINT                            03950000
           DISPLAY 'LOANCASH - CREDITS READ      : ' WS-RECS-READ       04030000
           DISPLAY 'LOANCASH - CREDITS POSTED    : ' WS-RECS-POSTED     04040000
           DISPLAY 'LOANCASH - SENT TO SUSPENSE  : ' WS-RECS-SUSPENDED  04050000
           DISPLAY 'LOANCASH - POSTED INTRADAY   : ' WS-RECS-INTRADAY   04050001
           DISPLAY 'LOANCASH - MATCHED BY REF    : ' WS-MATCH-BY-REF    04050001
           DISPLAY 'LOANCASH - MATCHED BY ALIAS  : ' WS-MATCH-BY-ALIAS  04050002
           DISPLAY 'LOANCASH - MATCHED BY SSN    : ' WS-MATCH-BY-SSN    04050003
           DISPLAY 'LOANCASH - MATCHED BY GUAR   : ' WS-MATCH-BY-GUAR   04050004
           DISPLAY 'LOANCASH - MATCHED BY NAME   : ' WS-MATCH-BY-NAME   04050005
           DISPLAY 'LOANCASH - BACK-VALUE ADJUST : ' WS-BV-ADJ-CNT      04050006
           EXIT.                                                        04060000
                                                                        04060001
      *    HOW MANY CREDITS EACH RUNG OF THE LADDER CAUGHT, AT THE      04060002
      *    FOOT OF THE CASH REPORT - THE ALIAS LINE IS THE WORK THE     04060003
      *    SUSPENSE OPERATORS NO LONGER HAVE TO DO BY HAND              04060004
       910-WRITE-MATCH-SUMMARY.                                         04060005
           MOVE SPACES TO CASH-RPT-LINE                                 04060006
           STRING 'MATCHED  - BY REFERENCE ' WS-MATCH-BY-REF            04060007
                  DELIMITED BY SIZE INTO CASH-RPT-LINE                  04060008
           END-STRING                                                   04060009
           WRITE CASH-RPT-LINE                                          0406000A
           MOVE SPACES TO CASH-RPT-LINE                                 0406000B
           STRING 'MATCHED  - BY ALIAS     ' WS-MATCH-BY-ALIAS          0406000C
                  DELIMITED BY SIZE INTO CASH-RPT-LINE                  0406000D
           END-STRING                                                   0406000E
           WRITE CASH-RPT-LINE                                          0406000F
           MOVE SPACES TO CASH-RPT-LINE                                 0406000G
           STRING 'MATCHED  - BY SSN       ' WS-MATCH-BY-SSN            0406000H
                  DELIMITED BY SIZE INTO CASH-RPT-LINE                  0406000I
           END-STRING                                                   0406000J
           WRITE CASH-RPT-LINE                                          0406000K
           MOVE SPACES TO CASH-RPT-LINE                                 0406000L
           STRING 'MATCHED  - BY GUARANTOR ' WS-MATCH-BY-GUAR           0406000M
                  DELIMITED BY SIZE INTO CASH-RPT-LINE                  0406000N
           END-STRING                                                   0406000O
           WRITE CASH-RPT-LINE                                          0406000P
           MOVE SPACES TO CASH-RPT-LINE                                 0406000Q
           STRING 'MATCHED  - BY NAME      ' WS-MATCH-BY-NAME           0406000R
                  DELIMITED BY SIZE INTO CASH-RPT-LINE                  0406000S
           END-STRING                                                   0406000T
           WRITE CASH-RPT-LINE                                          0406000U
           EXIT.                                                        0406000V

      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    0406000W
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    0406000X
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    0406000Y
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   0406000Z
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   04060010
       945-RESERVE-RUN-ID.                                              04060011
           EXEC SQL                                                     04060012
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       04060013
                INTO :RUNH-RUN-ID                                       04060014
                FROM KALA15.BATCH_RUN_HISTORY                           04060015
           END-EXEC                                                     04060016
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            04060017
           MOVE -1 TO RUNH-RUN-RC                                       04060018
           EXEC SQL                                                     04060019
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0406001A
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0406001B
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0406001C
              VALUES                                                    0406001D
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0406001E
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0406001F
           END-EXEC                                                     0406001G
           IF SQLCODE NOT = 00                                          0406001H
              DISPLAY 'LOANCASH - UNABLE TO RESERVE RUN ID, SQLCODE '   0406001I
                      SQLCODE                                           0406001J
              MOVE 16 TO RETURN-CODE                                    0406001K
              STOP RUN                                                  0406001L
           END-IF                                                       0406001M
           EXEC SQL                                                     0406001N
              COMMIT                                                    0406001O
           END-EXEC                                                     0406001P
           EXIT.                                                        0406001Q
                                                                        0406001R
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     0406001S
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       0406001T
      *    CONSOLE'S DURATION TRENDING                                  04060003
       950-LOG-RUN-HISTORY.                                             04060004
           MOVE WS-RECS-READ TO RUNH-RECS-READ                          0406000B
           MOVE WS-RECS-POSTED TO RUNH-RECS-UPDATED                     0406000C
           MOVE WS-RECS-SUSPENDED TO RUNH-RECS-WRITTEN                  0406000D
           MOVE RETURN-CODE TO RUNH-RUN-RC                              0406000E
           EXEC SQL                                                     0406000F
              UPDATE KALA15.BATCH_RUN_HISTORY                           0406000G
                 SET END_TS       = CURRENT TIMESTAMP,                  0406000H
                     RECS_READ    = :RUNH-RECS-READ,                    0406000I
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 0406000J
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 0406000K
                     RUN_RC       = :RUNH-RUN-RC,                       0406000L
                     RUN_STATUS   = 'C'                                 0406000M
               WHERE RUN_ID = :RUNH-RUN-ID                              0406000N
           END-EXEC                                                     0406000O
           EXIT.                                                        0406000P
