       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANDSTL.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
      *    THE PAYMENT FACTORY'S STATUS REPORT ON THE ORDERS LOANDISB   00060000
      *    SENT - ONE RECORD PER ORDER, KEYED BY THE DISBURSEMENT ID    00070000
      *    THE ORDER CARRIED AS ITS END-TO-END REFERENCE                00080000
           SELECT STATUS-FEED  ASSIGN TO DSTLIN                         00090000
               ORGANIZATION IS SEQUENTIAL                               00100000
               FILE STATUS IS WS-STS-STATUS.                            00110000
      *    THE DAY'S DEBIT ENTRIES ON THE FUNDING ACCOUNT, AS BOOKED    00120000
      *    ON THE BANK'S ACCOUNT STATEMENT                              00130000
           SELECT FUND-DEBIT-FEED ASSIGN TO FUNDDRIN                    00140000
               ORGANIZATION IS SEQUENTIAL                               00150000
               FILE STATUS IS WS-DR-STATUS.                             00160000
           SELECT DSTL-REPORT  ASSIGN TO DSTLRPT                        00170000
               ORGANIZATION IS SEQUENTIAL                               00180000
               FILE STATUS IS WS-RPT-STATUS.                            00190000
           SELECT OPS-ALERT    ASSIGN TO ALERTOUT                       00200000
               ORGANIZATION IS SEQUENTIAL                               00210000
               FILE STATUS IS WS-ALERT-STATUS.                          00220000
       DATA DIVISION.                                                   00230000
       FILE SECTION.                                                    00240000
       FD  STATUS-FEED                                                  00250000
           RECORDING MODE F                                             00260000
           LABEL RECORDS STANDARD.                                      00270000
       01  STS-RECORD.                                                  00280000
           05  STS-DISB-ID         PIC 9(09).                           00290000
           05  STS-APP-ID          PIC 9(08).                           00300000
           05  STS-AMOUNT          PIC 9(08)V99.                        00310000
      *        ISO 20022 TRANSACTION STATUS - ANYTHING BUT ACSC OR      00320000
      *        RJCT IS AN INTERIM STATUS AND CHANGES NOTHING            00330000
           05  STS-CODE            PIC X(04).                           00340000
               88  STS-SETTLED     VALUE 'ACSC'.                        00350000
               88  STS-REJECTED    VALUE 'RJCT'.                        00360000
           05  STS-REASON          PIC X(04).                           00370000
           05  STS-STATUS-DATE     PIC X(10).                           00380000
           05  STS-REASON-TEXT     PIC X(35).                           00390000
                                                                        00400000
       FD  FUND-DEBIT-FEED                                              00410000
           RECORDING MODE F                                             00420000
           LABEL RECORDS STANDARD.                                      00430000
       01  FDR-RECORD.                                                  00440000
           05  FDR-DISB-ID         PIC 9(09).                           00450000
           05  FDR-AMOUNT          PIC 9(08)V99.                        00460000
           05  FDR-BOOKING-DATE    PIC X(10).                           00470000
           05  FDR-BANK-REF        PIC X(35).                           00480000
           05  FILLER              PIC X(16).                           00490000
                                                                        00500000
       FD  DSTL-REPORT                                                  00510000
           RECORDING MODE F                                             00520000
           LABEL RECORDS STANDARD.                                      00530000
       01  DSTL-RPT-LINE           PIC X(80).                           00540000
                                                                        00550000
       FD  OPS-ALERT                                                    00560000
           RECORDING MODE F                                             00570000
           LABEL RECORDS STANDARD.                                      00580000
       01  ALERT-RECORD            PIC X(80).                           00590000
                                                                        00600000
       WORKING-STORAGE SECTION.                                         00610000
           EXEC SQL                                                     00620000
              INCLUDE SQLCA                                             00630000
           END-EXEC.                                                    00640000
           EXEC SQL                                                     00650000
              INCLUDE DISB                                              00660000
           END-EXEC.                                                    00670000
           EXEC SQL                                                     00680000
              INCLUDE STATHIST                                          00690000
           END-EXEC.                                                    00700000
           EXEC SQL                                                     00710000
              INCLUDE OUTBOX                                            00720000
           END-EXEC.                                                    00730000
           EXEC SQL                                                     00740000
              INCLUDE BUSPARM                                           00750000
           END-EXEC.                                                    00760000
           EXEC SQL                                                     00770000
              INCLUDE RUNHIST                                           00780000
           END-EXEC.                                                    00790000
                                                                        00800000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00810000
           88  WS-NO-MORE-RECS     VALUE 'Y'.                           00820000
       01  WS-DR-EOF-SW            PIC X     VALUE 'N'.                 00830000
           88  WS-NO-MORE-DEBITS   VALUE 'Y'.                           00840000
       01  WS-LATE-EOF-SW          PIC X     VALUE 'N'.                 00850000
           88  WS-NO-MORE-LATE     VALUE 'Y'.                           00860000
       01  WS-STS-STATUS           PIC XX    VALUE '00'.                00870000
       01  WS-DR-STATUS            PIC XX    VALUE '00'.                00880000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00890000
       01  WS-ALERT-STATUS         PIC XX    VALUE '00'.                00900000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANDSTL'.          00910000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00920000
       01  WS-REPORT-DATE          PIC X(10) VALUE SPACES.              00930000
       01  WS-RECS-READ            PIC 9(7)  VALUE ZERO.                00940000
       01  WS-SETTLED-CNT          PIC 9(7)  VALUE ZERO.                00950000
       01  WS-REJECTED-CNT         PIC 9(7)  VALUE ZERO.                00960000
       01  WS-UNKNOWN-CNT          PIC 9(7)  VALUE ZERO.                00970000
       01  WS-OVERDUE-CNT          PIC 9(7)  VALUE ZERO.                00980000
       01  WS-DEBIT-CNT            PIC 9(7)  VALUE ZERO.                00990000
       01  WS-DISBURSED-CNT        PIC S9(9) COMP VALUE ZERO.           01000000
      *    AN ORDER STILL UNCONFIRMED THIS MANY DAYS AFTER IT WENT      01010000
      *    OUT IS AN ALARM - DISB_SETTLE_DAYS IN BUSINESS_PARAM         01020000
       01  WS-SETTLE-DAYS          PIC S9(9) COMP VALUE 2.              01030000
      *    THE RECONCILIATION BUCKETS - WHAT WAS OUT AND UNCONFIRMED    01040000
      *    BEFORE THIS REPORT MUST EQUAL WHAT SETTLED ON IT PLUS WHAT   01050000
      *    IS STILL OUTSTANDING PLUS WHAT THE BANK SENT BACK, AND WHAT  01060000
      *    SETTLED MUST EQUAL WHAT THE FUNDING ACCOUNT WAS DEBITED      01070000
       01  WS-START-CNT            PIC S9(9) COMP VALUE ZERO.           01080000
       01  WS-START-AMT            PIC S9(11)V9(2) COMP-3 VALUE ZERO.   01090000
       01  WS-SETTLED-AMT          PIC S9(11)V9(2) COMP-3 VALUE ZERO.   01100000
       01  WS-REJECTED-AMT         PIC S9(11)V9(2) COMP-3 VALUE ZERO.   01110000
       01  WS-OUTST-CNT            PIC S9(9) COMP VALUE ZERO.           01120000
       01  WS-OUTST-AMT            PIC S9(11)V9(2) COMP-3 VALUE ZERO.   01130000
       01  WS-REPAIR-CNT           PIC S9(9) COMP VALUE ZERO.           01140000
       01  WS-REPAIR-AMT           PIC S9(11)V9(2) COMP-3 VALUE ZERO.   01150000
       01  WS-DEBIT-AMT            PIC S9(11)V9(2) COMP-3 VALUE ZERO.   01160000
       01  WS-DIFF-AMT             PIC S9(11)V9(2) COMP-3 VALUE ZERO.   01170000
       01  WS-BREAK-AMT            PIC S9(11)V9(2) COMP-3 VALUE ZERO.   01180000
       01  WS-ORDER-AMT            PIC S9(8)V9(2) COMP-3 VALUE ZERO.    01190000
       01  WS-RECON-SW             PIC X     VALUE 'Y'.                 01200000
           88  WS-RECONCILED       VALUE 'Y'.                           01210000
       01  WS-ED-DISB-ID           PIC 9(9).                            01220000
       01  WS-ED-APP-ID            PIC 9(8).                            01230000
       01  WS-ED-SEQ               PIC Z9.                              01240000
       01  WS-ED-OF                PIC Z9.                              01250000
       01  WS-ED-CNT               PIC Z,ZZZ,ZZ9.                       01260000
       01  WS-ED-AMT               PIC -,---,---,--9.99.                01270000
       01  WS-RPT-LABEL            PIC X(30) VALUE SPACES.              01280000
                                                                        01290000
       PROCEDURE DIVISION.                                              01300000
       000-MAIN-PARA.                                                   01310000
           PERFORM 100-INITIALIZE                                       01320000
           PERFORM 150-COUNT-UNCONFIRMED                                01330000
           MOVE WS-OUTST-CNT TO WS-START-CNT                            01340000
           MOVE WS-OUTST-AMT TO WS-START-AMT                            01350000
           ADD  WS-REPAIR-CNT TO WS-START-CNT                           01360000
           ADD  WS-REPAIR-AMT TO WS-START-AMT                           01370000
           PERFORM 200-PROCESS-ONE-STATUS UNTIL WS-NO-MORE-RECS         01380000
           PERFORM 500-TOTAL-ONE-DEBIT UNTIL WS-NO-MORE-DEBITS          01390000
           PERFORM 600-FLAG-ONE-OVERDUE UNTIL WS-NO-MORE-LATE           01400000
           PERFORM 150-COUNT-UNCONFIRMED                                01410000
           PERFORM 700-WRITE-RECONCILIATION                             01420000
           PERFORM 900-TERMINATE                                        01430000
           STOP RUN.                                                    01440000
                                                                        01450000
       100-INITIALIZE.                                                  01460000
           EXEC SQL                                                     01470000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE)        01480000
                INTO :WS-RUN-START, :WS-REPORT-DATE                     01490000
                FROM SYSIBM.SYSDUMMY1                                   01500000
           END-EXEC                                                     01510000
           PERFORM 945-RESERVE-RUN-ID                                   01510001
           OPEN INPUT STATUS-FEED                                       01520000
           IF WS-STS-STATUS NOT = '00'                                  01530000
              DISPLAY 'LOANDSTL - UNABLE TO OPEN DSTLIN, STATUS = '     01540000
                      WS-STS-STATUS                                     01550000
              MOVE 16 TO RETURN-CODE                                    01560000
              STOP RUN                                                  01570000
           END-IF                                                       01580000
           OPEN INPUT FUND-DEBIT-FEED                                   01590000
           IF WS-DR-STATUS NOT = '00'                                   01600000
              DISPLAY 'LOANDSTL - UNABLE TO OPEN FUNDDRIN, STATUS = '   01610000
                      WS-DR-STATUS                                      01620000
              MOVE 16 TO RETURN-CODE                                    01630000
              STOP RUN                                                  01640000
           END-IF                                                       01650000
           OPEN OUTPUT DSTL-REPORT                                      01660000
           IF WS-RPT-STATUS NOT = '00'                                  01670000
              DISPLAY 'LOANDSTL - UNABLE TO OPEN DSTLRPT, STATUS = '    01680000
                      WS-RPT-STATUS                                     01690000
              MOVE 16 TO RETURN-CODE                                    01700000
              STOP RUN                                                  01710000
           END-IF                                                       01720000
           OPEN OUTPUT OPS-ALERT                                        01730000
           IF WS-ALERT-STATUS NOT = '00'                                01740000
              DISPLAY 'LOANDSTL - UNABLE TO OPEN ALERTOUT, STATUS = '   01750000
                      WS-ALERT-STATUS                                   01760000
              MOVE 16 TO RETURN-CODE                                    01770000
              STOP RUN                                                  01780000
           END-IF                                                       01790000
           MOVE 'DISB_SETTLE_DAYS  ' TO BUSPARM-NAME                    01800000
           EXEC SQL                                                     01810000
              SELECT PARAM_VALUE                                        01820000
                INTO :BUSPARM-VALUE                                     01830000
                FROM KALA15.BUSINESS_PARAM                              01840000
               WHERE PARAM_NAME = :BUSPARM-NAME                         01850000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     01860000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     01870000
           END-EXEC                                                     01880000
           IF SQLCODE = 00                                              01890000
              MOVE BUSPARM-VALUE TO WS-SETTLE-DAYS                      01900000
           END-IF                                                       01910000
                                                                        01920000
           EXEC SQL                                                     01930000
              DECLARE LATEC CURSOR FOR                                  01940000
              SELECT DISB_ID, APP_ID, CHAR(DISB_DATE)                   01950000
                FROM KALA15.DISBURSEMENT                                01960000
               WHERE SETTLE_STATUS = 'AWAITING'                         01970000
                 AND DISB_DATE < CURRENT DATE - :WS-SETTLE-DAYS DAYS    01980000
               ORDER BY DISB_ID                                         01990000
           END-EXEC                                                     02000000
                                                                        02010000
           MOVE SPACES TO DSTL-RPT-LINE                                 02020000
           STRING 'DISBURSEMENT SETTLEMENT REPORT - ' WS-REPORT-DATE    02030000
                  DELIMITED BY SIZE INTO DSTL-RPT-LINE                  02040000
           END-STRING                                                   02050000
           WRITE DSTL-RPT-LINE                                          02060000
           EXIT.                                                        02070000
                                                                        02080000
      *    WHAT IS ON THE WIRE AND UNCONFIRMED - ORDERS STILL AWAITING  02090000
      *    THE BANK, AND FUNDINGS THE BANK RETURNED THAT ARE WAITING    02100000
      *    ON REPAIR. TAKEN BEFORE AND AFTER THE STATUS REPORT IS       02110000
      *    APPLIED SO THE REPORT CAN PROVE NOTHING WENT MISSING         02120000
       150-COUNT-UNCONFIRMED.                                           02130000
           EXEC SQL                                                     02140000
              SELECT COUNT(*),                                          02150000
                     COALESCE(SUM(ORDER_AMT                             02160000
                                  - COALESCE(SETTLED_AMT, 0)), 0)       02170000
                INTO :WS-OUTST-CNT, :WS-OUTST-AMT                       02180000
                FROM KALA15.DISBURSEMENT                                02190000
               WHERE SETTLE_STATUS = 'AWAITING'                         02200000
           END-EXEC                                                     02210000
           EXEC SQL                                                     02220000
              SELECT COUNT(*),                                          02230000
                     COALESCE(SUM(ORDER_AMT                             02240000
                                  - COALESCE(SETTLED_AMT, 0)), 0)       02250000
                INTO :WS-REPAIR-CNT, :WS-REPAIR-AMT                     02260000
                FROM KALA15.DISBURSEMENT                                02270000
               WHERE SETTLE_STATUS = 'REJECTED'                         02280000
           END-EXEC                                                     02290000
           EXIT.                                                        02300000
                                                                        02310000
      *    ONE STATUS RECORD PER ORDER. A STATUS FOR AN ID WE NEVER     02320000
      *    SENT, OR WHOSE APPLICATION DOES NOT MATCH, IS REPORTED AND   02330000
      *    CHANGES NOTHING - THE SAME RULE LOANGLAK APPLIES TO AN ACK   02340000
      *    FOR AN UNKNOWN BATCH                                         02350000
       200-PROCESS-ONE-STATUS.                                          02360000
           READ STATUS-FEED                                             02370000
              AT END MOVE 'Y' TO WS-EOF-SW                              02380000
           END-READ                                                     02390000
           IF NOT WS-NO-MORE-RECS                                       02400000
              ADD 1 TO WS-RECS-READ                                     02410000
              MOVE STS-DISB-ID TO DISB-ID                               02420000
              EXEC SQL                                                  02430000
                 SELECT APP_ID, DISB_STATUS,                            02440000
                        COALESCE(ORDER_CNT, 1),                         02450000
                        COALESCE(SETTLED_CNT, 0),                       02460000
                        COALESCE(SETTLE_STATUS, 'AWAITING'),            02470000
                        COALESCE(DRAW_ID, 0)                            02480000
                   INTO :DISB-APP-ID, :DISB-STATUS,                     02490000
                        :DISB-ORDER-CNT, :DISB-SETTLED-CNT,             02500000
                        :DISB-SETTLE-STATUS, :DISB-DRAW-ID              02510000
                   FROM KALA15.DISBURSEMENT                             02520000
                  WHERE DISB_ID = :DISB-ID                              02530000
              END-EXEC                                                  02540000
              MOVE STS-DISB-ID TO WS-ED-DISB-ID                         02550000
              MOVE STS-APP-ID  TO WS-ED-APP-ID                          02560000
              MOVE STS-AMOUNT  TO WS-ORDER-AMT                          02570000
              MOVE STS-STATUS-DATE TO DISB-SETTLED-DATE                 02580000
              IF SQLCODE NOT = 00 OR DISB-APP-ID NOT = STS-APP-ID       02590000
                 ADD 1 TO WS-UNKNOWN-CNT                                02600000
                 MOVE SPACES TO DSTL-RPT-LINE                           02610000
                 STRING 'UNKNOWN DISBURSEMENT ' WS-ED-DISB-ID           02620000
                        ' APP ' WS-ED-APP-ID ' STATUS ' STS-CODE        02630000
                        DELIMITED BY SIZE INTO DSTL-RPT-LINE            02640000
                 END-STRING                                             02650000
                 WRITE DSTL-RPT-LINE                                    02660000
              ELSE                                                      02670000
                 EVALUATE TRUE                                          02680000
                    WHEN STS-SETTLED AND DISB-SETTLED                   02690000
                       MOVE SPACES TO DSTL-RPT-LINE                     02700000
                       STRING 'ALREADY SETTLED DISB ' WS-ED-DISB-ID     02710000
                              ' APP ' WS-ED-APP-ID ' - IGNORED'         02720000
                              DELIMITED BY SIZE INTO DSTL-RPT-LINE      02730000
                       END-STRING                                       02740000
                       WRITE DSTL-RPT-LINE                              02750000
                    WHEN STS-SETTLED                                    02760000
                       PERFORM 300-SETTLE-ORDER                         02770000
      *             A RETURN AFTER THE BANK CONFIRMED CREDIT IS A       02780000
      *             RECALL FOR OPS, NOT SOMETHING TO UNWIND HERE        02790000
                    WHEN STS-REJECTED AND DISB-SETTLED                  02800000
                       ADD 1 TO WS-UNKNOWN-CNT                          02810000
                       MOVE SPACES TO DSTL-RPT-LINE                     02820000
                       STRING 'REJECT AFTER SETTLEMENT DISB '           02830000
                              WS-ED-DISB-ID ' APP ' WS-ED-APP-ID        02840000
                              ' ' STS-REASON ' - REFER TO OPS'          02850000
                              DELIMITED BY SIZE INTO DSTL-RPT-LINE      02860000
                       END-STRING                                       02870000
                       WRITE DSTL-RPT-LINE                              02880000
                    WHEN STS-REJECTED                                   02890000
                       PERFORM 400-REJECT-ORDER                         02900000
                    WHEN OTHER                                          02910000
                       CONTINUE                                         02920000
                 END-EVALUATE                                           02930000
              END-IF                                                    02940000
              EXEC SQL                                                  02950000
                 COMMIT                                                 02960000
              END-EXEC                                                  02970000
           END-IF                                                       02980000
           EXIT.                                                        02990000
                                                                        03000000
      *    ONE MORE ORDER CONFIRMED CREDITED. THE DISBURSEMENT SETTLES  03010000
      *    WHEN THE LAST OF ITS ORDERS DOES; A FUNDING THE BANK HAD     03020000
      *    RETURNED AND OPS REPAIRED BECOMES A FUNDED LOAN AGAIN FROM   03030000
      *    THE DAY THE MONEY ACTUALLY ARRIVED, SO INTEREST RUNS FROM    03040000
      *    THAT DATE AND NOT THE NIGHT THE FAILED ORDER WENT OUT        03050000
       300-SETTLE-ORDER.                                                03060000
           ADD 1 TO DISB-SETTLED-CNT                                    03070000
           ADD 1 TO WS-SETTLED-CNT                                      03080000
           ADD WS-ORDER-AMT TO WS-SETTLED-AMT                           03090000
           IF DISB-SETTLED-CNT < DISB-ORDER-CNT                         03100000
              EXEC SQL                                                  03110000
                 UPDATE KALA15.DISBURSEMENT                             03120000
                    SET SETTLED_CNT = :DISB-SETTLED-CNT,                03130000
                        SETTLED_AMT = COALESCE(SETTLED_AMT, 0)          03140000
                                      + :WS-ORDER-AMT                   03150000
                  WHERE DISB_ID = :DISB-ID                              03160000
              END-EXEC                                                  03170000
              MOVE DISB-SETTLED-CNT TO WS-ED-SEQ                        03180000
              MOVE DISB-ORDER-CNT   TO WS-ED-OF                         03190000
              MOVE SPACES TO DSTL-RPT-LINE                              03200000
              STRING 'SETTLED ORDER ' WS-ED-SEQ ' OF ' WS-ED-OF         03210000
                     ' DISB ' WS-ED-DISB-ID ' APP ' WS-ED-APP-ID        03220000
                     DELIMITED BY SIZE INTO DSTL-RPT-LINE               03230000
              END-STRING                                                03240000
              WRITE DSTL-RPT-LINE                                       03250000
           ELSE                                                         03260000
              EXEC SQL                                                  03270000
                 UPDATE KALA15.DISBURSEMENT                             03280000
                    SET DISB_DATE     = CASE SETTLE_STATUS              03290000
                                        WHEN 'REJECTED'                 03300000
                                        THEN DATE(:DISB-SETTLED-DATE)   03310000
                                        ELSE DISB_DATE END,             03320000
                        DISB_STATUS   = 'SENT',                         03330000
                        SETTLED_CNT   = :DISB-SETTLED-CNT,              03340000
                        SETTLED_AMT   = COALESCE(SETTLED_AMT, 0)        03350000
                                        + :WS-ORDER-AMT,                03360000
                        SETTLE_STATUS = 'SETTLED',                      03370000
                        SETTLED_DATE  = DATE(:DISB-SETTLED-DATE)        03380000
                  WHERE DISB_ID = :DISB-ID                              03390000
              END-EXEC                                                  03400000
              IF DISB-DRAW-ID > ZERO                                    03410000
                 EXEC SQL                                               03420000
                    UPDATE KALA15.CREDIT_LINE_DRAW                      03430000
                       SET DRAW_STATUS = 'SENT'                         03440000
                     WHERE DRAW_ID = :DISB-DRAW-ID                      03450000
                       AND DRAW_STATUS = 'REJECTED'                     03460000
                 END-EXEC                                               03470000
              END-IF                                                    03480000
              PERFORM 310-LOG-DISBURSED-STATUS                          03490000
              MOVE SPACES TO DSTL-RPT-LINE                              03500000
              STRING 'SETTLED DISB ' WS-ED-DISB-ID                      03510000
                     ' APP ' WS-ED-APP-ID ' ON ' STS-STATUS-DATE        03520000
                     DELIMITED BY SIZE INTO DSTL-RPT-LINE               03530000
              END-STRING                                                03540000
              WRITE DSTL-RPT-LINE                                       03550000
           END-IF                                                       03560000
           EXIT.                                                        03570000
                                                                        03580000
      *    THE DISBURSED STATUS AND ITS OUTBOX EVENT ARE HELD UNTIL     03590000
      *    THE MONEY IS CONFIRMED AT THE CUSTOMER'S BANK, AND LOGGED    03600000
      *    ONCE PER LOAN - A REVOLVING LINE'S LATER DRAWS SETTLE        03610000
      *    QUIETLY                                                      03620000
       310-LOG-DISBURSED-STATUS.                                        03630000
           MOVE DISB-APP-ID TO HIST-APP-ID                              03640000
           EXEC SQL                                                     03650000
              SELECT COUNT(*)                                           03660000
                INTO :WS-DISBURSED-CNT                                  03670000
                FROM KALA15.APPLICATION_STATUS_HISTORY                  03680000
               WHERE APP_ID = :HIST-APP-ID                              03690000
                 AND STATUS_CODE = 'DISBURSED'                          03700000
           END-EXEC                                                     03710000
           IF WS-DISBURSED-CNT = ZERO                                   03720000
              MOVE 'DISBURSED' TO STATUS-CODE                           03730000
              EXEC SQL                                                  03740000
                 SELECT COALESCE(MAX(HIST_ID), 0) + 1                   03750000
                   INTO :HIST-ID                                        03760000
                   FROM KALA15.APPLICATION_STATUS_HISTORY               03770000
              END-EXEC                                                  03780000
              EXEC SQL                                                  03790000
                 INSERT INTO KALA15.APPLICATION_STATUS_HISTORY          03800000
                    (HIST_ID, APP_ID, STATUS_CODE, CHANGED_TS,          03810000
                     CHANGED_BY, RUN_ID)                                03810001
                 VALUES                                                 03830000
                    (:HIST-ID, :HIST-APP-ID, :STATUS-CODE,              03840000
                     CURRENT TIMESTAMP, 'LOANDSTL', :RUNH-RUN-ID)       03840001
              END-EXEC                                                  03860000
              PERFORM 320-WRITE-OUTBOX-EVENT                            03870000
           END-IF                                                       03880000
           EXIT.                                                        03890000
                                                                        03900000
      *    THE SAME OUTBOX DROP LOANDISB MAKES FOR ITS STATUS           03910000
      *    TRANSITIONS, FOR THE LOANMQTX SENDER TO PUBLISH              03920000
       320-WRITE-OUTBOX-EVENT.                                          03930000
           EXEC SQL                                                     03940000
              SELECT COALESCE(MAX(EVENT_ID), 0) + 1                     03950000
                INTO :OBX-EVENT-ID                                      03960000
                FROM KALA15.EVENT_OUTBOX                                03970000
           END-EXEC                                                     03980000
           MOVE HIST-APP-ID TO OBX-APP-ID                               03990000
           MOVE STATUS-CODE TO OBX-STATUS-CODE                          04000000
           EXEC SQL                                                     04010000
              INSERT INTO KALA15.EVENT_OUTBOX                           04020000
                 (EVENT_ID, APP_ID, STATUS_CODE, EVENT_TS,              04030000
                  PUBLISHED_FLAG, RUN_ID)                               04030001
              VALUES                                                    04050000
                 (:OBX-EVENT-ID, :OBX-APP-ID, :OBX-STATUS-CODE,         04060000
                  CURRENT TIMESTAMP, 'N', :RUNH-RUN-ID)                 04060001
           END-EXEC                                                     04080000
           EXIT.                                                        04090000
                                                                        04100000
      *    A RETURNED ORDER (CLOSED OR WRONG BENEFICIARY ACCOUNT AND    04110000
      *    THE LIKE) PUTS THE WHOLE DISBURSEMENT BACK TO PENDING: THE   04120000
      *    LOAN DROPS OUT OF ACCRUAL, NOTICES AND COLLECTION, WHICH     04130000
      *    ALL READ ONLY SENT FUNDINGS, AND NOTHING IS PUBLISHED.       04140000
      *    LOANDISB NEVER PAYS IT AGAIN ON ITS OWN - OPS REPAIR THE     04150000
      *    ORDER AT THE FACTORY UNDER THE SAME REFERENCE, AND ITS       04160000
      *    ACSC ON A LATER REPORT SETTLES THE ROW                       04170000
       400-REJECT-ORDER.                                                04180000
           MOVE STS-REASON TO DISB-REJECT-REASON                        04190000
           EXEC SQL                                                     04200000
              UPDATE KALA15.DISBURSEMENT                                04210000
                 SET DISB_STATUS   = 'PENDING',                         04220000
                     SETTLE_STATUS = 'REJECTED',                        04230000
                     REJECT_REASON = :DISB-REJECT-REASON                04240000
               WHERE DISB_ID = :DISB-ID                                 04250000
           END-EXEC                                                     04260000
           IF DISB-DRAW-ID > ZERO                                       04270000
              EXEC SQL                                                  04280000
                 UPDATE KALA15.CREDIT_LINE_DRAW                         04290000
                    SET DRAW_STATUS = 'REJECTED'                        04300000
                  WHERE DRAW_ID = :DISB-DRAW-ID                         04310000
              END-EXEC                                                  04320000
           END-IF                                                       04330000
           ADD 1 TO WS-REJECTED-CNT                                     04340000
           ADD WS-ORDER-AMT TO WS-REJECTED-AMT                          04350000
           MOVE SPACES TO DSTL-RPT-LINE                                 04360000
           STRING 'REJECTED DISB ' WS-ED-DISB-ID ' APP ' WS-ED-APP-ID   04370000
                  ' ' STS-REASON ' ' STS-REASON-TEXT                    04380000
                  DELIMITED BY SIZE INTO DSTL-RPT-LINE                  04390000
           END-STRING                                                   04400000
           WRITE DSTL-RPT-LINE                                          04410000
           MOVE SPACES TO ALERT-RECORD                                  04420000
           STRING 'DISBURSEMENT ' WS-ED-DISB-ID ' APP ' WS-ED-APP-ID    04430000
                  ' RETURNED BY BANK - ' STS-REASON ' - BACK TO '       04440000
                  'PENDING'                                             04450000
                  DELIMITED BY SIZE INTO ALERT-RECORD                   04460000
           END-STRING                                                   04470000
           WRITE ALERT-RECORD                                           04480000
           DISPLAY 'LOANDSTL - ' ALERT-RECORD                           04490000
           EXIT.                                                        04500000
                                                                        04510000
       500-TOTAL-ONE-DEBIT.                                             04520000
           READ FUND-DEBIT-FEED                                         04530000
              AT END MOVE 'Y' TO WS-DR-EOF-SW                           04540000
           END-READ                                                     04550000
           IF NOT WS-NO-MORE-DEBITS                                     04560000
              ADD 1 TO WS-DEBIT-CNT                                     04570000
              ADD FDR-AMOUNT TO WS-DEBIT-AMT                            04580000
           END-IF                                                       04590000
           EXIT.                                                        04600000
                                                                        04610000
      *    AN ORDER STILL UNCONFIRMED PAST THE WINDOW GOES ON THE       04620000
      *    REPORT AND RAISES THE RETURN CODE, THE SAME WAY LOANGLAK     04630000
      *    CRIES ON AN OVERDUE GL ACKNOWLEDGMENT                        04640000
       600-FLAG-ONE-OVERDUE.                                            04650000
           IF WS-OVERDUE-CNT = ZERO                                     04660000
              EXEC SQL                                                  04670000
                 OPEN LATEC                                             04680000
              END-EXEC                                                  04690000
           END-IF                                                       04700000
           EXEC SQL                                                     04710000
              FETCH LATEC                                               04720000
               INTO :DISB-ID, :DISB-APP-ID, :DISB-DATE                  04730000
           END-EXEC                                                     04740000
           IF SQLCODE NOT = 00                                          04750000
              MOVE 'Y' TO WS-LATE-EOF-SW                                04760000
           ELSE                                                         04770000
              ADD 1 TO WS-OVERDUE-CNT                                   04780000
              MOVE DISB-ID     TO WS-ED-DISB-ID                         04790000
              MOVE DISB-APP-ID TO WS-ED-APP-ID                          04800000
              MOVE SPACES TO DSTL-RPT-LINE                              04810000
              STRING 'SETTLEMENT OVERDUE DISB ' WS-ED-DISB-ID           04820000
                     ' APP ' WS-ED-APP-ID ' SENT ' DISB-DATE            04830000
                     DELIMITED BY SIZE INTO DSTL-RPT-LINE               04840000
              END-STRING                                                04850000
              WRITE DSTL-RPT-LINE                                       04860000
           END-IF                                                       04870000
           EXIT.                                                        04880000
                                                                        04890000
      *    THE DAILY RECONCILIATION. TWO PROOFS: THE UNCONFIRMED        04900000
      *    BALANCE BEFORE THE REPORT EQUALS WHAT SETTLED ON IT PLUS     04910000
      *    WHAT IS STILL OUT OR BACK FOR REPAIR, AND WHAT SETTLED       04920000
      *    EQUALS WHAT LEFT THE FUNDING ACCOUNT. EITHER BREAK IS AN     04930000
      *    OPS ALERT                                                    04940000
       700-WRITE-RECONCILIATION.                                        04950000
           MOVE SPACES TO DSTL-RPT-LINE                                 04960000
           WRITE DSTL-RPT-LINE                                          04970000
           MOVE 'UNCONFIRMED BEFORE REPORT' TO WS-RPT-LABEL             04980000
           MOVE WS-START-CNT TO WS-ED-CNT                               04990000
           MOVE WS-START-AMT TO WS-ED-AMT                               05000000
           PERFORM 710-WRITE-TOTAL-LINE                                 05010000
           MOVE 'SETTLED' TO WS-RPT-LABEL                               05020000
           MOVE WS-SETTLED-CNT TO WS-ED-CNT                             05030000
           MOVE WS-SETTLED-AMT TO WS-ED-AMT                             05040000
           PERFORM 710-WRITE-TOTAL-LINE                                 05050000
           MOVE 'REJECTED' TO WS-RPT-LABEL                              05060000
           MOVE WS-REJECTED-CNT TO WS-ED-CNT                            05070000
           MOVE WS-REJECTED-AMT TO WS-ED-AMT                            05080000
           PERFORM 710-WRITE-TOTAL-LINE                                 05090000
           MOVE 'OUTSTANDING AT THE BANK' TO WS-RPT-LABEL               05100000
           MOVE WS-OUTST-CNT TO WS-ED-CNT                               05110000
           MOVE WS-OUTST-AMT TO WS-ED-AMT                               05120000
           PERFORM 710-WRITE-TOTAL-LINE                                 05130000
           MOVE 'RETURNED, AWAITING REPAIR' TO WS-RPT-LABEL             05140000
           MOVE WS-REPAIR-CNT TO WS-ED-CNT                              05150000
           MOVE WS-REPAIR-AMT TO WS-ED-AMT                              05160000
           PERFORM 710-WRITE-TOTAL-LINE                                 05170000
           MOVE 'FUNDING ACCOUNT DEBITS' TO WS-RPT-LABEL                05180000
           MOVE WS-DEBIT-CNT TO WS-ED-CNT                               05190000
           MOVE WS-DEBIT-AMT TO WS-ED-AMT                               05200000
           PERFORM 710-WRITE-TOTAL-LINE                                 05210000
                                                                        05220000
           COMPUTE WS-BREAK-AMT = WS-START-AMT - WS-SETTLED-AMT         05230000
                                - WS-OUTST-AMT - WS-REPAIR-AMT          05240000
           COMPUTE WS-DIFF-AMT = WS-SETTLED-AMT - WS-DEBIT-AMT          05250000
           MOVE SPACES TO DSTL-RPT-LINE                                 05260000
           WRITE DSTL-RPT-LINE                                          05270000
           IF WS-BREAK-AMT NOT = ZERO                                   05280000
              MOVE 'N' TO WS-RECON-SW                                   05290000
              MOVE WS-BREAK-AMT TO WS-ED-AMT                            05300000
              MOVE SPACES TO ALERT-RECORD                               05310000
              STRING 'DISBURSEMENT BALANCES DO NOT PROVE FOR '          05320000
                     WS-REPORT-DATE ' - BREAK ' WS-ED-AMT               05330000
                     DELIMITED BY SIZE INTO ALERT-RECORD                05340000
              END-STRING                                                05350000
              PERFORM 720-WRITE-RECON-ALERT                             05360000
           END-IF                                                       05370000
           IF WS-DIFF-AMT NOT = ZERO                                    05380000
              MOVE 'N' TO WS-RECON-SW                                   05390000
              MOVE WS-DIFF-AMT TO WS-ED-AMT                             05400000
              MOVE SPACES TO ALERT-RECORD                               05410000
              STRING 'SETTLED VS FUNDING DEBITS FOR ' WS-REPORT-DATE    05420000
                     ' - DIFFERENCE ' WS-ED-AMT                         05430000
                     DELIMITED BY SIZE INTO ALERT-RECORD                05440000
              END-STRING                                                05450000
              PERFORM 720-WRITE-RECON-ALERT                             05460000
           END-IF                                                       05470000
           IF WS-RECONCILED                                             05480000
              MOVE 'DISBURSEMENTS RECONCILED TO FUNDING ACCOUNT'        05490000
                TO DSTL-RPT-LINE                                        05500000
              WRITE DSTL-RPT-LINE                                       05510000
           END-IF                                                       05520000
           EXIT.                                                        05530000
                                                                        05540000
       710-WRITE-TOTAL-LINE.                                            05550000
           MOVE SPACES TO DSTL-RPT-LINE                                 05560000
           STRING WS-RPT-LABEL ' ' WS-ED-CNT '  ' WS-ED-AMT             05570000
                  DELIMITED BY SIZE INTO DSTL-RPT-LINE                  05580000
           END-STRING                                                   05590000
           WRITE DSTL-RPT-LINE                                          05600000
           EXIT.                                                        05610000
                                                                        05620000
       720-WRITE-RECON-ALERT.                                           05630000
           MOVE ALERT-RECORD TO DSTL-RPT-LINE                           05640000
           WRITE DSTL-RPT-LINE                                          05650000
           WRITE ALERT-RECORD                                           05660000
           DISPLAY 'LOANDSTL - ' ALERT-RECORD                           05670000
           EXIT.                                                        05680000
                                                                        05690000
       900-TERMINATE.                                                   05700000
           EXEC SQL                                                     05710000
              CLOSE LATEC                                               05720000
           END-EXEC                                                     05730000
           IF WS-REJECTED-CNT > ZERO OR WS-OVERDUE-CNT > ZERO           05740000
              OR WS-UNKNOWN-CNT > ZERO OR NOT WS-RECONCILED             05750000
              MOVE 4 TO RETURN-CODE                                     05760000
           END-IF                                                       05770000
           PERFORM 950-LOG-RUN-HISTORY                                  05780000
           EXEC SQL                                                     05790000
              COMMIT                                                    05800000
           END-EXEC                                                     05810000
           CLOSE STATUS-FEED                                            05820000
           CLOSE FUND-DEBIT-FEED                                        05830000
           CLOSE DSTL-REPORT                                            05840000
           CLOSE OPS-ALERT                                              05850000
           DISPLAY 'LOANDSTL - STATUS RECORDS READ: ' WS-RECS-READ      05860000
           DISPLAY 'LOANDSTL - ORDERS SETTLED:      ' WS-SETTLED-CNT    05870000
           DISPLAY 'LOANDSTL - ORDERS REJECTED:     ' WS-REJECTED-CNT   05880000
           DISPLAY 'LOANDSTL - UNKNOWN STATUSES:    ' WS-UNKNOWN-CNT    05890000
           DISPLAY 'LOANDSTL - SETTLEMENTS OVERDUE: ' WS-OVERDUE-CNT    05900000
           EXIT.                                                        05910000
                                                                        05920000
      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    05920001
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    05920002
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    05920003
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   05920004
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   05920005
       945-RESERVE-RUN-ID.                                              05920006
           EXEC SQL                                                     05920007
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       05920008
                INTO :RUNH-RUN-ID                                       05920009
                FROM KALA15.BATCH_RUN_HISTORY                           0592000A
           END-EXEC                                                     0592000B
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0592000C
           MOVE -1 TO RUNH-RUN-RC                                       0592000D
           EXEC SQL                                                     0592000E
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0592000F
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0592000G
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0592000H
              VALUES                                                    0592000I
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0592000J
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0592000K
           END-EXEC                                                     0592000L
           IF SQLCODE NOT = 00                                          0592000M
              DISPLAY 'LOANDSTL - UNABLE TO RESERVE RUN ID, SQLCODE '   0592000N
                      SQLCODE                                           0592000O
              MOVE 16 TO RETURN-CODE                                    0592000P
              STOP RUN                                                  0592000Q
           END-IF                                                       0592000R
           EXEC SQL                                                     0592000S
              COMMIT                                                    0592000T
           END-EXEC                                                     0592000U
           EXIT.                                                        0592000V
                                                                        0592000W
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     0592000X
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       0592000Y
      *    CONSOLE'S DURATION TRENDING AND THE LOANVOL OPS FEED         05950000
       950-LOG-RUN-HISTORY.                                             05960000
           MOVE WS-RECS-READ TO RUNH-RECS-READ                          06030000
           MOVE WS-SETTLED-CNT TO RUNH-RECS-UPDATED                     06040000
           ADD  WS-REJECTED-CNT TO RUNH-RECS-UPDATED                    06050000
           MOVE WS-OVERDUE-CNT TO RUNH-RECS-WRITTEN                     06060000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              06070000
           EXEC SQL                                                     06070001
              UPDATE KALA15.BATCH_RUN_HISTORY                           06070002
                 SET END_TS       = CURRENT TIMESTAMP,                  06070003
                     RECS_READ    = :RUNH-RECS-READ,                    06070004
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 06070005
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 06070006
                     RUN_RC       = :RUNH-RUN-RC,                       06070007
                     RUN_STATUS   = 'C'                                 06070008
               WHERE RUN_ID = :RUNH-RUN-ID                              06070009
           END-EXEC                                                     0607000A
           EXIT.                                                        06180000
