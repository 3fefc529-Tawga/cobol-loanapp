       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANINST.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       DATA DIVISION.                                                   00040000
       WORKING-STORAGE SECTION.                                         00050000
           EXEC SQL                                                     00060000
              INCLUDE SQLCA                                             00070000
           END-EXEC.                                                    00080000
           EXEC SQL                                                     00090000
              INCLUDE APPS                                              00100000
           END-EXEC.                                                    00110000
           EXEC SQL                                                     00120000
              INCLUDE SCHED                                             00130000
           END-EXEC.                                                    00140000
           EXEC SQL                                                     00150000
              INCLUDE PAY                                               00160000
           END-EXEC.                                                    00170000
           EXEC SQL                                                     00180000
              INCLUDE SUSPENSE                                          00190000
           END-EXEC.                                                    00200000
           EXEC SQL                                                     00210000
              INCLUDE PAYALIAS                                          00220000
           END-EXEC.                                                    00230000
           EXEC SQL                                                     00240000
              INCLUDE FEEHIST                                           00250000
           END-EXEC.                                                    00260000
           EXEC SQL                                                     00270000
              INCLUDE GUARCALL                                          00280000
           END-EXEC.                                                    00290000
           EXEC SQL                                                     00300000
              INCLUDE CLOSRES                                           00310000
           END-EXEC.                                                    00320000
           EXEC SQL                                                     00330000
              INCLUDE STATHIST                                          00340000
           END-EXEC.                                                    00350000
           EXEC SQL                                                     00360000
              INCLUDE OUTBOX                                            00370000
           END-EXEC.                                                    00380000
           EXEC SQL                                                     00390000
              INCLUDE INSTCRED                                          00400000
           END-EXEC.                                                    00410000
           EXEC SQL                                                     00420000
              INCLUDE BUSPARM                                           00430000
           END-EXEC.                                                    00440000
           EXEC SQL                                                     00440001
              INCLUDE LOANPOS                                           00440002
           END-EXEC.                                                    00440003
           EXEC SQL                                                     00440004
              INCLUDE RUNHIST                                           00440005
           END-EXEC.                                                    00440006
                                                                        00450000
       01  WS-CREDITS-READ         PIC 9(7)  VALUE ZERO.                00460000
       01  WS-CREDITS-POSTED       PIC 9(7)  VALUE ZERO.                00470000
       01  WS-CREDITS-SUSPENDED    PIC 9(7)  VALUE ZERO.                00480000
       01  WS-CREDITS-REPEATED     PIC 9(7)  VALUE ZERO.                00490000
       01  WS-CREDITS-REJECTED     PIC 9(7)  VALUE ZERO.                00500000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANINST'.          00500001
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00500002
       01  WS-DONE-SW              PIC X     VALUE 'N'.                 00510000
           88  WS-NO-MORE-CREDITS  VALUE 'Y'.                           00520000
       01  WS-MATCH-SW             PIC X.                               00530000
           88  WS-MATCHED          VALUE 'Y'.                           00540000
       01  WS-REMIT-NUM            PIC 9(8).                            00550000
       01  WS-REMIT-TEST           PIC X(8).                            00560000
      *    STRUCTURED-REFERENCE VALIDATION WORK FIELDS - THE ELEVEN     00570000
      *    BASE DIGITS AND THE FINNISH 7-3-1 CHECK DIGIT                00580000
       01  WS-VIITE-TEST           PIC X(12).                           00590000
       01  WS-VIITE-TEST-N REDEFINES WS-VIITE-TEST.                     00600000
           05  WS-VIITE-DIGIT      PIC 9 OCCURS 11 TIMES.               00610000
           05  WS-VIITE-GIVEN-CD   PIC 9.                               00620000
       01  WS-VIITE-APP REDEFINES WS-VIITE-TEST                         00630000
                                   PIC 9(8).                            00640000
       01  WS-VIITE-IX             PIC S9(4) COMP VALUE ZERO.           00650000
       01  WS-VIITE-WEIGHT         PIC S9(4) COMP VALUE ZERO.           00660000
       01  WS-VIITE-SUM            PIC S9(9) COMP VALUE ZERO.           00670000
       01  WS-VIITE-CHECK          PIC 9     VALUE ZERO.                00680000
       01  WS-MATCH-COUNT          PIC S9(9) COMP.                      00690000
       01  WS-SEEN-COUNT           PIC S9(9) COMP.                      00700000
       01  WS-PAY-AMT              PIC S9(8)V9(2) COMP-3.               00710000
       01  WS-PRIOR-BAL            PIC S9(8)V9(2) COMP-3.               00720000
       01  WS-NEW-BAL              PIC S9(8)V9(2) COMP-3.               00730000
       01  WS-PAY-INSTNO           PIC S9(9) COMP.                      00740000
       01  WS-PREV-INSTNO          PIC S9(9) COMP.                      00750000
                                                                        00760000
      *    PAYMENT ALLOCATION WATERFALL WORK FIELDS - SEE               00770000
      *    845-ALLOCATE-PAYMENT IN LOANDB2 FOR THE ORDER RULES          00780000
       01  WS-ALLOC-VARS.                                               00790000
           05 WS-ALC-ORDER           PIC 9(4)       VALUE 1234.         00800000
           05 WS-ALC-ORDER-R REDEFINES WS-ALC-ORDER.                    00810000
              10 WS-ALC-DIGIT        PIC 9 OCCURS 4 TIMES.              00820000
           05 WS-ALC-IX              PIC S9(4)      COMP.               00830000
           05 WS-ALC-REMAINING       PIC S9(8)V9(2) COMP-3.             00840000
           05 WS-ALC-TAKE            PIC S9(8)V9(2) COMP-3.             00850000
           05 WS-ALC-FEES            PIC S9(8)V9(2) COMP-3.             00860000
           05 WS-ALC-PENALTY         PIC S9(8)V9(2) COMP-3.             00870000
           05 WS-ALC-INTEREST        PIC S9(8)V9(2) COMP-3.             00880000
           05 WS-ALC-PRINCIPAL       PIC S9(8)V9(2) COMP-3.             00890000
           05 WS-ALC-OPEN-FEES       PIC S9(8)V9(2) COMP-3.             00900000
           05 WS-ALC-OPEN-PEN        PIC S9(8)V9(2) COMP-3.             00910000
           05 WS-ALC-INT-DUE         PIC S9(8)V9(2) COMP-3.             00920000
           05 WS-ALC-SETTLE-POOL     PIC S9(8)V9(2) COMP-3.             00930000
           05 WS-ALC-FEE-OPEN        PIC S9(8)V9(2) COMP-3.             00940000
           05 WS-ALC-PEN-SW          PIC X.                             00950000
           05 WS-ALC-FEE-EOF-SW      PIC X.                             00960000
              88 WS-ALC-NO-MORE-FEES VALUE 'Y'.                         00970000
                                                                        00980000
      *    MQ CALL INTERFACE - HANDLES, COMPLETION/REASON CODES AND     00990000
      *    THE MESSAGE BUFFER. AS IN LOANMQTX THE DESCRIPTORS CARRY     01000000
      *    ONLY THE FIELDS THIS RECEIVER SETS OR READS                  01010000
       01  WS-QMGR-NAME            PIC X(48) VALUE 'KALAQM01'.          01020000
       01  WS-QUEUE-NAME           PIC X(48)                            01030000
                                   VALUE 'KALA15.LOAN.INSTANT.CREDITS'. 01040000
       01  WS-HCONN                PIC S9(9) COMP VALUE ZERO.           01050000
       01  WS-HOBJ                 PIC S9(9) COMP VALUE ZERO.           01060000
       01  WS-COMPCODE             PIC S9(9) COMP VALUE ZERO.           01070000
       01  WS-REASON               PIC S9(9) COMP VALUE ZERO.           01080000
       01  WS-BUFFER-LEN           PIC S9(9) COMP VALUE 135.            01090000
       01  WS-DATA-LEN             PIC S9(9) COMP VALUE ZERO.           01100000
      *    INPUT-SHARED PLUS FAIL-IF-QUIESCING, SO SCHEDULER CYCLES     01110000
      *    MAY OVERLAP AND A QUEUE-MANAGER SHUTDOWN IS NOT BLOCKED      01120000
       01  WS-OPEN-OPTIONS         PIC S9(9) COMP VALUE 8194.           01130000
       01  WS-CLOSE-OPTIONS        PIC S9(9) COMP VALUE ZERO.           01140000
       77  MQCC-OK                 PIC S9(9) COMP VALUE 0.              01150000
       77  MQRC-NO-MSG-AVAILABLE   PIC S9(9) COMP VALUE 2033.           01160000
                                                                        01170000
      *    OBJECT DESCRIPTOR (MQOD VERSION 1)                           01180000
       01  WS-MQOD.                                                     01190000
           05  MQOD-STRUCID        PIC X(4)  VALUE 'OD  '.              01200000
           05  MQOD-VERSION        PIC S9(9) COMP VALUE 1.              01210000
           05  MQOD-OBJECTTYPE     PIC S9(9) COMP VALUE 1.              01220000
           05  MQOD-OBJECTNAME     PIC X(48).                           01230000
           05  MQOD-OBJECTQMGRNAME PIC X(48) VALUE SPACES.              01240000
           05  MQOD-DYNAMICQNAME   PIC X(48) VALUE SPACES.              01250000
           05  MQOD-ALTERNATEUSERID PIC X(12) VALUE SPACES.             01260000
                                                                        01270000
      *    MESSAGE DESCRIPTOR (MQMD VERSION 1) - MESSAGE AND            01280000
      *    CORRELATION IDS ARE CLEARED BEFORE EVERY GET SO THE NEXT     01290000
      *    MESSAGE IN THE QUEUE IS TAKEN, WHATEVER ITS IDS              01300000
       01  WS-MQMD.                                                     01310000
           05  MQMD-STRUCID        PIC X(4)  VALUE 'MD  '.              01320000
           05  MQMD-VERSION        PIC S9(9) COMP VALUE 1.              01330000
           05  MQMD-REPORT         PIC S9(9) COMP VALUE 0.              01340000
           05  MQMD-MSGTYPE        PIC S9(9) COMP VALUE 8.              01350000
           05  MQMD-EXPIRY         PIC S9(9) COMP VALUE -1.             01360000
           05  MQMD-FEEDBACK       PIC S9(9) COMP VALUE 0.              01370000
           05  MQMD-ENCODING       PIC S9(9) COMP VALUE 785.            01380000
           05  MQMD-CODEDCHARSETID PIC S9(9) COMP VALUE 500.            01390000
           05  MQMD-FORMAT         PIC X(8)  VALUE 'MQSTR   '.          01400000
           05  MQMD-PRIORITY       PIC S9(9) COMP VALUE -1.             01410000
           05  MQMD-PERSISTENCE    PIC S9(9) COMP VALUE 1.              01420000
           05  MQMD-MSGID          PIC X(24) VALUE LOW-VALUES.          01430000
           05  MQMD-CORRELID       PIC X(24) VALUE LOW-VALUES.          01440000
           05  MQMD-BACKOUTCOUNT   PIC S9(9) COMP VALUE 0.              01450000
           05  MQMD-REPLYTOQ       PIC X(48) VALUE SPACES.              01460000
           05  MQMD-REPLYTOQMGR    PIC X(48) VALUE SPACES.              01470000
           05  MQMD-USERIDENTIFIER PIC X(12) VALUE SPACES.              01480000
           05  MQMD-ACCOUNTINGTOKEN PIC X(32) VALUE LOW-VALUES.         01490000
           05  MQMD-APPLIDENTITYDATA PIC X(32) VALUE SPACES.            01500000
           05  MQMD-PUTAPPLTYPE    PIC S9(9) COMP VALUE 0.              01510000
           05  MQMD-PUTAPPLNAME    PIC X(28) VALUE SPACES.              01520000
           05  MQMD-PUTDATE        PIC X(8)  VALUE SPACES.              01530000
           05  MQMD-PUTTIME        PIC X(8)  VALUE SPACES.              01540000
           05  MQMD-APPLORIGINDATA PIC X(4)  VALUE SPACES.              01550000
                                                                        01560000
      *    GET-MESSAGE OPTIONS (MQGMO VERSION 1)                        01570000
       01  WS-MQGMO.                                                    01580000
           05  MQGMO-STRUCID       PIC X(4)  VALUE 'GMO '.              01590000
           05  MQGMO-VERSION       PIC S9(9) COMP VALUE 1.              01600000
      *        SYNCPOINT, NO-WAIT, FAIL-IF-QUIESCING - THE GET IS       01610000
      *        COMMITTED ONLY AFTER THE POSTING HAS BEEN, SO A CRASH    01620000
      *        IN BETWEEN PUTS THE MESSAGE BACK ON THE QUEUE. THE       01630000
      *        INSTANT_CREDIT ROW THEN STOPS IT POSTING TWICE           01640000
           05  MQGMO-OPTIONS       PIC S9(9) COMP VALUE 8194.           01650000
           05  MQGMO-WAITINTERVAL  PIC S9(9) COMP VALUE 0.              01660000
           05  MQGMO-SIGNAL1       PIC S9(9) COMP VALUE 0.              01670000
           05  MQGMO-SIGNAL2       PIC S9(9) COMP VALUE 0.              01680000
           05  MQGMO-RESOLVEDQNAME PIC X(48) VALUE SPACES.              01690000
                                                                        01700000
      *    THE INSTANT-CREDIT NOTIFICATION - THE BANK'S FRONT END       01710000
      *    FLATTENS THE PACS.008 INTO THE SAME FIELDS, IN THE SAME      01720000
      *    ORDER, AS LOANCASH'S STATEMENT RECORD                        01730000
       01  WS-CREDIT-MESSAGE.                                           01740000
      *    THE BANK'S TRANSACTION REFERENCE - ALSO ON TONIGHT'S CAMT    01750000
           05  MSG-REF             PIC X(20).                           01760000
           05  MSG-AMOUNT          PIC 9(08)V99.                        01770000
           05  MSG-VALUE-DATE      PIC X(10).                           01780000
           05  MSG-PAYER-NAME      PIC X(30).                           01790000
           05  MSG-PAYER-SSN       PIC X(11).                           01800000
           05  MSG-REMIT-REF       PIC X(20).                           01810000
           05  MSG-PAYER-IBAN      PIC X(34).                           01820000
                                                                        01830000
       PROCEDURE DIVISION.                                              01840000
       000-MAIN-PARA.                                                   01850000
           PERFORM 100-INITIALIZE                                       01860000
           PERFORM 200-RECEIVE-CREDIT UNTIL WS-NO-MORE-CREDITS          01870000
           PERFORM 900-TERMINATE                                        01880000
           STOP RUN.                                                    01890000
                                                                        01900000
       100-INITIALIZE.                                                  01910000
           PERFORM 945-RESERVE-RUN-ID                                   01910001
           CALL 'MQCONN' USING WS-QMGR-NAME, WS-HCONN,                  01920000
                               WS-COMPCODE, WS-REASON                   01930000
           IF WS-COMPCODE NOT = MQCC-OK                                 01940000
              DISPLAY 'LOANINST - MQCONN FAILED, REASON = ' WS-REASON   01950000
              MOVE 16 TO RETURN-CODE                                    01960000
              STOP RUN                                                  01970000
           END-IF                                                       01980000
           MOVE WS-QUEUE-NAME TO MQOD-OBJECTNAME                        01990000
           CALL 'MQOPEN' USING WS-HCONN, WS-MQOD, WS-OPEN-OPTIONS,      02000000
                               WS-HOBJ, WS-COMPCODE, WS-REASON          02010000
           IF WS-COMPCODE NOT = MQCC-OK                                 02020000
              DISPLAY 'LOANINST - MQOPEN FAILED, REASON = ' WS-REASON   02030000
              CALL 'MQDISC' USING WS-HCONN, WS-COMPCODE, WS-REASON      02040000
              MOVE 16 TO RETURN-CODE                                    02050000
              STOP RUN                                                  02060000
           END-IF                                                       02070000
           EXIT.                                                        02080000
                                                                        02090000
      *    ONE MESSAGE IS ONE UNIT OF WORK: THE DATABASE CHANGES ARE    02100000
      *    COMMITTED FIRST AND THE GET AFTER THEM. AN EMPTY QUEUE ENDS  02110000
      *    THE CYCLE; ANY OTHER FAILURE LEAVES THE REST OF THE QUEUE    02120000
      *    FOR THE NEXT ONE                                             02130000
       200-RECEIVE-CREDIT.                                              02140000
           MOVE LOW-VALUES TO MQMD-MSGID                                02150000
           MOVE LOW-VALUES TO MQMD-CORRELID                             02160000
           MOVE SPACES     TO WS-CREDIT-MESSAGE                         02170000
           CALL 'MQGET' USING WS-HCONN, WS-HOBJ, WS-MQMD, WS-MQGMO,     02180000
                              WS-BUFFER-LEN, WS-CREDIT-MESSAGE,         02190000
                              WS-DATA-LEN, WS-COMPCODE, WS-REASON       02200000
           IF WS-COMPCODE NOT = MQCC-OK                                 02210000
              IF WS-REASON NOT = MQRC-NO-MSG-AVAILABLE                  02220000
                 DISPLAY 'LOANINST - MQGET FAILED, REASON = '           02230000
                         WS-REASON                                      02240000
                 MOVE 8 TO RETURN-CODE                                  02250000
              END-IF                                                    02260000
              MOVE 'Y' TO WS-DONE-SW                                    02270000
           ELSE                                                         02280000
              ADD 1 TO WS-CREDITS-READ                                  02290000
              PERFORM 250-PROCESS-CREDIT                                02300000
              IF NOT WS-NO-MORE-CREDITS                                 02310000
                 EXEC SQL                                               02320000
                    COMMIT                                              02330000
                 END-EXEC                                               02340000
                 CALL 'MQCMIT' USING WS-HCONN, WS-COMPCODE, WS-REASON   02350000
              END-IF                                                    02360000
           END-IF                                                       02370000
           EXIT.                                                        02380000
                                                                        02390000
      *    A MESSAGE THAT CANNOT BE A CREDIT IS TAKEN OFF THE QUEUE     02400000
      *    AND REPORTED RATHER THAN LEFT TO BLOCK EVERY CYCLE BEHIND    02410000
      *    IT. A REFERENCE ALREADY ON INSTANT_CREDIT IS A REDELIVERY    02420000
      *    AND IS CONSUMED WITHOUT POSTING AGAIN                        02430000
       250-PROCESS-CREDIT.                                              02440000
           IF WS-DATA-LEN < WS-BUFFER-LEN OR MSG-REF = SPACES OR        02450000
              MSG-AMOUNT NOT NUMERIC OR MSG-AMOUNT = ZERO               02460000
              ADD 1 TO WS-CREDITS-REJECTED                              02470000
              DISPLAY 'LOANINST - UNUSABLE CREDIT MESSAGE DISCARDED, '  02480000
                      'REF = ' MSG-REF                                  02490000
              MOVE 4 TO RETURN-CODE                                     02500000
           ELSE                                                         02510000
              MOVE MSG-REF TO INST-REF                                  02520000
              EXEC SQL                                                  02530000
                 SELECT COUNT(*)                                        02540000
                   INTO :WS-SEEN-COUNT                                  02550000
                   FROM KALA15.INSTANT_CREDIT                           02560000
                  WHERE INST_REF = :INST-REF                            02570000
              END-EXEC                                                  02580000
              IF SQLCODE = 00 AND WS-SEEN-COUNT > ZERO                  02590000
                 ADD 1 TO WS-CREDITS-REPEATED                           02600000
              ELSE                                                      02610000
                 PERFORM 300-APPLY-CREDIT                               02620000
              END-IF                                                    02630000
           END-IF                                                       02640000
           EXIT.                                                        02650000
                                                                        02660000
      *    THE SAME MATCH LADDER LOANCASH RUNS OVER THE NIGHT'S         02670000
      *    STATEMENT - REFERENCE, CONFIRMED PAYER ALIAS, UNIQUE SSN,    02680000
      *    CALLED GUARANTOR, UNIQUE NAME - SO A CREDIT LANDS ON THE     02690000
      *    SAME LOAN WHETHER IT ARRIVES INSTANTLY OR ON THE STATEMENT   02700000
       300-APPLY-CREDIT.                                                02710000
           MOVE 'N'  TO WS-MATCH-SW                                     02720000
           MOVE ZERO TO APP-ID                                          02730000
           PERFORM 310-MATCH-BY-REFERENCE                               02740000
           IF NOT WS-MATCHED                                            02750000
              PERFORM 318-MATCH-BY-ALIAS                                02760000
           END-IF                                                       02770000
           IF NOT WS-MATCHED                                            02780000
              PERFORM 320-MATCH-BY-SSN                                  02790000
           END-IF                                                       02800000
           IF NOT WS-MATCHED                                            02810000
              PERFORM 325-MATCH-BY-GUARANTOR                            02820000
           END-IF                                                       02830000
           IF NOT WS-MATCHED                                            02840000
              PERFORM 330-MATCH-BY-NAME                                 02850000
           END-IF                                                       02860000
           IF WS-MATCHED                                                02870000
              PERFORM 400-POST-MATCHED-CREDIT                           02880000
           ELSE                                                         02890000
              PERFORM 450-PARK-IN-SUSPENSE                              02900000
           END-IF                                                       02910000
           PERFORM 470-RECORD-INSTANT-CREDIT                            02920000
           EXIT.                                                        02930000
                                                                        02940000
       310-MATCH-BY-REFERENCE.                                          02950000
           MOVE MSG-REMIT-REF(1:12) TO WS-VIITE-TEST                    02960000
           IF WS-VIITE-TEST IS NUMERIC                                  02970000
              MOVE ZERO TO WS-VIITE-SUM                                 02980000
              MOVE 7 TO WS-VIITE-WEIGHT                                 02990000
              PERFORM 315-WEIGH-ONE-DIGIT                               03000000
                 VARYING WS-VIITE-IX FROM 11 BY -1                      03010000
                 UNTIL WS-VIITE-IX < 1                                  03020000
              COMPUTE WS-VIITE-CHECK =                                  03030000
                      FUNCTION MOD(10 -                                 03040000
                      FUNCTION MOD(WS-VIITE-SUM, 10), 10)               03050000
              IF WS-VIITE-CHECK = WS-VIITE-GIVEN-CD                     03060000
                 MOVE WS-VIITE-APP TO WS-REMIT-NUM                      03070000
                 EXEC SQL                                               03080000
                    SELECT APP_ID                                       03090000
                      INTO :APP-ID                                      03100000
                      FROM KALA15.APPLICATIONS                          03110000
                     WHERE APP_ID = :WS-REMIT-NUM                       03120000
                 END-EXEC                                               03130000
                 IF SQLCODE = 00                                        03140000
                    SET WS-MATCHED TO TRUE                              03150000
                 END-IF                                                 03160000
              END-IF                                                    03170000
           END-IF                                                       03180000
           IF NOT WS-MATCHED                                            03190000
              MOVE MSG-REMIT-REF(1:8) TO WS-REMIT-TEST                  03200000
              IF WS-REMIT-TEST IS NUMERIC                               03210000
                 MOVE WS-REMIT-TEST TO WS-REMIT-NUM                     03220000
                 EXEC SQL                                               03230000
                    SELECT APP_ID                                       03240000
                      INTO :APP-ID                                      03250000
                      FROM KALA15.APPLICATIONS                          03260000
                     WHERE APP_ID = :WS-REMIT-NUM                       03270000
                 END-EXEC                                               03280000
                 IF SQLCODE = 00                                        03290000
                    SET WS-MATCHED TO TRUE                              03300000
                 END-IF                                                 03310000
              END-IF                                                    03320000
           END-IF                                                       03330000
           EXIT.                                                        03340000
                                                                        03350000
       315-WEIGH-ONE-DIGIT.                                             03360000
           COMPUTE WS-VIITE-SUM = WS-VIITE-SUM                          03370000
                   + WS-VIITE-DIGIT (WS-VIITE-IX) * WS-VIITE-WEIGHT     03380000
           EVALUATE WS-VIITE-WEIGHT                                     03390000
              WHEN 7 MOVE 3 TO WS-VIITE-WEIGHT                          03400000
              WHEN 3 MOVE 1 TO WS-VIITE-WEIGHT                          03410000
              WHEN OTHER MOVE 7 TO WS-VIITE-WEIGHT                      03420000
           END-EVALUATE                                                 03430000
           EXIT.                                                        03440000
                                                                        03450000
       318-MATCH-BY-ALIAS.                                              03460000
           IF MSG-PAYER-IBAN NOT = SPACES                               03470000
              MOVE MSG-PAYER-IBAN TO ALIAS-PAYER-IBAN                   03480000
              EXEC SQL                                                  03490000
                 SELECT COUNT(*)                                        03500000
                   INTO :WS-MATCH-COUNT                                 03510000
                   FROM KALA15.PAYER_ALIAS L, KALA15.APPLICATIONS A     03520000
                  WHERE L.PAYER_IBAN = :ALIAS-PAYER-IBAN                03530000
                    AND L.ALIAS_STATUS = 'ACTIVE'                       03540000
                    AND A.APP_ID = L.APP_ID                             03550000
                    AND A.STATUS = 1                                    03560000
              END-EXEC                                                  03570000
              IF SQLCODE = 00 AND WS-MATCH-COUNT = 1                    03580000
                 EXEC SQL                                               03590000
                    SELECT A.APP_ID                                     03600000
                      INTO :APP-ID                                      03610000
                      FROM KALA15.PAYER_ALIAS L, KALA15.APPLICATIONS A  03620000
                     WHERE L.PAYER_IBAN = :ALIAS-PAYER-IBAN             03630000
                       AND L.ALIAS_STATUS = 'ACTIVE'                    03640000
                       AND A.APP_ID = L.APP_ID                          03650000
                       AND A.STATUS = 1                                 03660000
                 END-EXEC                                               03670000
                 IF SQLCODE = 00                                        03680000
                    SET WS-MATCHED TO TRUE                              03690000
                 END-IF                                                 03700000
              END-IF                                                    03710000
           END-IF                                                       03720000
           EXIT.                                                        03730000
                                                                        03740000
       320-MATCH-BY-SSN.                                                03750000
           IF MSG-PAYER-SSN NOT = SPACES                                03760000
              EXEC SQL                                                  03770000
                 SELECT COUNT(*)                                        03780000
                   INTO :WS-MATCH-COUNT                                 03790000
                   FROM KALA15.APPLICATIONS                             03800000
                  WHERE CUST_SSN = :MSG-PAYER-SSN                       03810000
                    AND STATUS = 1                                      03820000
              END-EXEC                                                  03830000
              IF SQLCODE = 00 AND WS-MATCH-COUNT = 1                    03840000
                 EXEC SQL                                               03850000
                    SELECT APP_ID                                       03860000
                      INTO :APP-ID                                      03870000
                      FROM KALA15.APPLICATIONS                          03880000
                     WHERE CUST_SSN = :MSG-PAYER-SSN                    03890000
                       AND STATUS = 1                                   03900000
                 END-EXEC                                               03910000
                 IF SQLCODE = 00                                        03920000
                    SET WS-MATCHED TO TRUE                              03930000
                 END-IF                                                 03940000
              END-IF                                                    03950000
           END-IF                                                       03960000
           EXIT.                                                        03970000
                                                                        03980000
       325-MATCH-BY-GUARANTOR.                                          03990000
           IF MSG-PAYER-SSN NOT = SPACES                                04000000
              EXEC SQL                                                  04010000
                 SELECT COUNT(*)                                        04020000
                   INTO :WS-MATCH-COUNT                                 04030000
                   FROM KALA15.GUARANTOR_CALL G                         04040000
                  WHERE G.CO_SSN = :MSG-PAYER-SSN                       04050000
                    AND G.CALL_STATUS = 'CALLED'                        04060000
              END-EXEC                                                  04070000
              IF SQLCODE = 00 AND WS-MATCH-COUNT = 1                    04080000
                 EXEC SQL                                               04090000
                    SELECT G.APP_ID                                     04100000
                      INTO :APP-ID                                      04110000
                      FROM KALA15.GUARANTOR_CALL G                      04120000
                     WHERE G.CO_SSN = :MSG-PAYER-SSN                    04130000
                       AND G.CALL_STATUS = 'CALLED'                     04140000
                 END-EXEC                                               04150000
                 IF SQLCODE = 00                                        04160000
                    SET WS-MATCHED TO TRUE                              04170000
                 END-IF                                                 04180000
              END-IF                                                    04190000
           END-IF                                                       04200000
           EXIT.                                                        04210000
                                                                        04220000
       330-MATCH-BY-NAME.                                               04230000
           EXEC SQL                                                     04240000
              SELECT COUNT(*)                                           04250000
                INTO :WS-MATCH-COUNT                                    04260000
                FROM KALA15.APPLICATIONS A, KALA15.CUSTOMER C           04270000
               WHERE A.CUST_SSN = C.SSN                                 04280000
                 AND A.STATUS = 1                                       04290000
                 AND RTRIM(C.F_NAME) || ' ' || RTRIM(C.L_NAME)          04300000
                     = RTRIM(:MSG-PAYER-NAME)                           04310000
           END-EXEC                                                     04320000
           IF SQLCODE = 00 AND WS-MATCH-COUNT = 1                       04330000
              EXEC SQL                                                  04340000
                 SELECT A.APP_ID                                        04350000
                   INTO :APP-ID                                         04360000
                   FROM KALA15.APPLICATIONS A, KALA15.CUSTOMER C        04370000
                  WHERE A.CUST_SSN = C.SSN                              04380000
                    AND A.STATUS = 1                                    04390000
                    AND RTRIM(C.F_NAME) || ' ' || RTRIM(C.L_NAME)       04400000
                        = RTRIM(:MSG-PAYER-NAME)                        04410000
              END-EXEC                                                  04420000
              IF SQLCODE = 00                                           04430000
                 SET WS-MATCHED TO TRUE                                 04440000
              END-IF                                                    04450000
           END-IF                                                       04460000
           EXIT.                                                        04470000
                                                                        04480000
      *    POSTS THE CREDIT EXACTLY AS LOANCASH'S 400-POST-MATCHED-     04490000
      *    CREDIT DOES - FIRST UNPAID INSTALLMENT, THE ALLOCATION       04500000
      *    WATERFALL, THE PAYMENT ROW, CLOSE ON ZERO - BUT AT ONCE, SO  04510000
      *    THE COLLECTORS AND THE SELF-SERVICE BALANCE SEE THE MONEY    04520000
      *    THE MINUTE IT ARRIVES. AN INSTANT CREDIT IS VALUED THE DAY   04530000
      *    IT SETTLES, SO THERE IS NOTHING TO BACK-VALUE                04540000
       400-POST-MATCHED-CREDIT.                                         04550000
           MOVE APP-ID TO SCHED-APP-ID                                  04560000
           MOVE APP-ID TO PAY-APP-ID                                    04570000
           EXEC SQL                                                     04580000
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   04590000
                INTO :WS-PAY-INSTNO                                     04600000
                FROM KALA15.PAYMENT_SCHEDULE                            04610000
               WHERE APP_ID = :SCHED-APP-ID                             04620000
                 AND ACTUAL_BALANCE_AMT IS NULL                         04630000
           END-EXEC                                                     04640000
                                                                        04650000
           IF WS-PAY-INSTNO = ZERO                                      04660000
              MOVE 'N' TO WS-MATCH-SW                                   04670000
              PERFORM 450-PARK-IN-SUSPENSE                              04680000
           ELSE                                                         04690000
              MOVE WS-PAY-INSTNO TO SCHED-INSTALLMENT-NO                04700000
              PERFORM 410-FIND-PRIOR-BALANCE                            04710000
              MOVE MSG-AMOUNT TO WS-PAY-AMT                             04720000
      *       FEES AND PENALTY INTEREST DRINK FIRST - ONLY THE          04730000
      *       INTEREST AND PRINCIPAL SHARES REDUCE THE BALANCE          04740000
              PERFORM 405-ALLOCATE-CREDIT                               04750000
              COMPUTE WS-NEW-BAL = WS-PRIOR-BAL                         04760000
                      - WS-ALC-INTEREST - WS-ALC-PRINCIPAL              04770000
              IF WS-NEW-BAL < ZERO                                      04780000
      *          THE EXCESS IS THE CUSTOMER'S MONEY - ONTO THE          04790000
      *          REFUND QUEUE LOANREFD PAYS FROM                        04800000
                 COMPUTE RES-AMT = WS-NEW-BAL * -1                      04810000
                 MOVE 'REFUND'  TO RES-TYPE                             04820000
                 MOVE 'PENDING' TO RES-STATUS                           04830000
                 PERFORM 460-RECORD-RESIDUAL                            04840000
                 MOVE ZERO TO WS-NEW-BAL                                04850000
              END-IF                                                    04860000
                                                                        04870000
              EXEC SQL                                                  04880000
                 UPDATE KALA15.PAYMENT_SCHEDULE                         04890000
                    SET ACTUAL_BALANCE_AMT = :WS-NEW-BAL,               04890001
                        RUN_ID = :RUNH-RUN-ID                           04890002
                  WHERE APP_ID = :SCHED-APP-ID                          04910000
                    AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO          04920000
              END-EXEC                                                  04930000
                                                                        04940000
              EXEC SQL                                                  04950000
                 SELECT COALESCE(MAX(PAY_ID), 0) + 1                    04960000
                   INTO :PAY-ID                                         04970000
                   FROM KALA15.PAYMENT                                  04980000
              END-EXEC                                                  04990000
                                                                        05000000
              MOVE WS-PAY-AMT TO PAY-AMOUNT                             05010000
              MOVE 'INSTNT'   TO PAY-TYPE                               05020000
              MOVE WS-NEW-BAL TO PAY-BALANCE-AFTER                      05030000
              MOVE WS-ALC-FEES      TO PAY-ALLOC-FEES                   05040000
              MOVE WS-ALC-PENALTY   TO PAY-ALLOC-PENALTY                05050000
              MOVE WS-ALC-INTEREST  TO PAY-ALLOC-INTEREST               05060000
              MOVE WS-ALC-PRINCIPAL TO PAY-ALLOC-PRINCIPAL              05070000
                                                                        05080000
              EXEC SQL                                                  05090000
                 INSERT INTO KALA15.PAYMENT                             05100000
                        (PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE,          05110000
                         PAY_TYPE, BALANCE_AFTER, ALLOC_FEES,           05120000
                         ALLOC_PENALTY, ALLOC_INTEREST,                 05130000
                         ALLOC_PRINCIPAL, VALUE_DATE, RUN_ID)           05130001
                 VALUES (:PAY-ID, :PAY-APP-ID, :PAY-AMOUNT,             05150000
                         CURRENT DATE, :PAY-TYPE, :PAY-BALANCE-AFTER,   05160000
                         :PAY-ALLOC-FEES, :PAY-ALLOC-PENALTY,           05170000
                         :PAY-ALLOC-INTEREST, :PAY-ALLOC-PRINCIPAL,     05180000
                         CURRENT DATE, :RUNH-RUN-ID)                    05180001
              END-EXEC                                                  05200000
                                                                        05210000
              IF WS-NEW-BAL = ZERO                                      05220000
                 PERFORM 420-CLOSE-PAID-LOAN                            05230000
              END-IF                                                    05240000
              ADD 1 TO WS-CREDITS-POSTED                                05250000
              MOVE APP-ID TO POS-APP-ID                                 05250001
              PERFORM 490-REFRESH-LOAN-POSITION                         05250002
           END-IF                                                       05260000
           EXIT.                                                        05270000
                                                                        05280000
       410-FIND-PRIOR-BALANCE.                                          05290000
      *    THE LOAN_POSITION ROW CARRIES THE FIGURE WHEN IT IS          05290001
      *    CURRENT FOR THIS INSTALLMENT - A LOAN WITH NO ROW, OR ONE    05290002
      *    POSTED OUT OF TURN, READS THE SCHEDULE                       05290003
           MOVE SCHED-APP-ID TO POS-APP-ID                              05290004
           EXEC SQL                                                     05290005
              SELECT NEXT_INST_NO, PRINCIPAL_BAL                        05290006
                INTO :POS-NEXT-INST-NO, :POS-PRINCIPAL-BAL              05290007
                FROM KALA15.LOAN_POSITION                               05290008
               WHERE APP_ID = :POS-APP-ID                               05290009
           END-EXEC                                                     0529000A
           IF SQLCODE = 00 AND                                          0529000B
              POS-NEXT-INST-NO = SCHED-INSTALLMENT-NO                   0529000C
              MOVE POS-PRINCIPAL-BAL TO WS-PRIOR-BAL                    0529000D
           ELSE                                                         0529000E
              IF SCHED-INSTALLMENT-NO = 1                               0529000F
                 EXEC SQL                                               0529000G
                    SELECT LOAN_AMN                                     0529000H
                      INTO :LOAN-AMN                                    0529000I
                      FROM KALA15.APPLICATIONS                          0529000J
                     WHERE APP_ID = :SCHED-APP-ID                       0529000K
                 END-EXEC                                               0529000L
                 MOVE LOAN-AMN TO WS-PRIOR-BAL                          0529000M
              ELSE                                                      0529000N
                 COMPUTE WS-PREV-INSTNO = SCHED-INSTALLMENT-NO - 1      0529000O
                 EXEC SQL                                               0529000P
                    SELECT COALESCE(ACTUAL_BALANCE_AMT, BALANCE_AMT)    0529000Q
                      INTO :WS-PRIOR-BAL                                0529000R
                      FROM KALA15.PAYMENT_SCHEDULE                      0529000S
                     WHERE APP_ID = :SCHED-APP-ID                       0529000T
                       AND INSTALLMENT_NO = :WS-PREV-INSTNO             0529000U
                 END-EXEC                                               0529000V
              END-IF                                                    0529000W
           END-IF                                                       0529000X
           EXIT.                                                        05480000
                                                                        05490000
      *    THE SAME CONFIGURED WATERFALL 845-ALLOCATE-PAYMENT APPLIES   05500000
      *    ONLINE AND LOANCASH APPLIES TO THE STATEMENT                 05510000
       405-ALLOCATE-CREDIT.                                             05520000
           MOVE 1234 TO WS-ALC-ORDER                                    05530000
           MOVE 'PAY_ALLOC_ORDER   ' TO BUSPARM-NAME                    05540000
           EXEC SQL                                                     05550000
              SELECT PARAM_VALUE                                        05560000
                INTO :BUSPARM-VALUE                                     05570000
                FROM KALA15.BUSINESS_PARAM                              05580000
               WHERE PARAM_NAME = :BUSPARM-NAME                         05590000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     05600000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     05610000
           END-EXEC                                                     05620000
           IF SQLCODE = 00 AND BUSPARM-VALUE > ZERO                     05630000
              MOVE BUSPARM-VALUE TO WS-ALC-ORDER                        05640000
           END-IF                                                       05650000
                                                                        05660000
           MOVE ZERO TO WS-ALC-FEES                                     05670000
           MOVE ZERO TO WS-ALC-PENALTY                                  05680000
           MOVE ZERO TO WS-ALC-INTEREST                                 05690000
           MOVE ZERO TO WS-ALC-PRINCIPAL                                05700000
           MOVE WS-PAY-AMT TO WS-ALC-REMAINING                          05710000
                                                                        05720000
           MOVE ZERO TO WS-ALC-OPEN-FEES                                05730000
           EXEC SQL                                                     05740000
              SELECT COALESCE(SUM(FEE_AMT - COALESCE(PAID_AMT, 0)       05750000
                      - COALESCE(WAIVED_AMT, 0)),                       05760000
                     0)                                                 05770000
                INTO :WS-ALC-OPEN-FEES                                  05780000
                FROM KALA15.FEE_HISTORY                                 05790000
               WHERE APP_ID = :PAY-APP-ID                               05800000
                 AND BUCKET <> 'PENALTY'                                05810000
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    05820000
                               + COALESCE(WAIVED_AMT, 0)                05830000
           END-EXEC                                                     05840000
           MOVE ZERO TO WS-ALC-OPEN-PEN                                 05850000
           EXEC SQL                                                     05860000
              SELECT COALESCE(SUM(FEE_AMT - COALESCE(PAID_AMT, 0)       05870000
                      - COALESCE(WAIVED_AMT, 0)),                       05880000
                     0)                                                 05890000
                INTO :WS-ALC-OPEN-PEN                                   05900000
                FROM KALA15.FEE_HISTORY                                 05910000
               WHERE APP_ID = :PAY-APP-ID                               05920000
                 AND BUCKET = 'PENALTY'                                 05930000
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    05940000
                               + COALESCE(WAIVED_AMT, 0)                05950000
           END-EXEC                                                     05960000
           MOVE ZERO TO WS-ALC-INT-DUE                                  05970000
           EXEC SQL                                                     05980000
              SELECT INTEREST_AMT - COALESCE(SUBSIDY_INT_AMT, 0)        05990000
                INTO :WS-ALC-INT-DUE                                    06000000
                FROM KALA15.PAYMENT_SCHEDULE                            06010000
               WHERE APP_ID = :SCHED-APP-ID                             06020000
                 AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO             06030000
           END-EXEC                                                     06040000
           IF SQLCODE NOT = 00                                          06050000
              MOVE ZERO TO WS-ALC-INT-DUE                               06060000
           END-IF                                                       06070000
                                                                        06080000
           EXEC SQL                                                     06090000
              DECLARE ALLOCFEE CURSOR FOR                               06100000
              SELECT FEE_ID, FEE_AMT - COALESCE(PAID_AMT, 0)            06110000
                             - COALESCE(WAIVED_AMT, 0)                  06120000
                FROM KALA15.FEE_HISTORY                                 06130000
               WHERE APP_ID = :PAY-APP-ID                               06140000
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    06150000
                               + COALESCE(WAIVED_AMT, 0)                06160000
                 AND ((:WS-ALC-PEN-SW = 'Y' AND                         06170000
                       BUCKET = 'PENALTY') OR                           06180000
                      (:WS-ALC-PEN-SW = 'N' AND                         06190000
                       BUCKET <> 'PENALTY'))                            06200000
               ORDER BY ASSESSED_DATE, FEE_ID                           06210000
           END-EXEC                                                     06220000
                                                                        06230000
           PERFORM 406-SERVE-ONE-CATEGORY                               06240000
              VARYING WS-ALC-IX FROM 1 BY 1                             06250000
              UNTIL WS-ALC-IX > 4                                       06260000
           IF WS-ALC-REMAINING > ZERO                                   06270000
              ADD WS-ALC-REMAINING TO WS-ALC-PRINCIPAL                  06280000
              MOVE ZERO TO WS-ALC-REMAINING                             06290000
           END-IF                                                       06300000
                                                                        06310000
           IF WS-ALC-FEES > ZERO                                        06320000
              MOVE 'N' TO WS-ALC-PEN-SW                                 06330000
              MOVE WS-ALC-FEES TO WS-ALC-SETTLE-POOL                    06340000
              PERFORM 407-SETTLE-FEE-ROWS                               06350000
           END-IF                                                       06360000
           IF WS-ALC-PENALTY > ZERO                                     06370000
              MOVE 'Y' TO WS-ALC-PEN-SW                                 06380000
              MOVE WS-ALC-PENALTY TO WS-ALC-SETTLE-POOL                 06390000
              PERFORM 407-SETTLE-FEE-ROWS                               06400000
           END-IF                                                       06410000
           EXIT.                                                        06420000
                                                                        06430000
       406-SERVE-ONE-CATEGORY.                                          06440000
           EVALUATE WS-ALC-DIGIT (WS-ALC-IX)                            06450000
              WHEN 1                                                    06460000
                 IF WS-ALC-OPEN-FEES < WS-ALC-REMAINING                 06470000
                    MOVE WS-ALC-OPEN-FEES TO WS-ALC-TAKE                06480000
                 ELSE                                                   06490000
                    MOVE WS-ALC-REMAINING TO WS-ALC-TAKE                06500000
                 END-IF                                                 06510000
                 ADD WS-ALC-TAKE TO WS-ALC-FEES                         06520000
                 SUBTRACT WS-ALC-TAKE FROM WS-ALC-REMAINING             06530000
              WHEN 2                                                    06540000
                 IF WS-ALC-OPEN-PEN < WS-ALC-REMAINING                  06550000
                    MOVE WS-ALC-OPEN-PEN TO WS-ALC-TAKE                 06560000
                 ELSE                                                   06570000
                    MOVE WS-ALC-REMAINING TO WS-ALC-TAKE                06580000
                 END-IF                                                 06590000
                 ADD WS-ALC-TAKE TO WS-ALC-PENALTY                      06600000
                 SUBTRACT WS-ALC-TAKE FROM WS-ALC-REMAINING             06610000
              WHEN 3                                                    06620000
                 IF WS-ALC-INT-DUE < WS-ALC-REMAINING                   06630000
                    MOVE WS-ALC-INT-DUE TO WS-ALC-TAKE                  06640000
                 ELSE                                                   06650000
                    MOVE WS-ALC-REMAINING TO WS-ALC-TAKE                06660000
                 END-IF                                                 06670000
                 ADD WS-ALC-TAKE TO WS-ALC-INTEREST                     06680000
                 SUBTRACT WS-ALC-TAKE FROM WS-ALC-REMAINING             06690000
              WHEN 4                                                    06700000
                 ADD WS-ALC-REMAINING TO WS-ALC-PRINCIPAL               06710000
                 MOVE ZERO TO WS-ALC-REMAINING                          06720000
           END-EVALUATE                                                 06730000
           EXIT.                                                        06740000
                                                                        06750000
       407-SETTLE-FEE-ROWS.                                             06760000
           MOVE 'N' TO WS-ALC-FEE-EOF-SW                                06770000
           EXEC SQL                                                     06780000
              OPEN ALLOCFEE                                             06790000
           END-EXEC                                                     06800000
           PERFORM 408-SETTLE-NEXT-FEE UNTIL WS-ALC-NO-MORE-FEES        06810000
           EXEC SQL                                                     06820000
              CLOSE ALLOCFEE                                            06830000
           END-EXEC                                                     06840000
           EXIT.                                                        06850000
                                                                        06860000
       408-SETTLE-NEXT-FEE.                                             06870000
           EXEC SQL                                                     06880000
              FETCH ALLOCFEE                                            06890000
               INTO :FEE-ID, :WS-ALC-FEE-OPEN                           06900000
           END-EXEC                                                     06910000
           IF SQLCODE NOT = 00 OR WS-ALC-SETTLE-POOL <= ZERO            06920000
              MOVE 'Y' TO WS-ALC-FEE-EOF-SW                             06930000
           ELSE                                                         06940000
              IF WS-ALC-FEE-OPEN < WS-ALC-SETTLE-POOL                   06950000
                 MOVE WS-ALC-FEE-OPEN TO WS-ALC-TAKE                    06960000
              ELSE                                                      06970000
                 MOVE WS-ALC-SETTLE-POOL TO WS-ALC-TAKE                 06980000
              END-IF                                                    06990000
              EXEC SQL                                                  07000000
                 UPDATE KALA15.FEE_HISTORY                              07010000
                    SET PAID_AMT = COALESCE(PAID_AMT, 0)                07020000
                                   + :WS-ALC-TAKE,                      07020001
                        PRIOR_PAID_AMT =                                07020002
                           CASE WHEN CHG_RUN_ID = :RUNH-RUN-ID          07020003
                                THEN PRIOR_PAID_AMT                     07020004
                                ELSE PAID_AMT END,                      07020005
                        PRIOR_WAIVED_AMT =                              07020006
                           CASE WHEN CHG_RUN_ID = :RUNH-RUN-ID          07020007
                                THEN PRIOR_WAIVED_AMT                   07020008
                                ELSE WAIVED_AMT END,                    07020009
                        CHG_RUN_ID = :RUNH-RUN-ID                       0702000A
                  WHERE FEE_ID = :FEE-ID                                07040000
              END-EXEC                                                  07050000
              SUBTRACT WS-ALC-TAKE FROM WS-ALC-SETTLE-POOL              07060000
           END-IF                                                       07070000
           EXIT.                                                        07080000
                                                                        07090000
       420-CLOSE-PAID-LOAN.                                             07100000
           MOVE 'CLOSED' TO STATUS-CODE                                 07110000
                                                                        07120000
           EXEC SQL                                                     07130000
              SELECT COALESCE(MAX(HIST_ID), 0) + 1                      07140000
                INTO :HIST-ID                                           07150000
                FROM KALA15.APPLICATION_STATUS_HISTORY                  07160000
           END-EXEC                                                     07170000
                                                                        07180000
           MOVE SCHED-APP-ID TO HIST-APP-ID                             07190000
                                                                        07200000
           EXEC SQL                                                     07210000
              INSERT INTO KALA15.APPLICATION_STATUS_HISTORY             07220000
                 (HIST_ID, APP_ID, STATUS_CODE, CHANGED_TS, CHANGED_BY, 07220001
                  RUN_ID)                                               07220002
              VALUES                                                    07240000
                 (:HIST-ID, :HIST-APP-ID, :STATUS-CODE,                 07250000
                  CURRENT TIMESTAMP, 'LOANINST', :RUNH-RUN-ID)          07250001
           END-EXEC                                                     07270000
           PERFORM 430-WRITE-OUTBOX-EVENT                               07280000
           EXIT.                                                        07290000
                                                                        07300000
      *    DROPS THE STATUS TRANSITION JUST LOGGED INTO THE EVENT       07310000
      *    OUTBOX IN THE SAME UNIT OF WORK, FOR THE LOANMQTX SENDER     07320000
      *    TO PUBLISH                                                   07330000
       430-WRITE-OUTBOX-EVENT.                                          07340000
           EXEC SQL                                                     07350000
              SELECT COALESCE(MAX(EVENT_ID), 0) + 1                     07360000
                INTO :OBX-EVENT-ID                                      07370000
                FROM KALA15.EVENT_OUTBOX                                07380000
           END-EXEC                                                     07390000
                                                                        07400000
           MOVE HIST-APP-ID TO OBX-APP-ID                               07410000
           MOVE STATUS-CODE TO OBX-STATUS-CODE                          07420000
                                                                        07430000
           EXEC SQL                                                     07440000
              INSERT INTO KALA15.EVENT_OUTBOX                           07450000
                 (EVENT_ID, APP_ID, STATUS_CODE, EVENT_TS,              07460000
                  PUBLISHED_FLAG, RUN_ID)                               07460001
              VALUES                                                    07480000
                 (:OBX-EVENT-ID, :OBX-APP-ID, :OBX-STATUS-CODE,         07490000
                  CURRENT TIMESTAMP, 'N', :RUNH-RUN-ID)                 07490001
           END-EXEC                                                     07510000
           EXIT.                                                        07520000
                                                                        07530000
      *    AN UNMATCHED INSTANT CREDIT JOINS THE SAME SUSPENSE QUEUE    07540000
      *    THE STATEMENT RUN FEEDS, FOR THE LOANSUSQ OPERATORS          07550000
       450-PARK-IN-SUSPENSE.                                            07560000
           EXEC SQL                                                     07570000
              SELECT COALESCE(MAX(SUSP_ID), 0) + 1                      07580000
                INTO :SUSP-ID                                           07590000
                FROM KALA15.SUSPENSE_PAYMENT                            07600000
           END-EXEC                                                     07610000
                                                                        07620000
           MOVE MSG-REF         TO SUSP-STMT-REF                        07630000
           MOVE MSG-AMOUNT      TO SUSP-PAY-AMOUNT                      07640000
           MOVE MSG-VALUE-DATE  TO SUSP-PAY-DATE                        07650000
           MOVE MSG-PAYER-NAME  TO SUSP-PAYER-NAME                      07660000
           MOVE MSG-PAYER-SSN   TO SUSP-PAYER-SSN                       07670000
           MOVE MSG-PAYER-IBAN  TO SUSP-PAYER-IBAN                      07680000
                                                                        07690000
           EXEC SQL                                                     07700000
              INSERT INTO KALA15.SUSPENSE_PAYMENT                       07710000
                     (SUSP_ID, STMT_REF, PAY_AMOUNT, PAY_DATE,          07720000
                      PAYER_NAME, PAYER_SSN, PAYER_IBAN,                07730000
                      SUSP_STATUS)                                      07740000
              VALUES (:SUSP-ID, :SUSP-STMT-REF, :SUSP-PAY-AMOUNT,       07750000
                      COALESCE(DATE(NULLIF(:SUSP-PAY-DATE, ' ')),       07760000
                               CURRENT DATE),                           07770000
                      :SUSP-PAYER-NAME, :SUSP-PAYER-SSN,                07780000
                      :SUSP-PAYER-IBAN, 'OPEN')                         07790000
           END-EXEC                                                     07800000
           ADD 1 TO WS-CREDITS-SUSPENDED                                07810000
           EXIT.                                                        07820000
                                                                        07830000
       460-RECORD-RESIDUAL.                                             07840000
           EXEC SQL                                                     07850000
              SELECT COALESCE(MAX(RES_ID), 0) + 1                       07860000
                INTO :RES-ID                                            07870000
                FROM KALA15.CLOSURE_RESIDUAL                            07880000
           END-EXEC                                                     07890000
           MOVE PAY-APP-ID TO RES-APP-ID                                07900000
           EXEC SQL                                                     07910000
              INSERT INTO KALA15.CLOSURE_RESIDUAL                       07920000
                 (RES_ID, APP_ID, RES_TYPE, RES_AMT, RES_DATE,          07930000
                  RES_STATUS)                                           07940000
              VALUES                                                    07950000
                 (:RES-ID, :RES-APP-ID, :RES-TYPE, :RES-AMT,            07960000
                  CURRENT DATE, :RES-STATUS)                            07970000
           END-EXEC                                                     07980000
           EXIT.                                                        07990000
                                                                        08000000
      *    THE REFERENCE IS RECORDED IN THE SAME UNIT OF WORK AS THE    08010000
      *    POSTING OR THE SUSPENSE ITEM. IF IT CANNOT BE, NOTHING OF    08020000
      *    THIS CREDIT IS KEPT: THE DATABASE WORK AND THE GET ARE BOTH  08030000
      *    BACKED OUT AND THE MESSAGE WAITS FOR THE NEXT CYCLE          08040000
       470-RECORD-INSTANT-CREDIT.                                       08050000
           MOVE MSG-REF    TO INST-REF                                  08060000
           MOVE MSG-AMOUNT TO INST-AMOUNT                               08070000
           IF WS-MATCHED                                                08080000
              MOVE APP-ID  TO INST-APP-ID                               08090000
              MOVE PAY-ID  TO INST-PAY-ID                               08100000
              MOVE ZERO    TO INST-SUSP-ID                              08110000
              SET INST-POSTED TO TRUE                                   08120000
           ELSE                                                         08130000
              MOVE ZERO    TO INST-APP-ID                               08140000
              MOVE ZERO    TO INST-PAY-ID                               08150000
              MOVE SUSP-ID TO INST-SUSP-ID                              08160000
              SET INST-SUSPENDED TO TRUE                                08170000
           END-IF                                                       08180000
           EXEC SQL                                                     08190000
              INSERT INTO KALA15.INSTANT_CREDIT                         08200000
                 (INST_REF, INST_AMOUNT, RECEIVED_TS, APP_ID,           08210000
                  PAY_ID, SUSP_ID, INST_STATUS)                         08220000
              VALUES                                                    08230000
                 (:INST-REF, :INST-AMOUNT, CURRENT TIMESTAMP,           08240000
                  :INST-APP-ID, :INST-PAY-ID, :INST-SUSP-ID,            08250000
                  :INST-STATUS)                                         08260000
           END-EXEC                                                     08270000
           IF SQLCODE NOT = 00                                          08280000
              DISPLAY 'LOANINST - CREDIT ' MSG-REF                      08290000
                      ' NOT RECORDED, SQLCODE = ' SQLCODE               08300000
              EXEC SQL                                                  08310000
                 ROLLBACK                                               08320000
              END-EXEC                                                  08330000
              CALL 'MQBACK' USING WS-HCONN, WS-COMPCODE, WS-REASON      08340000
              MOVE 8 TO RETURN-CODE                                     08350000
              MOVE 'Y' TO WS-DONE-SW                                    08360000
           END-IF                                                       08370000
           EXIT.                                                        08380000
                                                                        08390000
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   08390001
      *    POSTED, INSIDE THE SAME UNIT OF WORK - THE BALANCE           08390002
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    08390003
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       08390004
       490-REFRESH-LOAN-POSITION.                                       08390005
           MOVE 'LOANINST' TO POS-UPDATED-BY                            08390006
           EXEC SQL                                                     08390007
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   08390008
                INTO :POS-NEXT-INST-NO                                  08390009
                FROM KALA15.PAYMENT_SCHEDULE                            0839000A
               WHERE APP_ID = :POS-APP-ID                               0839000B
                 AND ACTUAL_BALANCE_AMT IS NULL                         0839000C
           END-EXEC                                                     0839000D
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      0839000E
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    0839000F
           EXEC SQL                                                     0839000G
              SELECT COALESCE(                                          0839000H
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             0839000I
                                      S.BALANCE_AMT)                    0839000J
                        FROM KALA15.PAYMENT_SCHEDULE S                  0839000K
                       WHERE S.APP_ID = A.APP_ID                        0839000L
                         AND S.INSTALLMENT_NO =                         0839000M
                             CASE WHEN :POS-NEXT-INST-NO = 0            0839000N
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    0839000O
                                    FROM KALA15.PAYMENT_SCHEDULE P      0839000P
                                   WHERE P.APP_ID = A.APP_ID)           0839000Q
                                  ELSE :POS-NEXT-INST-NO - 1            0839000R
                             END),                                      0839000S
                     A.LOAN_AMN)                                        0839000T
                INTO :POS-PRINCIPAL-BAL                                 0839000U
                FROM KALA15.APPLICATIONS A                              0839000V
               WHERE A.APP_ID = :POS-APP-ID                             0839000W
           END-EXEC                                                     0839000X
           EXEC SQL                                                     0839000Y
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  0839000Z
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 08390010
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                08390011
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    08390012
               WHERE D.APP_ID = :POS-APP-ID                             08390013
                 AND D.DELINQ_STATUS = 'OPEN'                           08390014
                 AND S.APP_ID = D.APP_ID                                08390015
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                08390016
           END-EXEC                                                     08390017
           EXEC SQL                                                     08390018
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         08390019
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0839001A
                             - COALESCE(WAIVED_AMT, 0)                  0839001B
                        ELSE 0 END), 0),                                0839001C
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          0839001D
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0839001E
                             - COALESCE(WAIVED_AMT, 0)                  0839001F
                        ELSE 0 END), 0)                                 0839001G
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    0839001H
                FROM KALA15.FEE_HISTORY                                 0839001I
               WHERE APP_ID = :POS-APP-ID                               0839001J
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0839001K
                               + COALESCE(WAIVED_AMT, 0)                0839001L
           END-EXEC                                                     0839001M
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  0839001N
           EXEC SQL                                                     0839001O
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   0839001P
                INTO :POS-PENALTY-DUE                                   0839001Q
                FROM KALA15.PENALTY_ACCRUAL                             0839001R
               WHERE APP_ID = :POS-APP-ID                               0839001S
                 AND PEN_STATUS = 'OPEN'                                0839001T
           END-EXEC                                                     0839001U
           EXEC SQL                                                     0839001V
              UPDATE KALA15.LOAN_POSITION                               0839001W
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                0839001X
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               0839001Y
                     INTEREST_DUE   = :POS-INTEREST-DUE,                0839001Z
                     FEES_DUE       = :POS-FEES-DUE,                    08390020
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 08390021
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 08390022
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                08390023
                     UPDATED_BY     = :POS-UPDATED-BY                   08390024
               WHERE APP_ID = :POS-APP-ID                               08390025
           END-EXEC                                                     08390026
           IF SQLCODE = 100                                             08390027
              EXEC SQL                                                  08390028
                 INSERT INTO KALA15.LOAN_POSITION                       08390029
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           0839002A
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           0839002B
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       0839002C
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                0839002D
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         0839002E
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               0839002F
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           0839002G
                         :POS-UPDATED-BY)                               0839002H
              END-EXEC                                                  0839002I
           END-IF                                                       0839002J
           EXIT.                                                        0839002K
                                                                        0839002L
       900-TERMINATE.                                                   08400000
           CALL 'MQCLOSE' USING WS-HCONN, WS-HOBJ, WS-CLOSE-OPTIONS,    08410000
                                WS-COMPCODE, WS-REASON                  08420000
           CALL 'MQDISC' USING WS-HCONN, WS-COMPCODE, WS-REASON         08430000
           PERFORM 950-LOG-RUN-HISTORY                                  08430001
           EXEC SQL                                                     08430002
              COMMIT                                                    08430003
           END-EXEC                                                     08430004
           DISPLAY 'LOANINST - CREDITS RECEIVED  : ' WS-CREDITS-READ    08440000
           DISPLAY 'LOANINST - CREDITS POSTED    : ' WS-CREDITS-POSTED  08450000
           DISPLAY 'LOANINST - SENT TO SUSPENSE  : '                    08460000
                   WS-CREDITS-SUSPENDED                                 08470000
           DISPLAY 'LOANINST - ALREADY RECEIVED  : '                    08480000
                   WS-CREDITS-REPEATED                                  08490000
           IF WS-CREDITS-REJECTED > ZERO                                08500000
              DISPLAY 'LOANINST - UNUSABLE DISCARDED: '                 08510000
                      WS-CREDITS-REJECTED                               08520000
           END-IF                                                       08530000
           EXIT.                                                        08540000
                                                                        08540001
      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    08540002
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    08540003
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    08540004
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   08540005
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   08540006
       945-RESERVE-RUN-ID.                                              08540007
           EXEC SQL                                                     08540008
              SELECT CHAR(CURRENT TIMESTAMP)                            08540009
                INTO :WS-RUN-START                                      0854000A
                FROM SYSIBM.SYSDUMMY1                                   0854000B
           END-EXEC                                                     0854000C
           EXEC SQL                                                     0854000D
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       0854000E
                INTO :RUNH-RUN-ID                                       0854000F
                FROM KALA15.BATCH_RUN_HISTORY                           0854000G
           END-EXEC                                                     0854000H
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0854000I
           MOVE -1 TO RUNH-RUN-RC                                       0854000J
           EXEC SQL                                                     0854000K
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0854000L
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0854000M
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0854000N
              VALUES                                                    0854000O
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0854000P
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0854000Q
           END-EXEC                                                     0854000R
           IF SQLCODE NOT = 00                                          0854000S
              DISPLAY 'LOANINST - UNABLE TO RESERVE RUN ID, SQLCODE '   0854000T
                      SQLCODE                                           0854000U
              MOVE 16 TO RETURN-CODE                                    0854000V
              STOP RUN                                                  0854000W
           END-IF                                                       0854000X
           EXEC SQL                                                     0854000Y
              COMMIT                                                    0854000Z
           END-EXEC                                                     08540010
           EXIT.                                                        08540011
                                                                        08540012
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     08540013
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       08540014
      *    CONSOLE'S DURATION TRENDING                                  08540015
       950-LOG-RUN-HISTORY.                                             08540016
           MOVE WS-CREDITS-READ TO RUNH-RECS-READ                       08540017
           MOVE WS-CREDITS-SUSPENDED TO RUNH-RECS-UPDATED               08540018
           MOVE WS-CREDITS-POSTED TO RUNH-RECS-WRITTEN                  08540019
           MOVE RETURN-CODE TO RUNH-RUN-RC                              0854001A
           EXEC SQL                                                     0854001B
              UPDATE KALA15.BATCH_RUN_HISTORY                           0854001C
                 SET END_TS       = CURRENT TIMESTAMP,                  0854001D
                     RECS_READ    = :RUNH-RECS-READ,                    0854001E
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 0854001F
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 0854001G
                     RUN_RC       = :RUNH-RUN-RC,                       0854001H
                     RUN_STATUS   = 'C'                                 0854001I
               WHERE RUN_ID = :RUNH-RUN-ID                              0854001J
           END-EXEC                                                     0854001K
           EXIT.                                                        0854001L
