           SELECT RETURNS-REPORT ASSIGN TO SDDRPT                       00120000
               ORGANIZATION IS SEQUENTIAL                               00130000
               FILE STATUS IS WS-RET-RPT-STATUS.                        00140000
           SELECT DD-PRENOTES  ASSIGN TO DDPNOUT                        00140001
               ORGANIZATION IS SEQUENTIAL                               00140002
               FILE STATUS IS WS-DD-PRE-STATUS.                         00140003
       DATA DIVISION.                                                   00150000
       FILE SECTION.                                                    00160000
      *    ONE COLLECTION INSTRUCTION PER INSTALLMENT FALLING DUE,      00170000
           LABEL RECORDS STANDARD.                                      00490000
       01  RET-RPT-LINE            PIC X(80).                           00500000
                                                                        00510000
      *    ONE PRE-NOTIFICATION PER INSTALLMENT ABOUT TO BE DRAWN -     00510001
      *    AMOUNT, DUE DATE, CREDITOR REFERENCE AND MANDATE - ROUTED BY 00510002
      *    CHANNEL (P = PRINT VENDOR, S/E = MESSAGE GATEWAY) AND        00510003
      *    WORDED IN THE DEBTOR'S LANGUAGE. DDP-RENOTICE IS 'Y' WHEN    00510004
      *    IT AMENDS A NOTICE ALREADY SENT FOR THE SAME INSTALLMENT     00510005
       FD  DD-PRENOTES                                                  00510006
           RECORDING MODE F                                             00510007
           LABEL RECORDS STANDARD.                                      00510008
       01  DDP-RECORD.                                                  00510009
           05  DDP-CHANNEL         PIC X(01).                           0051000A
           05  DDP-DESTINATION     PIC X(40).                           0051000B
           05  DDP-F-NAME          PIC X(15).                           0051000C
           05  DDP-L-NAME          PIC X(15).                           0051000D
           05  DDP-ADDRESS         PIC X(20).                           0051000E
           05  DDP-CITY            PIC X(20).                           0051000F
           05  DDP-POSTAL-CODE     PIC X(05).                           0051000G
           05  DDP-LANG-CODE       PIC X(01).                           0051000H
           05  DDP-APP-ID          PIC 9(08).                           0051000I
           05  DDP-INSTALLMENT-NO  PIC 9(03).                           0051000J
           05  DDP-AMOUNT          PIC 9(08)V99.                        0051000K
           05  DDP-CURRENCY        PIC X(03).                           0051000L
           05  DDP-DUE-DATE        PIC X(10).                           0051000M
           05  DDP-CREDITOR-REF    PIC X(20).                           0051000N
           05  DDP-MANDATE-REF     PIC X(35).                           0051000O
           05  DDP-RENOTICE        PIC X(01).                           0051000P
                                                                        0051000Q
       WORKING-STORAGE SECTION.                                         00520000
           EXEC SQL                                                     00530000
              INCLUDE SQLCA                                             00540000
           EXEC SQL                                                     00730004
              INCLUDE BUSPARM                                           00730005
           END-EXEC.                                                    00730006
           EXEC SQL                                                     00730007
              INCLUDE CUSTOMER                                          00730008
           END-EXEC.                                                    00730009
           EXEC SQL                                                     0073000A
              INCLUDE CORRHIST                                          0073000B
           END-EXEC.                                                    0073000C
           EXEC SQL                                                     0073000D
              INCLUDE SDDRPOL                                           0073000E
           END-EXEC.                                                    0073000F
           EXEC SQL                                                     0073000G
              INCLUDE SDDRTNQ                                           0073000H
           END-EXEC.                                                    0073000I
           EXEC SQL                                                     0073000J
              INCLUDE LOANPOS                                           0073000K
           END-EXEC.                                                    0073000L

           COPY FILEENV.                                                00730007
                                                                        00740000
       01  WS-DD-COLL-STATUS       PIC XX    VALUE '00'.                00770000
       01  WS-DD-RET-STATUS        PIC XX    VALUE '00'.                00780000
       01  WS-RET-RPT-STATUS       PIC XX    VALUE '00'.                00790000
       01  WS-DD-PRE-STATUS        PIC XX    VALUE '00'.                00790001
       01  WS-DD-AMOUNT            PIC S9(8)V9(2) COMP-3.               00800000
       01  WS-PRIOR-BAL            PIC S9(8)V9(2) COMP-3.               00810000
       01  WS-NEW-BAL              PIC S9(8)V9(2) COMP-3.               00820000
       01  WS-COLL-WRITTEN         PIC 9(7)  VALUE ZERO.                00840000
       01  WS-RET-POSTED           PIC 9(7)  VALUE ZERO.                00850000
       01  WS-RET-FAILED           PIC 9(7)  VALUE ZERO.                00860000
       01  WS-PRE-WRITTEN          PIC 9(7)  VALUE ZERO.                00860001
      *    PRE-NOTIFICATION LEAD TIME - THE RULEBOOK'S 14 CALENDAR      00860002
      *    DAYS UNLESS SDD_PRENOTE_DAYS AGREES A SHORTER PERIOD         00860003
       01  WS-PRENOTE-DAYS         PIC S9(9) COMP VALUE 14.             00860004
       01  WS-RENOTICE-SW          PIC X     VALUE 'N'.                 00860005
       01  WS-CHANNEL              PIC X     VALUE 'P'.                 00860006
      *    RETURN-POLICY WORK FIELDS                                    00860007
       01  WS-RET-REPRESENTED      PIC 9(7)  VALUE ZERO.                00860008
       01  WS-RET-MANDATE          PIC 9(7)  VALUE ZERO.                00860009
       01  WS-RET-QUEUED           PIC 9(7)  VALUE ZERO.                0086000A
       01  WS-REP-DATE             PIC X(10).                           0086000B
       01  WS-REP-CNT              PIC S9(4) COMP.                      0086000C
       01  WS-ROLL-NONBUS          PIC S9(9) COMP.                      0086000D
       01  WS-RET-ACTION           PIC X(28).                           0086000E
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANSDD'.           00870000
       01  WS-GATE-WAITING         PIC S9(4) COMP VALUE ZERO.           00870001
      *    RETURNS-MODE RESTART - RECORDS AT OR BEFORE THE LAST         00870001

       LINKAGE SECTION.                                                 00890000
      *    JCL PARM='COLLECT' WRITES THE OUTBOUND COLLECTION FILE,      00900000
      *    PARM='RETURNS' APPLIES THE BANK'S RETURN CYCLE,              00900001
      *    PARM='PRENOTE' PRE-NOTIFIES DEBTORS OF COMING COLLECTIONS    00900002
       01  LK-MODE-PARM.                                                00920000
           05  LK-MODE-LEN         PIC S9(4) COMP.                      00930000
           05  LK-MODE-VALUE       PIC X(8).                            00940000
       PROCEDURE DIVISION USING LK-MODE-PARM.                           00960000
       000-MAIN-PARA.                                                   00970000
           PERFORM 100-INITIALIZE                                       00980000
           EVALUATE LK-MODE-VALUE                                       00980001
              WHEN 'RETURNS'                                            00980002
                 PERFORM 600-FETCH-RETURN-RECORD UNTIL WS-NO-MORE-ROWS  00980003
              WHEN 'PRENOTE'                                            00980004
                 PERFORM 300-FETCH-PRENOTE-INSTALLMENT                  00980005
                    UNTIL WS-NO-MORE-ROWS                               00980006
              WHEN OTHER                                                00980007
                 PERFORM 200-FETCH-DUE-INSTALLMENT UNTIL WS-NO-MORE-ROWS00980008
           END-EVALUATE                                                 00980009
           PERFORM 900-TERMINATE                                        01040000
           STOP RUN.                                                    01050000
                                                                        01060000
           PERFORM 140-CHECK-CYCLE-GATE                                 01060001
      *    THE RETURN FILE'S ENVELOPE IS PROVEN BEFORE THE FIRST        01060002
      *    DATABASE CHANGE OF ANY KIND - EVEN THE CHECKPOINT ROW        01060003
      *    THE PRENOTE PASS TAKES NO CHECKPOINT - ITS OWN MARK ON THE   01060004
      *    SCHEDULE ROW MAKES A RERUN SAFE, AND IT MUST NOT DISTURB     01060005
      *    THE RESTART POINT OF A COLLECT OR RETURNS RUN                01060006
           EVALUATE LK-MODE-VALUE                                       01060007
              WHEN 'RETURNS'                                            01060008
                 PERFORM 120-OPEN-RETURNS-FILES                         01060009
                 PERFORM 130-VALIDATE-ENVELOPE                          0106000A
                 PERFORM 945-RESERVE-RUN-ID                             0106000B
                 PERFORM 150-ESTABLISH-CHECKPOINT                       0106000B
              WHEN 'PRENOTE'                                            0106000C
                 PERFORM 945-RESERVE-RUN-ID                             0106000D
                 PERFORM 160-OPEN-PRENOTE-FILE                          0106000D
              WHEN OTHER                                                0106000E
                 PERFORM 945-RESERVE-RUN-ID                             0106000F
                 PERFORM 150-ESTABLISH-CHECKPOINT                       0106000F
                 PERFORM 110-OPEN-COLLECTION-FILE                       0106000G
           END-EVALUATE                                                 0106000H
           EXIT.                                                        0106000C
                                                                        01150000
       110-OPEN-COLLECTION-FILE.                                        01160000
      *    MANDATE - PAPER-NOTICE CUSTOMERS SIMPLY NEVER MATCH HERE     01280000
           EXEC SQL                                                     01290000
              DECLARE DUECOLL CURSOR FOR                                01300000
                 SELECT S.APP_ID, S.INSTALLMENT_NO,                     01300001
                        CHAR(COALESCE(S.REPRESENT_DATE, S.DUE_DATE)),   01300002
                        S.PRINCIPAL_AMT + S.INTEREST_AMT,               01320000
                        A.CUST_SSN, A.CURRENCY_CODE,                    01330000
                        B.IBAN, COALESCE(B.BIC, ' '),                   01340000
      *             AND WAS NOT ALREADY PRESENTED ON AN EARLIER         01420001
      *             NIGHT INSIDE THE SAME WINDOW                        01420002
                    AND S.PRESENTED_DATE IS NULL                        01420003
      *             A RETURNED DEBIT DUE FOR RE-PRESENTATION IS DRAWN   01420004
      *             ON ITS RE-PRESENTATION DATE INSTEAD                 01420005
                    AND COALESCE(S.REPRESENT_DATE, S.DUE_DATE)          01420006
                        BETWEEN CURRENT DATE AND CURRENT DATE + 5 DAYS  01420007
                    AND EXISTS                                          01450000
                       (SELECT 1 FROM KALA15.DISBURSEMENT D             01460000
                         WHERE D.APP_ID = S.APP_ID                      01470000
                         S.DEFERRED_FLAG NOT IN ('V', 'C'))             01482001
      *          ESTATE CASES ARE NEVER COLLECTED OR DUNNED             0148200B
                 AND A.STATUS <> 5                                       0148200
      *             A STOP CODE BLOCKING DIRDEBIT ON THE LOAN, OR       0148200C
      *             ON ITS CUSTOMER WITH NO LOAN NAMED, HOLDS THE       0148200D
      *             COLLECTION BACK UNTIL THE STOP IS RELEASED          0148200E
                    AND NOT EXISTS                                      0148200F
                       (SELECT 1 FROM KALA15.STOP_CODE SC,              0148200G
                                      KALA15.STOP_CODE_BLOCK SB         0148200H
                         WHERE SC.CUST_SSN = A.CUST_SSN                 0148200I
                           AND (SC.APP_ID = A.APP_ID                    0148200J
                             OR SC.APP_ID IS NULL)                      0148200K
                           AND SC.STOP_STATUS = 'A'                     0148200L
                           AND SB.STOP_CODE = SC.STOP_CODE              0148200M
                           AND SB.ACTIVITY = 'DIRDEBIT')                0148200N
           END-EXEC                                                     01490000
           EXEC SQL                                                     01500000
              OPEN DUECOLL                                              01510000
           END-EVALUATE                                                 02040000
           EXIT.                                                        02050000
                                                                        02060000
      *    AN INSTALLMENT IS PRE-NOTIFIED ONCE IT COMES WITHIN THE      02060001
      *    LEAD TIME OF ITS DUE DATE ON THE SAME TERMS THE COLLECTION   02060002
      *    RUN WILL DRAW IT - AND AGAIN WHENEVER THE AMOUNT OR DATE IT  02060003
      *    WILL BE DRAWN FOR NO LONGER MATCHES THE LAST NOTICE SENT.    02060004
      *    ONCE PRESENTED IT IS NEVER NOTIFIED AGAIN                    02060005
       160-OPEN-PRENOTE-FILE.                                           02060006
           OPEN OUTPUT DD-PRENOTES                                      02060007
           IF WS-DD-PRE-STATUS NOT = '00'                               02060008
              DISPLAY 'LOANSDD - UNABLE TO OPEN DD-PRENOTES, '          02060009
                      'STATUS = ' WS-DD-PRE-STATUS                      0206000A
              MOVE 16 TO RETURN-CODE                                    0206000B
              STOP RUN                                                  0206000C
           END-IF                                                       0206000D
           MOVE 'SDD_PRENOTE_DAYS' TO BUSPARM-NAME                      0206000E
           EXEC SQL                                                     0206000F
              SELECT PARAM_VALUE                                        0206000G
                INTO :BUSPARM-VALUE                                     0206000H
                FROM KALA15.BUSINESS_PARAM                              0206000I
               WHERE PARAM_NAME = :BUSPARM-NAME                         0206000J
                 AND EFFECTIVE_DATE <= CURRENT DATE                     0206000K
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     0206000L
           END-EXEC                                                     0206000M
           IF SQLCODE = 00                                              0206000N
              MOVE BUSPARM-VALUE TO WS-PRENOTE-DAYS                     0206000O
           END-IF                                                       0206000P
                                                                        0206000Q
           EXEC SQL                                                     0206000R
              DECLARE DUEPRE CURSOR FOR                                 0206000S
                 SELECT S.APP_ID, S.INSTALLMENT_NO,                     0206000T
                        CHAR(COALESCE(S.REPRESENT_DATE, S.DUE_DATE)),   0206000U
                        S.PRINCIPAL_AMT + S.INTEREST_AMT,               0206000U
                        A.CUST_SSN, A.CURRENCY_CODE,                    0206000V
                        COALESCE(B.MANDATE_REF, ' '),                   0206000W
                        COALESCE(S.CREDITOR_REF, ' '),                  0206000X
                        CASE WHEN S.PRENOTE_AMT IS NULL                 0206000Y
                             THEN 'N' ELSE 'Y' END                      0206000Z
                   FROM KALA15.PAYMENT_SCHEDULE S,                      02060010
                        KALA15.APPLICATIONS A,                          02060011
                        KALA15.CUSTOMER_BANK_ACCOUNT B                  02060012
                  WHERE S.APP_ID = A.APP_ID                             02060013
                    AND B.CUST_SSN = A.CUST_SSN                         02060014
                    AND B.MANDATE_STATUS = 'ACTIVE'                     02060015
                    AND S.ACTUAL_BALANCE_AMT IS NULL                    02060016
                    AND S.PRESENTED_DATE IS NULL                        02060017
                    AND COALESCE(S.REPRESENT_DATE, S.DUE_DATE)          02060018
                        BETWEEN CURRENT DATE AND                        02060019
                        CURRENT DATE + :WS-PRENOTE-DAYS DAYS            02060019
                    AND (S.PRENOTE_AMT IS NULL                          0206001A
                      OR S.PRENOTE_AMT <>                               0206001B
                         S.PRINCIPAL_AMT + S.INTEREST_AMT               0206001C
                      OR S.PRENOTE_DUE_DATE <>                          0206001D
                         COALESCE(S.REPRESENT_DATE, S.DUE_DATE))        0206001E
                    AND EXISTS                                          0206001E
                       (SELECT 1 FROM KALA15.DISBURSEMENT D             0206001F
                         WHERE D.APP_ID = S.APP_ID                      0206001G
                           AND D.DISB_STATUS = 'SENT')                  0206001H
                    AND (S.DEFERRED_FLAG IS NULL OR                     0206001I
                         S.DEFERRED_FLAG NOT IN ('V', 'C'))             0206001J
                    AND A.STATUS <> 5                                   0206001K
      *             A STOP CODE BLOCKING DIRDEBIT ON THE LOAN, OR       0206001L
      *             ON ITS CUSTOMER WITH NO LOAN NAMED, HOLDS THE       0206001M
      *             COLLECTION BACK UNTIL THE STOP IS RELEASED          0206001N
                    AND NOT EXISTS                                      0206001O
                       (SELECT 1 FROM KALA15.STOP_CODE SC,              0206001P
                                      KALA15.STOP_CODE_BLOCK SB         0206001Q
                         WHERE SC.CUST_SSN = A.CUST_SSN                 0206001R
                           AND (SC.APP_ID = A.APP_ID                    0206001S
                             OR SC.APP_ID IS NULL)                      0206001T
                           AND SC.STOP_STATUS = 'A'                     0206001U
                           AND SB.STOP_CODE = SC.STOP_CODE              0206001V
                           AND SB.ACTIVITY = 'DIRDEBIT')                0206001W
           END-EXEC                                                     0206001L
           EXEC SQL                                                     0206001M
              OPEN DUEPRE                                               0206001N
           END-EXEC                                                     0206001O
           EXIT.                                                        0206001P
                                                                        0206001Q
       200-FETCH-DUE-INSTALLMENT.                                       02070000
           EXEC SQL                                                     02080000
              FETCH DUECOLL                                             02090000
              MOVE 00 TO SQLCODE                                        0232000J
           END-IF                                                       0232000K
           EXIT.                                                        0232000L
                                                                        0232000M
       300-FETCH-PRENOTE-INSTALLMENT.                                   0232000N
           EXEC SQL                                                     0232000O
              FETCH DUEPRE                                              0232000P
               INTO :SCHED-APP-ID, :SCHED-INSTALLMENT-NO,               0232000Q
                    :SCHED-DUE-DATE, :WS-DD-AMOUNT,                     0232000R
                    :CUST-SSN, :CURRENCY-CODE,                          0232000S
                    :BANKACCT-MANDATE-REF, :SCHED-CREDITOR-REF,         0232000T
                    :WS-RENOTICE-SW                                     0232000U
           END-EXEC                                                     0232000V
                                                                        0232000W
           IF SQLCODE = 00                                              0232000X
      *       THE NOTICE GOES TO WHOEVER WILL ACTUALLY BE DEBITED -     0232000Y
      *       THE GUARANTOR ONCE THE GUARANTEE HAS BEEN CALLED          0232000Z
              PERFORM 250-REDIRECT-TO-GUARANTOR                         02320010
           END-IF                                                       02320011
           IF SQLCODE NOT = 00                                          02320012
              MOVE 'Y' TO WS-EOF-SW                                     02320013
           ELSE                                                         02320014
              PERFORM 310-LOAD-DEBTOR-CONTACT                           02320015
              MOVE WS-CHANNEL           TO DDP-CHANNEL                  02320016
              MOVE EMAIL-ADDR           TO DDP-DESTINATION              02320017
              MOVE F-NAME               TO DDP-F-NAME                   02320018
              MOVE L-NAME               TO DDP-L-NAME                   02320019
              MOVE CUSTOMER-ADDRESS     TO DDP-ADDRESS                  0232001A
              MOVE CITY                 TO DDP-CITY                     0232001B
              MOVE POSTAL-CODE          TO DDP-POSTAL-CODE              0232001C
              MOVE CUST-LANG-CODE       TO DDP-LANG-CODE                0232001D
              MOVE SCHED-APP-ID         TO DDP-APP-ID                   0232001E
              MOVE SCHED-INSTALLMENT-NO TO DDP-INSTALLMENT-NO           0232001F
              MOVE WS-DD-AMOUNT         TO DDP-AMOUNT                   0232001G
              MOVE CURRENCY-CODE        TO DDP-CURRENCY                 0232001H
              MOVE SCHED-DUE-DATE       TO DDP-DUE-DATE                 0232001I
              MOVE SCHED-CREDITOR-REF   TO DDP-CREDITOR-REF             0232001J
              MOVE BANKACCT-MANDATE-REF TO DDP-MANDATE-REF              0232001K
              MOVE WS-RENOTICE-SW       TO DDP-RENOTICE                 0232001L
              WRITE DDP-RECORD                                          0232001M
              PERFORM 320-RECORD-PRENOTE                                0232001N
              ADD 1 TO WS-PRE-WRITTEN                                   0232001O
           END-IF                                                       0232001P
           EXIT.                                                        0232001Q
                                                                        0232001R
      *    THE DEBTOR'S NAME, POSTAL ADDRESS, LANGUAGE AND CHANNEL -    0232001S
      *    AN ELECTRONIC CHANNEL ONLY WITH ITS CONSENT AND A            0232001T
      *    DESTINATION ON FILE, OTHERWISE BY POST                       0232001U
       310-LOAD-DEBTOR-CONTACT.                                         0232001V
           EXEC SQL                                                     0232001W
              SELECT F_NAME, L_NAME,                                    0232001X
                     COALESCE(ADDRESS, ' '),                            0232001Y
                     COALESCE(CITY, ' '),                               0232001Z
                     COALESCE(POSTAL_CODE, ' '),                        02320020
                     COALESCE(LANG_CODE, 'F'),                          02320021
                     CASE                                               02320022
                        WHEN PREF_CHANNEL = 'S'                         02320023
                         AND SMS_CONSENT = 'Y'                          02320024
                         AND PHONE_NO IS NOT NULL THEN 'S'              02320025
                        WHEN PREF_CHANNEL = 'E'                         02320026
                         AND EMAIL_CONSENT = 'Y'                        02320027
                         AND EMAIL IS NOT NULL THEN 'E'                 02320028
                        ELSE 'P'                                        02320029
                     END,                                               0232002A
                     CASE                                               0232002B
                        WHEN PREF_CHANNEL = 'S'                         0232002C
                         AND SMS_CONSENT = 'Y'                          0232002D
                         AND PHONE_NO IS NOT NULL THEN PHONE_NO         0232002E
                        WHEN PREF_CHANNEL = 'E'                         0232002F
                         AND EMAIL_CONSENT = 'Y'                        0232002G
                         AND EMAIL IS NOT NULL THEN EMAIL               0232002H
                        ELSE ' '                                        0232002I
                     END                                                0232002J
                INTO :F-NAME, :L-NAME, :CUSTOMER-ADDRESS, :CITY,        0232002K
                     :POSTAL-CODE, :CUST-LANG-CODE, :WS-CHANNEL,        0232002L
                     :EMAIL-ADDR                                        0232002M
                FROM KALA15.CUSTOMER                                    0232002N
               WHERE SSN = :CUST-SSN                                    0232002O
           END-EXEC                                                     0232002P
           IF SQLCODE NOT = 00                                          0232002Q
              MOVE SPACES TO F-NAME L-NAME CUSTOMER-ADDRESS CITY        0232002R
                             POSTAL-CODE EMAIL-ADDR                     0232002S
              MOVE 'F' TO CUST-LANG-CODE                                0232002T
              MOVE 'P' TO WS-CHANNEL                                    0232002U
           END-IF                                                       0232002V
           EXIT.                                                        0232002W
                                                                        0232002X
      *    THE NOTICE GOES ON THE UNIFIED CORRESPONDENCE HISTORY AND    0232002Y
      *    THE AMOUNT AND DATE IT QUOTED ARE STAMPED ON THE SCHEDULE    0232002Z
      *    ROW - THE MARK THAT KEEPS IT FROM BEING SENT TWICE           02320030
       320-RECORD-PRENOTE.                                              02320031
           EXEC SQL                                                     02320032
              SELECT COALESCE(MAX(CORR_ID), 0) + 1                      02320033
                INTO :CORR-ID                                           02320034
                FROM KALA15.CORRESPONDENCE                              02320035
           END-EXEC                                                     02320036
           MOVE SCHED-APP-ID TO CORR-APP-ID                             02320037
           MOVE 'SDDPRENOTE' TO CORR-TYPE                               02320038
           MOVE SPACES TO CORR-DESTINATION                              02320039
           IF WS-CHANNEL = 'P'                                          0232003A
              STRING F-NAME ' ' L-NAME                                  0232003B
                     DELIMITED BY SIZE INTO CORR-DESTINATION            0232003C
              END-STRING                                                0232003D
           ELSE                                                         0232003E
              MOVE EMAIL-ADDR TO CORR-DESTINATION                       0232003F
           END-IF                                                       0232003G
           MOVE CUST-LANG-CODE TO CORR-LANG-CODE                        0232003H
           EXEC SQL                                                     0232003I
              INSERT INTO KALA15.CORRESPONDENCE                         0232003J
                 (CORR_ID, APP_ID, CORR_TYPE, CORR_DATE, DESTINATION,   0232003K
                  LANG_CODE)                                            0232003L
              VALUES                                                    0232003M
                 (:CORR-ID, :CORR-APP-ID, :CORR-TYPE, CURRENT DATE,     0232003N
                  :CORR-DESTINATION, :CORR-LANG-CODE)                   0232003O
           END-EXEC                                                     0232003P
                                                                        0232003Q
           MOVE WS-DD-AMOUNT TO SCHED-PRENOTE-AMT                       0232003R
           EXEC SQL                                                     0232003S
              UPDATE KALA15.PAYMENT_SCHEDULE                            0232003T
                 SET PRENOTE_AMT = :SCHED-PRENOTE-AMT,                  0232003U
                     PRENOTE_DUE_DATE = DATE(:SCHED-DUE-DATE)           0232003V
               WHERE APP_ID = :SCHED-APP-ID                             0232003W
                 AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO             0232003X
           END-EXEC                                                     0232003Y
           EXIT.                                                        0232003Z

       600-FETCH-RETURN-RECORD.                                         02330001
           READ DD-RETURNS                                              02330002
                                                                        02640000
           EXEC SQL                                                     02650000
              UPDATE KALA15.PAYMENT_SCHEDULE                            02660000
                 SET ACTUAL_BALANCE_AMT = :WS-NEW-BAL,                  02660001
                     REPRESENT_DATE = NULL,                             02660002
                     RUN_ID = :RUNH-RUN-ID                              02660003
               WHERE APP_ID = :SCHED-APP-ID                             02680000
                 AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO             02690000
           END-EXEC                                                     02700000
              INSERT INTO KALA15.PAYMENT                                02830000
                     (PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE, PAY_TYPE,   02840000
                      BALANCE_AFTER, ALLOC_FEES, ALLOC_PENALTY,         02850000
                      ALLOC_INTEREST, ALLOC_PRINCIPAL, RUN_ID)          02850001
              VALUES (:PAY-ID, :PAY-APP-ID, :PAY-AMOUNT, CURRENT DATE,  02860000
                      :PAY-TYPE, :PAY-BALANCE-AFTER, :PAY-ALLOC-FEES,   02870000
                      :PAY-ALLOC-PENALTY, :PAY-ALLOC-INTEREST,          02870001
                      :PAY-ALLOC-PRINCIPAL, :RUNH-RUN-ID)               02870002
           END-EXEC                                                     02880000
                                                                        02890000
           IF WS-NEW-BAL = ZERO                                         02900000
              PERFORM 720-CLOSE-COLLECTED-LOAN                          02910000
           END-IF                                                       02920000
           ADD 1 TO WS-RET-POSTED                                       02930000
           MOVE SCHED-APP-ID TO POS-APP-ID                              02930001
           PERFORM 750-REFRESH-LOAN-POSITION                            02930002
           EXIT.                                                        02940000
                                                                        02950000
      *    SPREADS THE COLLECTED AMOUNT DOWN THE SAME CONFIGURED        03561001
              EXEC SQL                                                  03561148
                 UPDATE KALA15.FEE_HISTORY                              03561149
                    SET PAID_AMT = COALESCE(PAID_AMT, 0)                03561150
                                   + :WS-ALC-TAKE,                      03561151
                        PRIOR_PAID_AMT =                                03561152
                           CASE WHEN CHG_RUN_ID = :RUNH-RUN-ID          03561153
                                THEN PRIOR_PAID_AMT                     03561154
                                ELSE PAID_AMT END,                      03561155
                        PRIOR_WAIVED_AMT =                              03561156
                           CASE WHEN CHG_RUN_ID = :RUNH-RUN-ID          03561157
                                THEN PRIOR_WAIVED_AMT                   03561158
                                ELSE WAIVED_AMT END,                    03561159
                        CHG_RUN_ID = :RUNH-RUN-ID                       0356115A
                  WHERE FEE_ID = :FEE-ID                                03561152
              END-EXEC                                                  03561153
              SUBTRACT WS-ALC-TAKE FROM WS-ALC-SETTLE-POOL              03561154
      *    THE ACTUAL BALANCE THE PRIOR INSTALLMENT LEFT BEHIND, THE    02980000
      *    SAME RULE 810-FIND-PAY-INSTALLMENT APPLIES ONLINE            02990000
       710-FIND-PRIOR-BALANCE.                                          03000000
      *    THE LOAN_POSITION ROW CARRIES THE FIGURE WHEN IT IS          03000001
      *    CURRENT FOR THIS INSTALLMENT - A LOAN WITH NO ROW, OR ONE    03000002
      *    POSTED OUT OF TURN, READS THE SCHEDULE                       03000003
           MOVE SCHED-APP-ID TO POS-APP-ID                              03000004
           EXEC SQL                                                     03000005
              SELECT NEXT_INST_NO, PRINCIPAL_BAL                        03000006
                INTO :POS-NEXT-INST-NO, :POS-PRINCIPAL-BAL              03000007
                FROM KALA15.LOAN_POSITION                               03000008
               WHERE APP_ID = :POS-APP-ID                               03000009
           END-EXEC                                                     0300000A
           IF SQLCODE = 00 AND                                          0300000B
              POS-NEXT-INST-NO = SCHED-INSTALLMENT-NO                   0300000C
              MOVE POS-PRINCIPAL-BAL TO WS-PRIOR-BAL                    0300000D
           ELSE                                                         0300000E
              IF SCHED-INSTALLMENT-NO = 1                               0300000F
                 EXEC SQL                                               0300000G
                    SELECT LOAN_AMN                                     0300000H
                      INTO :LOAN-AMN                                    0300000I
                      FROM KALA15.APPLICATIONS                          0300000J
                     WHERE APP_ID = :SCHED-APP-ID                       0300000K
                 END-EXEC                                               0300000L
                 MOVE LOAN-AMN TO WS-PRIOR-BAL                          0300000M
              ELSE                                                      0300000N
                 COMPUTE WS-PREV-INSTNO = SCHED-INSTALLMENT-NO - 1      0300000O
                 EXEC SQL                                               0300000P
                    SELECT COALESCE(ACTUAL_BALANCE_AMT, BALANCE_AMT)    0300000Q
                      INTO :WS-PRIOR-BAL                                0300000R
                      FROM KALA15.PAYMENT_SCHEDULE                      0300000S
                     WHERE APP_ID = :SCHED-APP-ID                       0300000T
                       AND INSTALLMENT_NO = :WS-PREV-INSTNO             0300000U
                 END-EXEC                                               0300000V
              END-IF                                                    0300000W
           END-IF                                                       0300000X
           EXIT.                                                        03190000
                                                                        03200000
       720-CLOSE-COLLECTED-LOAN.                                        03210000
                                                                        03310000
           EXEC SQL                                                     03320000
              INSERT INTO KALA15.APPLICATION_STATUS_HISTORY             03330000
                 (HIST_ID, APP_ID, STATUS_CODE, CHANGED_TS, CHANGED_BY, 03330001
                  RUN_ID)                                               03330002
              VALUES                                                    03350000
                 (:HIST-ID, :HIST-APP-ID, :STATUS-CODE,                 03360000
                  CURRENT TIMESTAMP, 'LOANSDD', :RUNH-RUN-ID)           03360001
           END-EXEC                                                     03380000
           PERFORM 730-WRITE-OUTBOX-EVENT                               03380001
           EXIT.                                                        03390000
                                                                        03400000
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   03400001
      *    POSTED, INSIDE THE SAME UNIT OF WORK - THE BALANCE           03400002
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    03400003
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       03400004
       750-REFRESH-LOAN-POSITION.                                       03400005
           MOVE 'LOANSDD' TO POS-UPDATED-BY                             03400006
           EXEC SQL                                                     03400007
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   03400008
                INTO :POS-NEXT-INST-NO                                  03400009
                FROM KALA15.PAYMENT_SCHEDULE                            0340000A
               WHERE APP_ID = :POS-APP-ID                               0340000B
                 AND ACTUAL_BALANCE_AMT IS NULL                         0340000C
           END-EXEC                                                     0340000D
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      0340000E
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    0340000F
           EXEC SQL                                                     0340000G
              SELECT COALESCE(                                          0340000H
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             0340000I
                                      S.BALANCE_AMT)                    0340000J
                        FROM KALA15.PAYMENT_SCHEDULE S                  0340000K
                       WHERE S.APP_ID = A.APP_ID                        0340000L
                         AND S.INSTALLMENT_NO =                         0340000M
                             CASE WHEN :POS-NEXT-INST-NO = 0            0340000N
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    0340000O
                                    FROM KALA15.PAYMENT_SCHEDULE P      0340000P
                                   WHERE P.APP_ID = A.APP_ID)           0340000Q
                                  ELSE :POS-NEXT-INST-NO - 1            0340000R
                             END),                                      0340000S
                     A.LOAN_AMN)                                        0340000T
                INTO :POS-PRINCIPAL-BAL                                 0340000U
                FROM KALA15.APPLICATIONS A                              0340000V
               WHERE A.APP_ID = :POS-APP-ID                             0340000W
           END-EXEC                                                     0340000X
           EXEC SQL                                                     0340000Y
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  0340000Z
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 03400010
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                03400011
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    03400012
               WHERE D.APP_ID = :POS-APP-ID                             03400013
                 AND D.DELINQ_STATUS = 'OPEN'                           03400014
                 AND S.APP_ID = D.APP_ID                                03400015
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                03400016
           END-EXEC                                                     03400017
           EXEC SQL                                                     03400018
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         03400019
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0340001A
                             - COALESCE(WAIVED_AMT, 0)                  0340001B
                        ELSE 0 END), 0),                                0340001C
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          0340001D
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0340001E
                             - COALESCE(WAIVED_AMT, 0)                  0340001F
                        ELSE 0 END), 0)                                 0340001G
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    0340001H
                FROM KALA15.FEE_HISTORY                                 0340001I
               WHERE APP_ID = :POS-APP-ID                               0340001J
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0340001K
                               + COALESCE(WAIVED_AMT, 0)                0340001L
           END-EXEC                                                     0340001M
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  0340001N
           EXEC SQL                                                     0340001O
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   0340001P
                INTO :POS-PENALTY-DUE                                   0340001Q
                FROM KALA15.PENALTY_ACCRUAL                             0340001R
               WHERE APP_ID = :POS-APP-ID                               0340001S
                 AND PEN_STATUS = 'OPEN'                                0340001T
           END-EXEC                                                     0340001U
           EXEC SQL                                                     0340001V
              UPDATE KALA15.LOAN_POSITION                               0340001W
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                0340001X
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               0340001Y
                     INTEREST_DUE   = :POS-INTEREST-DUE,                0340001Z
                     FEES_DUE       = :POS-FEES-DUE,                    03400020
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 03400021
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 03400022
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                03400023
                     UPDATED_BY     = :POS-UPDATED-BY                   03400024
               WHERE APP_ID = :POS-APP-ID                               03400025
           END-EXEC                                                     03400026
           IF SQLCODE = 100                                             03400027
              EXEC SQL                                                  03400028
                 INSERT INTO KALA15.LOAN_POSITION                       03400029
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           0340002A
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           0340002B
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       0340002C
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                0340002D
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         0340002E
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               0340002F
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           0340002G
                         :POS-UPDATED-BY)                               0340002H
              END-EXEC                                                  0340002I
           END-IF                                                       0340002J
           EXIT.                                                        0340002K
                                                                        0340002L
      *    A FAILED COLLECTION TAKES THE INSTALLMENT BACK TO UNPAID -   03410000
      *    ACTUAL BALANCE CLEARED SO THE LOANDELQ SWEEP PICKS IT UP -   03420000
      *    LOGS AN OFFSETTING PAYMENT ROW SO THE CASH TRAIL SHOWS THE   03430000
      *    MONEY CAME AND WENT, APPLIES THE RETURN POLICY FOR ITS       03430001
      *    REASON CODE, AND GOES ON THE RETURNS REPORT                  03430002
       800-REVERSE-FAILED-COLLECTION.                                   03450000
           MOVE DDR-APP-ID         TO SCHED-APP-ID                      03460000
           MOVE DDR-APP-ID         TO PAY-APP-ID                        03470000
                                                                        03490000
           EXEC SQL                                                     03500000
              UPDATE KALA15.PAYMENT_SCHEDULE                            03510000
                 SET ACTUAL_BALANCE_AMT = NULL,                         03510001
                     RUN_ID = :RUNH-RUN-ID                              03510002
               WHERE APP_ID = :SCHED-APP-ID                             03530000
                 AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO             03540000
                 AND ACTUAL_BALANCE_AMT IS NOT NULL                     03550000
              EXEC SQL                                                  03690000
                 INSERT INTO KALA15.PAYMENT                             03700000
                        (PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE,          03710000
                         PAY_TYPE, BALANCE_AFTER, RUN_ID)               03710001
                 VALUES (:PAY-ID, :PAY-APP-ID, :PAY-AMOUNT,             03730000
                         CURRENT DATE, :PAY-TYPE, :PAY-BALANCE-AFTER,   03730001
                         :RUNH-RUN-ID)                                  03730002
              END-EXEC                                                  03750000
           END-IF                                                       03760000
                                                                        03770000
           PERFORM 810-APPLY-RETURN-POLICY                              03770001
                                                                        03770002
           MOVE SPACES TO RET-RPT-LINE                                  03780000
           STRING 'RETURNED - APP ' DDR-APP-ID                          03790000
                  ' INSTALLMENT ' DDR-INSTALLMENT-NO                    03800000
                  ' REASON ' DDR-RESULT                                 03810000
                  ' ' WS-RET-ACTION                                     03810001
                  DELIMITED BY SIZE INTO RET-RPT-LINE                   03820000
           END-STRING                                                   03830000
           WRITE RET-RPT-LINE                                           03840000
           ADD 1 TO WS-RET-FAILED                                       03850000
           MOVE SCHED-APP-ID TO POS-APP-ID                              03850001
           PERFORM 750-REFRESH-LOAN-POSITION                            03850002
           EXIT.                                                        03860000
                                                                        03870000
      *    WHAT HAPPENS NEXT DEPENDS ON WHY THE BANK SENT IT BACK - A   03870001
      *    REASON CODE NOT ON SDD_RETURN_POLICY GOES TO AN OPERATOR     03870002
       810-APPLY-RETURN-POLICY.                                         03870003
           MOVE DDR-RESULT TO RPOL-REASON-CODE                          03870004
           EXEC SQL                                                     03870005
              SELECT POLICY_ACTION,                                     03870006
                     COALESCE(REPRESENT_DAYS, 0),                       03870007
                     COALESCE(MAX_REPRESENT, 0)                         03870008
                INTO :RPOL-POLICY-ACTION, :RPOL-REPRESENT-DAYS,         03870009
                     :RPOL-MAX-REPRESENT                                0387000A
                FROM KALA15.SDD_RETURN_POLICY                           0387000B
               WHERE REASON_CODE = :RPOL-REASON-CODE                    0387000C
           END-EXEC                                                     0387000D
           IF SQLCODE NOT = 00                                          0387000E
              MOVE 'OPERATOR' TO RPOL-POLICY-ACTION                     0387000F
           END-IF                                                       0387000G
           EVALUATE TRUE                                                0387000H
              WHEN RPOL-REPRESENT                                       0387000I
                 PERFORM 820-SCHEDULE-REPRESENTATION                    0387000J
              WHEN RPOL-MANDATE-FAIL                                    0387000K
                 PERFORM 830-DEACTIVATE-MANDATE                         0387000L
              WHEN OTHER                                                0387000M
                 PERFORM 840-QUEUE-FOR-OPERATOR                         0387000N
           END-EVALUATE                                                 0387000O
           EXIT.                                                        0387000P
                                                                        0387000Q
      *    A SHORT-OF-FUNDS RETURN IS MOSTLY A SALARY ARRIVING A DAY    0387000R
      *    OR TWO LATE - THE INSTALLMENT IS PUT BACK IN FRONT OF THE    0387000S
      *    BANK THE POLICY'S NUMBER OF BUSINESS DAYS FROM TODAY AND     0387000T
      *    HELD OUT OF DELINQUENCY UNTIL THEN. ONCE THE ALLOWED         0387000U
      *    ATTEMPTS ARE USED UP IT IS RELEASED TO THE DELINQUENCY FLOW  0387000V
       820-SCHEDULE-REPRESENTATION.                                     0387000W
           EXEC SQL                                                     0387000X
              SELECT COALESCE(REPRESENT_CNT, 0)                         0387000Y
                INTO :WS-REP-CNT                                        0387000Z
                FROM KALA15.PAYMENT_SCHEDULE                            03870010
               WHERE APP_ID = :SCHED-APP-ID                             03870011
                 AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO             03870012
           END-EXEC                                                     03870013
           IF SQLCODE NOT = 00                                          03870014
              MOVE ZERO TO WS-REP-CNT                                   03870015
           END-IF                                                       03870016
           IF WS-REP-CNT < RPOL-MAX-REPRESENT                           03870017
              IF RPOL-REPRESENT-DAYS < 1                                03870018
                 MOVE 1 TO RPOL-REPRESENT-DAYS                          03870019
              END-IF                                                    0387001A
              EXEC SQL                                                  0387001B
                 SELECT CHAR(CURRENT DATE)                              0387001C
                   INTO :WS-REP-DATE                                    0387001D
                   FROM SYSIBM.SYSDUMMY1                                0387001E
              END-EXEC                                                  0387001F
              PERFORM 821-STEP-BUSINESS-DAY                             0387001G
                 RPOL-REPRESENT-DAYS TIMES                              0387001H
              ADD 1 TO WS-REP-CNT                                       0387001I
              EXEC SQL                                                  0387001J
                 UPDATE KALA15.PAYMENT_SCHEDULE                         0387001K
                    SET PRESENTED_DATE = NULL,                          0387001L
                        REPRESENT_DATE = DATE(:WS-REP-DATE),            0387001M
                        REPRESENT_CNT = :WS-REP-CNT                     0387001N
                  WHERE APP_ID = :SCHED-APP-ID                          0387001O
                    AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO          0387001P
              END-EXEC                                                  0387001Q
              MOVE SPACES TO WS-RET-ACTION                              0387001R
              STRING 'RE-PRESENT ON ' WS-REP-DATE                       0387001S
                     DELIMITED BY SIZE INTO WS-RET-ACTION               0387001T
              END-STRING                                                0387001U
              ADD 1 TO WS-RET-REPRESENTED                               0387001V
           ELSE                                                         0387001W
              EXEC SQL                                                  0387001X
                 UPDATE KALA15.PAYMENT_SCHEDULE                         0387001Y
                    SET REPRESENT_DATE = NULL                           0387001Z
                  WHERE APP_ID = :SCHED-APP-ID                          03870020
                    AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO          03870021
              END-EXEC                                                  03870022
              MOVE 'RE-PRESENTATIONS USED UP' TO WS-RET-ACTION          03870023
           END-IF                                                       03870024
           EXIT.                                                        03870025
                                                                        03870026
      *    ONE BUSINESS DAY FORWARD - THE NEXT DATE THE BANK CALENDAR   03870027
      *    DOES NOT LIST AS A WEEKEND OR BANK HOLIDAY                   03870028
       821-STEP-BUSINESS-DAY.                                           03870029
           PERFORM 822-ADVANCE-ONE-DAY                                  0387002A
           PERFORM 822-ADVANCE-ONE-DAY                                  0387002B
              UNTIL WS-ROLL-NONBUS = ZERO                               0387002C
           EXIT.                                                        0387002D
                                                                        0387002E
       822-ADVANCE-ONE-DAY.                                             0387002F
           EXEC SQL                                                     0387002G
              SELECT CHAR(DATE(:WS-REP-DATE) + 1 DAY)                   0387002H
                INTO :WS-REP-DATE                                       0387002I
                FROM SYSIBM.SYSDUMMY1                                   0387002J
           END-EXEC                                                     0387002K
           EXEC SQL                                                     0387002L
              SELECT COUNT(*)                                           0387002M
                INTO :WS-ROLL-NONBUS                                    0387002N
                FROM KALA15.BANK_CALENDAR                               0387002O
               WHERE CAL_DATE = DATE(:WS-REP-DATE)                      0387002P
           END-EXEC                                                     0387002Q
           IF SQLCODE NOT = 00                                          0387002R
              MOVE ZERO TO WS-ROLL-NONBUS                               0387002S
           END-IF                                                       0387002T
           EXIT.                                                        0387002U
                                                                        0387002V
      *    A MANDATE THE BANK NO LONGER HONOURS IS TAKEN OUT OF USE     0387002W
      *    FOR WHOEVER WAS BEING DEBITED - THE GUARANTOR ON A CALLED    0387002X
      *    GUARANTEE - AND THAT CUSTOMER IS SWITCHED TO PAPER, SO THE   0387002Y
      *    NEXT INSTALLMENTS ARRIVE AS PRINTED PAYMENT NOTICES          0387002Z
       830-DEACTIVATE-MANDATE.                                          03870030
           EXEC SQL                                                     03870031
              SELECT CUST_SSN                                           03870032
                INTO :CUST-SSN                                          03870033
                FROM KALA15.APPLICATIONS                                03870034
               WHERE APP_ID = :SCHED-APP-ID                             03870035
           END-EXEC                                                     03870036
           PERFORM 250-REDIRECT-TO-GUARANTOR                            03870037
           EXEC SQL                                                     03870038
              UPDATE KALA15.CUSTOMER_BANK_ACCOUNT                       03870039
                 SET MANDATE_STATUS = 'INACTIVE'                        0387003A
               WHERE CUST_SSN = :CUST-SSN                               0387003B
                 AND MANDATE_STATUS = 'ACTIVE'                          0387003C
           END-EXEC                                                     0387003D
           EXEC SQL                                                     0387003E
              UPDATE KALA15.CUSTOMER                                    0387003F
                 SET PREF_CHANNEL = 'P',                                0387003G
                     ROW_VERSION = ROW_VERSION + 1                      0387003H
               WHERE SSN = :CUST-SSN                                    0387003I
           END-EXEC                                                     0387003J
           MOVE 'MANDATE INACTIVE - PAPER' TO WS-RET-ACTION             0387003K
           ADD 1 TO WS-RET-MANDATE                                      0387003L
           EXIT.                                                        0387003M
                                                                        0387003N
       840-QUEUE-FOR-OPERATOR.                                          0387003O
           EXEC SQL                                                     0387003P
              SELECT COALESCE(MAX(RTNQ_ID), 0) + 1                      0387003Q
                INTO :RTNQ-ID                                           0387003R
                FROM KALA15.SDD_RETURN_QUEUE                            0387003S
           END-EXEC                                                     0387003T
           MOVE SCHED-APP-ID         TO RTNQ-APP-ID                     0387003U
           MOVE SCHED-INSTALLMENT-NO TO RTNQ-INSTALLMENT-NO             0387003V
           MOVE DDR-RESULT           TO RTNQ-REASON-CODE                0387003W
           MOVE DDR-AMOUNT           TO RTNQ-RETURN-AMT                 0387003X
           EXEC SQL                                                     0387003Y
              INSERT INTO KALA15.SDD_RETURN_QUEUE                       0387003Z
                 (RTNQ_ID, APP_ID, INSTALLMENT_NO, REASON_CODE,         03870040
                  RETURN_AMT, QUEUED_DATE, QUEUE_STATUS)                03870041
              VALUES                                                    03870042
                 (:RTNQ-ID, :RTNQ-APP-ID, :RTNQ-INSTALLMENT-NO,         03870043
                  :RTNQ-REASON-CODE, :RTNQ-RETURN-AMT, CURRENT DATE,    03870044
                  'OPEN')                                               03870045
           END-EXEC                                                     03870046
           MOVE 'QUEUED FOR OPERATOR' TO WS-RET-ACTION                  03870047
           ADD 1 TO WS-RET-QUEUED                                       03870048
           EXIT.                                                        03870049
                                                                        0387004A
       500-CHECKPOINT-COMMIT.                                           03880000
           EXEC SQL                                                     03890000
              UPDATE KALA15.BATCH_CHECKPOINT                            03900000
           EXEC SQL                                                     0399000C
              INSERT INTO KALA15.EVENT_OUTBOX                           0399000D
                 (EVENT_ID, APP_ID, STATUS_CODE, EVENT_TS,              0399000E
                  PUBLISHED_FLAG, RUN_ID)                               0399000F
              VALUES                                                    0399000G
                 (:OBX-EVENT-ID, :OBX-APP-ID, :OBX-STATUS-CODE,         0399000H
                  CURRENT TIMESTAMP, 'N', :RUNH-RUN-ID)                 0399000I
           END-EXEC                                                     0399000J
           EXIT.                                                        0399000K

       900-TERMINATE.                                                   04000000
           EVALUATE LK-MODE-VALUE                                       04000001
              WHEN 'PRENOTE'                                            04000002
                 EXEC SQL                                               04000003
                    CLOSE DUEPRE                                        04000004
                 END-EXEC                                               04000005
                 CLOSE DD-PRENOTES                                      04000006
              WHEN 'RETURNS'                                            04000007
                 CLOSE DD-RETURNS                                       04000008
                 CLOSE RETURNS-REPORT                                   04000009
      *          THE CYCLE IS ON RECORD AS PROCESSED - THE SAME BUSINESS0400000A
      *          DATE FROM THE BANK WILL BE REFUSED FROM NOW ON         0400000B
                 MOVE WS-FILE-SOURCE  TO PROCF-SOURCE-ID                0400000C
                 MOVE WS-FILE-BUSDATE TO PROCF-BUSINESS-DATE            0400000D
                 EXEC SQL                                               0400000E
                    INSERT INTO KALA15.PROCESSED_FILES                  0400000F
                           (SOURCE_ID, BUSINESS_DATE, PROCESSED_TS,     0400000G
                            RUN_ID)                                     0400000H
                    VALUES (:PROCF-SOURCE-ID,                           0400000H
                            DATE(:PROCF-BUSINESS-DATE),                 0400000I
                            CURRENT TIMESTAMP, :RUNH-RUN-ID)            0400000J
                 END-EXEC                                               0400000K
              WHEN OTHER                                                0400000L
                 EXEC SQL                                               0400000M
                    CLOSE DUECOLL                                       0400000N
                 END-EXEC                                               0400000O
                 CLOSE DD-COLLECTION                                    0400000P
           END-EVALUATE                                                 0400000Q
           IF LK-MODE-VALUE NOT = 'PRENOTE'                             0400000R
              EXEC SQL                                                  0400000S
                 UPDATE KALA15.BATCH_CHECKPOINT                         0400000T
                    SET RUN_STATUS = 'C',                               0400000U
                        LAST_UPDATE_TS = CURRENT TIMESTAMP              0400000V
                  WHERE JOB_NAME = :WS-JOB-NAME                         0400000W
              END-EXEC                                                  0400000X
           END-IF                                                       04090000
           PERFORM 950-LOG-RUN-HISTORY                                  04150001
           EXEC SQL                                                     04160000
              COMMIT                                                    04170000
           DISPLAY 'LOANSDD - COLLECTIONS WRITTEN : ' WS-COLL-WRITTEN   04190000
           DISPLAY 'LOANSDD - RETURNS POSTED      : ' WS-RET-POSTED     04200000
           DISPLAY 'LOANSDD - RETURNS FAILED      : ' WS-RET-FAILED     04210000
           DISPLAY 'LOANSDD - RETURNS RE-PRESENTED: ' WS-RET-REPRESENTED04210001
           DISPLAY 'LOANSDD - MANDATES INACTIVATED: ' WS-RET-MANDATE    04210002
           DISPLAY 'LOANSDD - RETURNS QUEUED      : ' WS-RET-QUEUED     04210003
           DISPLAY 'LOANSDD - PRE-NOTIFICATIONS   : ' WS-PRE-WRITTEN    04210001
           EXIT.                                                        04220000

      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    04220001
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    04220002
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    04220003
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   04220004
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   04220005
       945-RESERVE-RUN-ID.                                              04220006
           EXEC SQL                                                     04220007
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       04220008
                INTO :RUNH-RUN-ID                                       04220009
                FROM KALA15.BATCH_RUN_HISTORY                           0422000A
           END-EXEC                                                     0422000B
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0422000C
           MOVE -1 TO RUNH-RUN-RC                                       0422000D
           EXEC SQL                                                     0422000E
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0422000F
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0422000G
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0422000H
              VALUES                                                    0422000I
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0422000J
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0422000K
           END-EXEC                                                     0422000L
           IF SQLCODE NOT = 00                                          0422000M
              DISPLAY 'LOANSDD - UNABLE TO RESERVE RUN ID, SQLCODE '    0422000N
                      SQLCODE                                           0422000O
              MOVE 16 TO RETURN-CODE                                    0422000P
              STOP RUN                                                  0422000Q
           END-IF                                                       0422000R
           EXEC SQL                                                     0422000S
              COMMIT                                                    0422000T
           END-EXEC                                                     0422000U
           EXIT.                                                        0422000V
                                                                        0422000W
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     0422000X
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       0422000Y
      *    CONSOLE'S DURATION TRENDING                                  04220003
       950-LOG-RUN-HISTORY.                                             04220004
           MOVE WS-RET-READ TO RUNH-RECS-READ                           0422000B
           MOVE WS-RET-POSTED TO RUNH-RECS-UPDATED                      0422000C
           MOVE WS-COLL-WRITTEN TO RUNH-RECS-WRITTEN                    0422000D
           IF LK-MODE-VALUE = 'PRENOTE'                                 0422000E
              MOVE WS-PRE-WRITTEN TO RUNH-RECS-WRITTEN                  0422000F
           END-IF                                                       0422000G
           MOVE RETURN-CODE TO RUNH-RUN-RC                              0422000E
           EXEC SQL                                                     0422000F
              UPDATE KALA15.BATCH_RUN_HISTORY                           0422000G
                 SET END_TS       = CURRENT TIMESTAMP,                  0422000H
                     RECS_READ    = :RUNH-RECS-READ,                    0422000I
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 0422000J
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 0422000K
                     RUN_RC       = :RUNH-RUN-RC,                       0422000L
                     RUN_STATUS   = 'C'                                 0422000M
               WHERE RUN_ID = :RUNH-RUN-ID                              0422000N
           END-EXEC                                                     0422000O
           EXIT.                                                        0422000P
