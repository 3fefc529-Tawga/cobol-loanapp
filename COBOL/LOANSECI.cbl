       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANSECI.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT SECCI-PRINT ASSIGN TO SECPRINT                        00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-PRINT-STATUS.                          00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    ONE FORM PER OFFER IN THE PRESCRIBED STANDARD-INFORMATION    00110000
      *    LAYOUT. THE HEADER CARRIES THE LANGUAGE AND THE DELIVERY     00120000
      *    ROUTE - THE PRINT SHOP POSTS A P FORM AND RENDERS AN S OR    00130000
      *    E FORM FOR THE SMS/E-MAIL GATEWAY TO THE DESTINATION SHOWN   00140000
       FD  SECCI-PRINT                                                  00150000
           RECORDING MODE F                                             00160000
           LABEL RECORDS STANDARD.                                      00170000
       01  PRINT-LINE              PIC X(80).                           00180000
                                                                        00190000
       WORKING-STORAGE SECTION.                                         00200000
           EXEC SQL                                                     00210000
              INCLUDE SQLCA                                             00220000
           END-EXEC.                                                    00230000
           EXEC SQL                                                     00240000
              INCLUDE APPS                                              00250000
           END-EXEC.                                                    00260000
           EXEC SQL                                                     00270000
              INCLUDE CUSTOMER                                          00280000
           END-EXEC.                                                    00290000
           EXEC SQL                                                     00300000
              INCLUDE DOCCHK                                            00310000
           END-EXEC.                                                    00320000
           EXEC SQL                                                     00330000
              INCLUDE CORRHIST                                          00340000
           END-EXEC.                                                    00350000
           EXEC SQL                                                     00360000
              INCLUDE ESIGN                                             00370000
           END-EXEC.                                                    00380000
                                                                        00390000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00400000
           88  WS-NO-MORE-OFFERS   VALUE 'Y'.                           00410000
       01  WS-PRINT-STATUS         PIC XX    VALUE '00'.                00420000
       01  WS-FORMS-CNT            PIC 9(7)  VALUE ZERO.                00430000
       01  WS-POSTED-CNT           PIC 9(7)  VALUE ZERO.                00440000
       01  WS-ELECTRONIC-CNT       PIC 9(7)  VALUE ZERO.                00450000
       01  WS-SIG-REQUESTED-CNT    PIC 9(7)  VALUE ZERO.                00460000
       01  WS-RATE                 PIC S9V9(2) COMP-3.                  00470000
       01  WS-TOTAL-COST           PIC S9(8)V9(2) COMP-3.               00480000
       01  WS-CHANNEL              PIC X(01).                           00490000
       01  WS-DESTINATION          PIC X(40).                           00500000
       01  WS-DOC-REF              PIC X(20).                           00510000
       01  WS-SIG-OPEN-CNT         PIC S9(9) COMP.                      00520000
                                                                        00530000
      *    EDITED FIELDS FOR THE FORM BODY                              00540000
       01  WS-ED-APP               PIC 9(8).                            00550000
       01  WS-ED-AMT               PIC ZZZZZZZ9.                        00560000
       01  WS-ED-DEC               PIC ZZZZZZZ9.99.                     00570000
       01  WS-ED-RATE              PIC Z9.99.                           00580000
       01  WS-ED-APR               PIC ZZ9.999.                         00590000
       01  WS-ED-PERIOD            PIC Z9.                              00600000
                                                                        00610000
       PROCEDURE DIVISION.                                              00620000
       000-MAIN-PARA.                                                   00630000
           PERFORM 100-INITIALIZE                                       00640000
           PERFORM 200-BUILD-ONE-FORM UNTIL WS-NO-MORE-OFFERS           00650000
           PERFORM 900-TERMINATE                                        00660000
           STOP RUN.                                                    00670000
                                                                        00680000
       100-INITIALIZE.                                                  00690000
           OPEN OUTPUT SECCI-PRINT                                      00700000
           IF WS-PRINT-STATUS NOT = '00'                                00710000
              DISPLAY 'LOANSECI - UNABLE TO OPEN SECCI-PRINT, '         00720000
                      'STATUS = ' WS-PRINT-STATUS                       00730000
              MOVE 16 TO RETURN-CODE                                    00740000
              STOP RUN                                                  00750000
           END-IF                                                       00760000
                                                                        00770000
      *    EVERY OPEN OFFER - APPROVED, NOT FUNDED, NOT YET SIGNED -    00780000
      *    WHOSE CUSTOMER HAS NOT BEEN GIVEN THE STANDARD INFORMATION   00790000
      *    SINCE THE OFFER WAS LAST APPROVED. A LOAN RE-APPROVED ON     00800000
      *    EDITED TERMS NEEDS A FRESH FORM; THE CHECKLIST ROW'S         00810000
      *    DELIVERED TIMESTAMP IS THE MOMENT THE LAST ONE WENT OUT, SO  00810001
      *    A RE-APPROVAL LATER THE SAME DAY STILL CALLS FOR A NEW ONE.  00810002
      *    A ROW KEYED BY HAND CARRIES ONLY ITS DATE AND COUNTS FROM    00810003
      *    THE START OF THAT DAY                                        00810004
           EXEC SQL                                                     00830000
              DECLARE SECOFFERS CURSOR FOR                              00840000
              SELECT A.APP_ID, A.CUST_SSN, A.LOAN_AMN, A.LOAN_PERIOD,   00850000
                     COALESCE(A.MO_PAYMNT, 0),                          00860000
                     COALESCE(A.TOTAL_LOAN, 0),                         00870000
                     COALESCE(A.APR_PCT, 0),                            00880000
                     COALESCE(A.ORIG_FEE_AMT, 0),                       00890000
                     COALESCE(A.INS_PLAN_CODE, ' '),                    00900000
                     COALESCE(A.INS_PREMIUM_AMT, 0),                    00910000
                     COALESCE(A.PRODUCT_CODE, 'CONSUMER'),              00920000
                     A.CURRENCY_CODE,                                   00930000
      *             THE SAME RATE THE AGREEMENT QUOTES - A NEGOTIATED   00940000
      *             CUSTOMER OVERRIDE WHEN THERE IS NO INTEREST ROW     00950000
                     COALESCE(I.RATE,                                   00960000
                        (SELECT O.OVERRIDE_RATE                         00970000
                           FROM KALA15.CUSTOMER_RATE_OVERRIDE O         00980000
                          WHERE O.CUST_SSN = A.CUST_SSN                 00990000
                          ORDER BY O.EXPIRY_DATE DESC                   01000000
                          FETCH FIRST 1 ROW ONLY), 0),                  01010000
                     C.F_NAME, C.L_NAME,                                01020000
                     COALESCE(C.ADDRESS, ' '),                          01030000
                     COALESCE(C.POSTAL_CODE, ' '),                      01040000
                     COALESCE(C.CITY, ' '),                             01050000
                     COALESCE(C.LANG_CODE, 'F'),                        01060000
      *             AN ELECTRONIC CHANNEL ONLY WITH ITS CONSENT AND A   01070000
      *             DESTINATION ON FILE, OTHERWISE BY POST              01080000
                     CASE                                               01090000
                        WHEN C.PREF_CHANNEL = 'S'                       01100000
                         AND C.SMS_CONSENT = 'Y'                        01110000
                         AND C.PHONE_NO IS NOT NULL THEN 'S'            01120000
                        WHEN C.PREF_CHANNEL = 'E'                       01130000
                         AND C.EMAIL_CONSENT = 'Y'                      01140000
                         AND C.EMAIL IS NOT NULL THEN 'E'               01150000
                        ELSE 'P'                                        01160000
                     END,                                               01170000
                     CASE                                               01180000
                        WHEN C.PREF_CHANNEL = 'S'                       01190000
                         AND C.SMS_CONSENT = 'Y'                        01200000
                         AND C.PHONE_NO IS NOT NULL THEN C.PHONE_NO     01210000
                        WHEN C.PREF_CHANNEL = 'E'                       01220000
                         AND C.EMAIL_CONSENT = 'Y'                      01230000
                         AND C.EMAIL IS NOT NULL THEN C.EMAIL           01240000
                        ELSE ' '                                        01250000
                     END                                                01260000
                FROM KALA15.APPLICATIONS A                              01270000
                JOIN KALA15.CUSTOMER C                                  01280000
                  ON C.SSN = A.CUST_SSN                                 01290000
                LEFT JOIN KALA15.INTEREST I                             01300000
                  ON I.INTEREST_ID = A.INTEREST                         01310000
               WHERE A.STATUS = 1                                       01320000
                 AND NOT EXISTS                                         01330000
                    (SELECT 1 FROM KALA15.DISBURSEMENT D                01340000
                      WHERE D.APP_ID = A.APP_ID)                        01350000
                 AND NOT EXISTS                                         01360000
                    (SELECT 1 FROM KALA15.E_SIGNATURE E                 01370000
                      WHERE E.APP_ID = A.APP_ID                         01380000
                        AND E.SIG_STATUS = 'SIGNED')                    01390000
                 AND NOT EXISTS                                         01400000
                    (SELECT 1 FROM KALA15.DOCUMENT_CHECKLIST K          01410000
                      WHERE K.APP_ID = A.APP_ID                         01420000
                        AND K.DOC_TYPE = 'SECCI'                        01430000
                        AND COALESCE(K.DELIVERED_TS,                    01430001
                                     TIMESTAMP(K.RECEIVED_DATE)) >      01430002
                         COALESCE(                                      01450000
                         (SELECT MAX(H.CHANGED_TS)                      01450001
                            FROM KALA15.APPLICATION_STATUS_HISTORY H    01470000
                           WHERE H.APP_ID = A.APP_ID                    01480000
                             AND H.STATUS_CODE = 'APPROVED'),           01490000
                         TIMESTAMP('0001-01-01-00.00.00')))             01490001
               ORDER BY A.APP_ID                                        01510000
           END-EXEC                                                     01520000
           EXEC SQL                                                     01530000
              OPEN SECOFFERS                                            01540000
           END-EXEC                                                     01550000
           EXIT.                                                        01560000
                                                                        01570000
       200-BUILD-ONE-FORM.                                              01580000
           EXEC SQL                                                     01590000
              FETCH SECOFFERS                                           01600000
               INTO :APP-ID, :CUST-SSN, :LOAN-AMN, :LOAN-PERIOD,        01610000
                    :MO-PAYMNT, :TOTAL-LOAN, :APR-PCT,                  01620000
                    :ORIG-FEE-AMT, :INS-PLAN-CODE, :INS-PREMIUM-AMT,    01630000
                    :APP-PRODUCT-CODE, :CURRENCY-CODE, :WS-RATE,        01640000
                    :F-NAME, :L-NAME, :CUSTOMER-ADDRESS,                01650000
                    :POSTAL-CODE, :CITY, :CUST-LANG-CODE,               01660000
                    :WS-CHANNEL, :WS-DESTINATION                        01670000
           END-EXEC                                                     01680000
           IF SQLCODE NOT = 00                                          01690000
              MOVE 'Y' TO WS-EOF-SW                                     01700000
           ELSE                                                         01710000
              PERFORM 300-PRINT-FORM-HEADER                             01720000
              PERFORM 400-PRINT-CREDIT-TERMS                            01730000
              PERFORM 500-PRINT-LEGAL-NOTICES                           01740000
              PERFORM 600-RECORD-DELIVERY                               01750000
              PERFORM 700-CREATE-SIGNATURE-REQUEST                      01760000
              EXEC SQL                                                  01770000
                 COMMIT                                                 01780000
              END-EXEC                                                  01790000
              ADD 1 TO WS-FORMS-CNT                                     01800000
              IF WS-CHANNEL = 'P'                                       01810000
                 ADD 1 TO WS-POSTED-CNT                                 01820000
              ELSE                                                      01830000
                 ADD 1 TO WS-ELECTRONIC-CNT                             01840000
              END-IF                                                    01850000
           END-IF                                                       01860000
           EXIT.                                                        01870000
                                                                        01880000
      *    SECTION 1 - WHO IS OFFERING THE CREDIT, TO WHOM, AND HOW     01890000
      *    THE FORM REACHES THEM                                        01900000
       300-PRINT-FORM-HEADER.                                           01910000
           MOVE APP-ID TO WS-ED-APP                                     01920000
           MOVE SPACES TO WS-DOC-REF                                    01930000
           STRING 'SEC' WS-ED-APP DELIMITED BY SIZE INTO WS-DOC-REF     01940000
           END-STRING                                                   01950000
                                                                        01960000
           MOVE ALL '=' TO PRINT-LINE                                   01970000
           WRITE PRINT-LINE                                             01980000
           MOVE SPACES TO PRINT-LINE                                    01990000
           STRING 'STANDARD EUROPEAN CONSUMER CREDIT INFORMATION'       02000000
                  '  REF ' WS-DOC-REF                                   02010000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02020000
           END-STRING                                                   02030000
           WRITE PRINT-LINE                                             02040000
           MOVE ALL '=' TO PRINT-LINE                                   02050000
           WRITE PRINT-LINE                                             02060000
      *    THE PRINT SHOP PICKS THE FORM'S FIXED TEXT BY THE            02070000
      *    CUSTOMER'S SERVICE LANGUAGE - F FINNISH, S SWEDISH,          02080000
      *    E ENGLISH - AND ROUTES IT BY THE DELIVERY LINE               02090000
           MOVE SPACES TO PRINT-LINE                                    02100000
           STRING 'LANGUAGE: ' CUST-LANG-CODE                           02110000
                  '   DELIVERY: ' WS-CHANNEL ' ' WS-DESTINATION         02120000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02130000
           END-STRING                                                   02140000
           WRITE PRINT-LINE                                             02150000
           MOVE SPACES TO PRINT-LINE                                    02160000
           STRING 'CUSTOMER: ' F-NAME ' ' L-NAME                        02170000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02180000
           END-STRING                                                   02190000
           WRITE PRINT-LINE                                             02200000
           MOVE SPACES TO PRINT-LINE                                    02210000
           STRING '          ' CUSTOMER-ADDRESS ' '                     02220000
                  POSTAL-CODE ' ' CITY                                  02230000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02240000
           END-STRING                                                   02250000
           WRITE PRINT-LINE                                             02260000
           MOVE SPACES TO PRINT-LINE                                    02270000
           STRING 'PERSONAL ID: ' CUST-SSN '   PRODUCT: '               02280000
                  APP-PRODUCT-CODE                                      02290000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02300000
           END-STRING                                                   02310000
           WRITE PRINT-LINE                                             02320000
           MOVE SPACES TO PRINT-LINE                                    02330000
           WRITE PRINT-LINE                                             02340000
           EXIT.                                                        02350000
                                                                        02360000
      *    SECTIONS 2 AND 3 - THE MAIN FEATURES OF THE CREDIT AND       02370000
      *    WHAT IT COSTS: RATE, APR, TOTAL COST, CHARGES AND ANY        02380000
      *    PAYMENT-PROTECTION INSURANCE SOLD WITH IT                    02390000
       400-PRINT-CREDIT-TERMS.                                          02400000
           MOVE 'MAIN FEATURES OF THE CREDIT' TO PRINT-LINE             02410000
           WRITE PRINT-LINE                                             02420000
           MOVE LOAN-AMN TO WS-ED-AMT                                   02430000
           MOVE SPACES TO PRINT-LINE                                    02440000
           STRING '  TOTAL AMOUNT OF CREDIT       ' WS-ED-AMT ' '       02450000
                  CURRENCY-CODE                                         02460000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02470000
           END-STRING                                                   02480000
           WRITE PRINT-LINE                                             02490000
           MOVE LOAN-PERIOD TO WS-ED-PERIOD                             02500000
           MOVE SPACES TO PRINT-LINE                                    02510000
           STRING '  DURATION OF THE AGREEMENT    ' WS-ED-PERIOD        02520000
                  ' MONTHS'                                             02530000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02540000
           END-STRING                                                   02550000
           WRITE PRINT-LINE                                             02560000
           MOVE MO-PAYMNT TO WS-ED-DEC                                  02570000
           MOVE SPACES TO PRINT-LINE                                    02580000
           STRING '  MONTHLY INSTALLMENT       ' WS-ED-DEC              02590000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02600000
           END-STRING                                                   02610000
           WRITE PRINT-LINE                                             02620000
           MOVE TOTAL-LOAN TO WS-ED-DEC                                 02630000
           MOVE SPACES TO PRINT-LINE                                    02640000
           STRING '  TOTAL AMOUNT PAYABLE      ' WS-ED-DEC              02650000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02660000
           END-STRING                                                   02670000
           WRITE PRINT-LINE                                             02680000
           MOVE SPACES TO PRINT-LINE                                    02690000
           WRITE PRINT-LINE                                             02700000
                                                                        02710000
           MOVE 'COSTS OF THE CREDIT' TO PRINT-LINE                     02720000
           WRITE PRINT-LINE                                             02730000
           MOVE WS-RATE TO WS-ED-RATE                                   02740000
           MOVE SPACES TO PRINT-LINE                                    02750000
           STRING '  BORROWING RATE (NOMINAL)        ' WS-ED-RATE       02760000
                  ' PCT'                                                02770000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02780000
           END-STRING                                                   02790000
           WRITE PRINT-LINE                                             02800000
           MOVE APR-PCT TO WS-ED-APR                                    02810000
           MOVE SPACES TO PRINT-LINE                                    02820000
           STRING '  ANNUAL PERCENTAGE RATE (APR)  ' WS-ED-APR ' PCT'   02830000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02840000
           END-STRING                                                   02850000
           WRITE PRINT-LINE                                             02860000
           MOVE ORIG-FEE-AMT TO WS-ED-DEC                               02870000
           MOVE SPACES TO PRINT-LINE                                    02880000
           STRING '  ORIGINATION CHARGE        ' WS-ED-DEC              02890000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02900000
           END-STRING                                                   02910000
           WRITE PRINT-LINE                                             02920000
      *    EVERYTHING PAYABLE ABOVE THE AMOUNT BORROWED                 02930000
           COMPUTE WS-TOTAL-COST = TOTAL-LOAN - LOAN-AMN                02940000
           IF WS-TOTAL-COST < ZERO                                      02950000
              MOVE ZERO TO WS-TOTAL-COST                                02960000
           END-IF                                                       02970000
           MOVE WS-TOTAL-COST TO WS-ED-DEC                              02980000
           MOVE SPACES TO PRINT-LINE                                    02990000
           STRING '  TOTAL COST OF THE CREDIT  ' WS-ED-DEC              03000000
                  DELIMITED BY SIZE INTO PRINT-LINE                     03010000
           END-STRING                                                   03020000
           WRITE PRINT-LINE                                             03030000
           IF INS-PLAN-CODE = SPACES                                    03040000
              MOVE '  INSURANCE                 NONE TAKEN'             03050000
                 TO PRINT-LINE                                          03060000
              WRITE PRINT-LINE                                          03070000
           ELSE                                                         03080000
              MOVE INS-PREMIUM-AMT TO WS-ED-DEC                         03090000
              MOVE SPACES TO PRINT-LINE                                 03100000
              STRING '  INSURANCE PLAN ' INS-PLAN-CODE                  03110000
                     '   PREMIUM ' WS-ED-DEC                            03120000
                     DELIMITED BY SIZE INTO PRINT-LINE                  03130000
              END-STRING                                                03140000
              WRITE PRINT-LINE                                          03150000
           END-IF                                                       03160000
           MOVE SPACES TO PRINT-LINE                                    03170000
           WRITE PRINT-LINE                                             03180000
           EXIT.                                                        03190000
                                                                        03200000
      *    SECTION 4 - THE LEGAL ASPECTS THE CUSTOMER MUST BE TOLD      03210000
      *    BEFORE BEING ASKED TO SIGN                                   03220000
       500-PRINT-LEGAL-NOTICES.                                         03230000
           MOVE 'OTHER IMPORTANT LEGAL ASPECTS' TO PRINT-LINE           03240000
           WRITE PRINT-LINE                                             03250000
           MOVE '  YOU MAY WITHDRAW FROM THE AGREEMENT WITHIN 14 DAYS'  03260000
              TO PRINT-LINE                                             03270000
           WRITE PRINT-LINE                                             03280000
           MOVE '  OF SIGNING (CONSUMER PROTECTION ACT CH.7).'          03290000
              TO PRINT-LINE                                             03300000
           WRITE PRINT-LINE                                             03310000
           MOVE '  YOU MAY REPAY EARLY AT ANY TIME, IN FULL OR IN PART;'03320000
              TO PRINT-LINE                                             03330000
           WRITE PRINT-LINE                                             03340000
           MOVE '  INTEREST IS CHARGED ONLY FOR THE PERIOD USED.'       03350000
              TO PRINT-LINE                                             03360000
           WRITE PRINT-LINE                                             03370000
           MOVE '  THE CREDIT AGREEMENT FOLLOWS FOR E-SIGNATURE UNDER'  03380000
              TO PRINT-LINE                                             03390000
           WRITE PRINT-LINE                                             03400000
           MOVE SPACES TO PRINT-LINE                                    03410000
           STRING '  REFERENCE AGR' WS-ED-APP '.'                       03420000
                  DELIMITED BY SIZE INTO PRINT-LINE                     03430000
           END-STRING                                                   03440000
           WRITE PRINT-LINE                                             03450000
           MOVE SPACES TO PRINT-LINE                                    03460000
           WRITE PRINT-LINE                                             03470000
           EXIT.                                                        03480000
                                                                        03490000
      *    THE CHECKLIST ROW IS THE DELIVERY RECORD - ITS RECEIVED      03500000
      *    DATE IS THE DAY THE FORM WENT TO THE PRINT SHOP OR THE       03510000
      *    GATEWAY AND ITS DELIVERED TIMESTAMP THE MOMENT, WHICH IS     03510001
      *    WHAT THE E-SIGNATURE REQUEST WAITS FOR.                      03510002
      *    A FORM RE-ISSUED ON EDITED TERMS RE-DATES THE SAME ROW       03530000
       600-RECORD-DELIVERY.                                             03540000
           MOVE APP-ID TO DOCCHK-APP-ID                                 03550000
           EXEC SQL                                                     03560000
              UPDATE KALA15.DOCUMENT_CHECKLIST                          03570000
                 SET RECEIVED_DATE = CURRENT DATE,                      03580000
                     DELIVERED_TS = CURRENT TIMESTAMP,                  03580001
                     IMAGE_REF = :WS-DOC-REF                            03590000
               WHERE APP_ID = :DOCCHK-APP-ID                            03600000
                 AND DOC_TYPE = 'SECCI'                                 03610000
           END-EXEC                                                     03620000
           IF SQLCODE = 100                                             03630000
              EXEC SQL                                                  03640000
                 SELECT COALESCE(MAX(DOC_ID), 0) + 1                    03650000
                   INTO :DOCCHK-ID                                      03660000
                   FROM KALA15.DOCUMENT_CHECKLIST                       03670000
              END-EXEC                                                  03680000
              EXEC SQL                                                  03690000
                 INSERT INTO KALA15.DOCUMENT_CHECKLIST                  03700000
                    (DOC_ID, APP_ID, DOC_TYPE, REQUIRED_FLAG,           03710000
                     RECEIVED_DATE, IMAGE_REF, DELIVERED_TS)            03710001
                 VALUES                                                 03730000
                    (:DOCCHK-ID, :DOCCHK-APP-ID, 'SECCI', 'Y',          03740000
                     CURRENT DATE, :WS-DOC-REF, CURRENT TIMESTAMP)      03740001
              END-EXEC                                                  03760000
           END-IF                                                       03770000
                                                                        03780000
           MOVE APP-ID TO CORR-APP-ID                                   03790000
           MOVE 'SECCI' TO CORR-TYPE                                    03800000
           IF WS-CHANNEL = 'P'                                          03810000
              MOVE SPACES TO CORR-DESTINATION                           03820000
              STRING F-NAME ' ' L-NAME                                  03830000
                     DELIMITED BY SIZE INTO CORR-DESTINATION            03840000
              END-STRING                                                03850000
           ELSE                                                         03860000
              MOVE WS-DESTINATION TO CORR-DESTINATION                   03870000
           END-IF                                                       03880000
           MOVE CUST-LANG-CODE TO CORR-LANG-CODE                        03890000
           EXEC SQL                                                     03900000
              SELECT COALESCE(MAX(CORR_ID), 0) + 1                      03910000
                INTO :CORR-ID                                           03920000
                FROM KALA15.CORRESPONDENCE                              03930000
           END-EXEC                                                     03940000
           EXEC SQL                                                     03950000
              INSERT INTO KALA15.CORRESPONDENCE                         03960000
                 (CORR_ID, APP_ID, CORR_TYPE, CORR_DATE, DESTINATION,   03970000
                  LANG_CODE)                                            03980000
              VALUES                                                    03990000
                 (:CORR-ID, :CORR-APP-ID, :CORR-TYPE, CURRENT DATE,     04000000
                  :CORR-DESTINATION, :CORR-LANG-CODE)                   04010000
           END-EXEC                                                     04020000
           EXIT.                                                        04030000
                                                                        04040000
      *    WITH THE FORM DELIVERED THE AGREEMENT CAN GO FOR SIGNING -   04050000
      *    THE REQUEST THE APPROVAL HELD BACK IS OPENED HERE, UNDER     04060000
      *    THE AGREEMENT REFERENCE, UNLESS ONE IS ALREADY OPEN          04070000
       700-CREATE-SIGNATURE-REQUEST.                                    04080000
           MOVE APP-ID TO ESIG-APP-ID                                   04090000
           MOVE SPACES TO ESIG-AGREEMENT-REF                            04100000
           STRING 'AGR' WS-ED-APP                                       04110000
                  DELIMITED BY SIZE INTO ESIG-AGREEMENT-REF             04120000
           END-STRING                                                   04130000
           EXEC SQL                                                     04140000
              SELECT COUNT(*)                                           04150000
                INTO :WS-SIG-OPEN-CNT                                   04160000
                FROM KALA15.E_SIGNATURE                                 04170000
               WHERE APP_ID = :ESIG-APP-ID                              04180000
                 AND AGREEMENT_REF = :ESIG-AGREEMENT-REF                04180001
                 AND SIG_STATUS IN ('SENT', 'VIEWED', 'SIGNED')         04190000
           END-EXEC                                                     04200000
           IF WS-SIG-OPEN-CNT = ZERO                                    04210000
              EXEC SQL                                                  04220000
                 SELECT COALESCE(MAX(SIG_ID), 0) + 1                    04230000
                   INTO :ESIG-SIG-ID                                    04240000
                   FROM KALA15.E_SIGNATURE                              04250000
              END-EXEC                                                  04260000
              EXEC SQL                                                  04270000
                 INSERT INTO KALA15.E_SIGNATURE                         04280000
                    (SIG_ID, APP_ID, AGREEMENT_REF, SIG_STATUS,         04290000
                     REQUEST_TS)                                        04300000
                 VALUES                                                 04310000
                    (:ESIG-SIG-ID, :ESIG-APP-ID, :ESIG-AGREEMENT-REF,   04320000
                     'SENT', CURRENT TIMESTAMP)                         04330000
              END-EXEC                                                  04340000
              ADD 1 TO WS-SIG-REQUESTED-CNT                             04350000
           END-IF                                                       04360000
           EXIT.                                                        04370000
                                                                        04380000
       900-TERMINATE.                                                   04390000
           EXEC SQL                                                     04400000
              CLOSE SECOFFERS                                           04410000
           END-EXEC                                                     04420000
           CLOSE SECCI-PRINT                                            04430000
           EXEC SQL                                                     04440000
              COMMIT                                                    04450000
           END-EXEC                                                     04460000
           DISPLAY 'LOANSECI - FORMS ISSUED:        ' WS-FORMS-CNT      04470000
           DISPLAY 'LOANSECI - BY POST:             ' WS-POSTED-CNT     04480000
           DISPLAY 'LOANSECI - ELECTRONIC:          ' WS-ELECTRONIC-CNT 04490000
           DISPLAY 'LOANSECI - SIGNATURE REQUESTS:  '                   04500000
                   WS-SIG-REQUESTED-CNT                                 04510000
           EXIT.                                                        04520000
