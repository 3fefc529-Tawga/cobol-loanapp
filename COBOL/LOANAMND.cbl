       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANAMND.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT AMENDMENT-PRINT ASSIGN TO AMDPRINT                    00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-PRINT-STATUS.                          00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
       FD  AMENDMENT-PRINT                                              00110000
           RECORDING MODE F                                             00120000
           LABEL RECORDS STANDARD.                                      00130000
       01  PRINT-LINE              PIC X(80).                           00140000
                                                                        00150000
       WORKING-STORAGE SECTION.                                         00160000
           EXEC SQL                                                     00170000
              INCLUDE SQLCA                                             00180000
           END-EXEC.                                                    00190000
           EXEC SQL                                                     00200000
              INCLUDE APPS                                              00210000
           END-EXEC.                                                    00220000
           EXEC SQL                                                     00230000
              INCLUDE CUSTOMER                                          00240000
           END-EXEC.                                                    00250000
           EXEC SQL                                                     00260000
              INCLUDE SCHED                                             00270000
           END-EXEC.                                                    00280000
           EXEC SQL                                                     00290000
              INCLUDE AMEND                                             00300000
           END-EXEC.                                                    00310000
           EXEC SQL                                                     00320000
              INCLUDE DOCCHK                                            00330000
           END-EXEC.                                                    00340000
           EXEC SQL                                                     00350000
              INCLUDE CORRHIST                                          00360000
           END-EXEC.                                                    00370000
           EXEC SQL                                                     00380000
              INCLUDE ESIGN                                             00390000
           END-EXEC.                                                    00400000
                                                                        00410000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00420000
           88  WS-NO-MORE-AMENDMENTS VALUE 'Y'.                         00430000
       01  WS-DETAIL-EOF-SW        PIC X     VALUE 'N'.                 00440000
           88  WS-NO-MORE-DETAIL   VALUE 'Y'.                           00450000
       01  WS-PRINT-STATUS         PIC XX    VALUE '00'.                00460000
       01  WS-AMENDMENTS-CNT       PIC 9(7)  VALUE ZERO.                00470000
       01  WS-SIG-REQUESTED-CNT    PIC 9(7)  VALUE ZERO.                00480000
       01  WS-RATE                 PIC S9V9(2) COMP-3.                  00490000
       01  WS-DOC-REF              PIC X(20).                           00500000
       01  WS-AGR-REF              PIC X(20).                           00510000
                                                                        00520000
      *    EDITED FIELDS FOR THE AMENDMENT BODY AND THE ANNEX           00530000
       01  WS-ED-AMEND             PIC 9(8).                            00540000
       01  WS-ED-APP               PIC 9(8).                            00550000
       01  WS-ED-DEC               PIC ZZZZZZZ9.99.                     00560000
       01  WS-ED-RATE              PIC Z9.99.                           00570000
       01  WS-ED-APR               PIC ZZ9.999.                         00580000
       01  WS-ED-PERIOD            PIC Z9.                              00590000
       01  WS-ED-INST              PIC ZZ9.                             00600000
       01  WS-ED-PRINCIPAL         PIC ZZZZZZZ9.99.                     00610000
       01  WS-ED-INTEREST          PIC ZZZZZZZ9.99.                     00620000
       01  WS-ED-BALANCE           PIC ZZZZZZZ9.99.                     00630000
                                                                        00640000
       PROCEDURE DIVISION.                                              00650000
       000-MAIN-PARA.                                                   00660000
           PERFORM 100-INITIALIZE                                       00670000
           PERFORM 200-BUILD-ONE-AMENDMENT                              00680000
              UNTIL WS-NO-MORE-AMENDMENTS                               00690000
           PERFORM 900-TERMINATE                                        00700000
           STOP RUN.                                                    00710000
                                                                        00720000
       100-INITIALIZE.                                                  00730000
           OPEN OUTPUT AMENDMENT-PRINT                                  00740000
           IF WS-PRINT-STATUS NOT = '00'                                00750000
              DISPLAY 'LOANAMND - UNABLE TO OPEN AMENDMENT-PRINT, '     00760000
                      'STATUS = ' WS-PRINT-STATUS                       00770000
              MOVE 16 TO RETURN-CODE                                    00780000
              STOP RUN                                                  00790000
           END-IF                                                       00800000
                                                                        00810000
      *    EVERY AMENDMENT THE SERVICING SCREENS QUEUED THAT HAS NOT    00820000
      *    BEEN PRINTED YET, WITH THE AGREEMENT'S TERMS AS THEY NOW     00830000
      *    STAND - A TRANSFERRED LOAN IS ADDRESSED TO ITS NEW DEBTOR    00840000
           EXEC SQL                                                     00850000
              DECLARE AMDQUEUE CURSOR FOR                               00860000
              SELECT M.AMEND_ID, M.APP_ID, M.AMEND_TYPE,                00870000
                     M.CHANGE_TEXT, CHAR(M.EFFECTIVE_DATE),             00880000
                     M.CONSENT_FLAG,                                    00890000
                     A.CUST_SSN, A.LOAN_AMN, A.LOAN_PERIOD,             00900000
                     COALESCE(A.MO_PAYMNT, 0),                          00910000
                     COALESCE(A.TOTAL_LOAN, 0),                         00920000
                     COALESCE(A.APR_PCT, 0),                            00930000
                     A.CURRENCY_CODE,                                   00940000
                     COALESCE(I.RATE,                                   00950000
                        (SELECT O.OVERRIDE_RATE                         00960000
                           FROM KALA15.CUSTOMER_RATE_OVERRIDE O         00970000
                          WHERE O.CUST_SSN = A.CUST_SSN                 00980000
                          ORDER BY O.EXPIRY_DATE DESC                   00990000
                          FETCH FIRST 1 ROW ONLY), 0),                  01000000
                     C.F_NAME, C.L_NAME,                                01010000
                     COALESCE(C.ADDRESS, ' '),                          01020000
                     COALESCE(C.POSTAL_CODE, ' '),                      01030000
                     COALESCE(C.CITY, ' '),                             01040000
                     COALESCE(C.LANG_CODE, 'F')                         01050000
                FROM KALA15.AGREEMENT_AMENDMENT M                       01060000
                JOIN KALA15.APPLICATIONS A                              01070000
                  ON A.APP_ID = M.APP_ID                                01080000
                JOIN KALA15.CUSTOMER C                                  01090000
                  ON C.SSN = A.CUST_SSN                                 01100000
                LEFT JOIN KALA15.INTEREST I                             01110000
                  ON I.INTEREST_ID = A.INTEREST                         01120000
               WHERE M.DOC_DATE IS NULL                                 01130000
               ORDER BY M.AMEND_ID                                      01140000
           END-EXEC                                                     01150000
           EXEC SQL                                                     01160000
              OPEN AMDQUEUE                                             01170000
           END-EXEC                                                     01180000
           EXIT.                                                        01190000
                                                                        01200000
       200-BUILD-ONE-AMENDMENT.                                         01210000
           EXEC SQL                                                     01220000
              FETCH AMDQUEUE                                            01230000
               INTO :AMND-ID, :AMND-APP-ID, :AMND-TYPE,                 01240000
                    :AMND-CHANGE-TEXT, :AMND-EFFECTIVE-DATE,            01250000
                    :AMND-CONSENT-FLAG,                                 01260000
                    :CUST-SSN, :LOAN-AMN, :LOAN-PERIOD,                 01270000
                    :MO-PAYMNT, :TOTAL-LOAN, :APR-PCT,                  01280000
                    :CURRENCY-CODE, :WS-RATE,                           01290000
                    :F-NAME, :L-NAME, :CUSTOMER-ADDRESS,                01300000
                    :POSTAL-CODE, :CITY, :CUST-LANG-CODE                01310000
           END-EXEC                                                     01320000
           IF SQLCODE NOT = 00                                          01330000
              MOVE 'Y' TO WS-EOF-SW                                     01340000
           ELSE                                                         01350000
              MOVE AMND-APP-ID TO APP-ID                                01360000
              PERFORM 300-PRINT-AMENDMENT-BODY                          01370000
              PERFORM 400-PRINT-REPAYMENT-ANNEX                         01380000
              PERFORM 500-PRINT-CLOSING-BLOCK                           01390000
              PERFORM 600-FILE-DOCUMENT-REFERENCE                       01400000
              IF AMND-CONSENT-NEEDED                                    01410000
                 PERFORM 700-CREATE-SIGNATURE-REQUEST                   01420000
              END-IF                                                    01430000
              EXEC SQL                                                  01440000
                 UPDATE KALA15.AGREEMENT_AMENDMENT                      01450000
                    SET DOC_DATE = CURRENT DATE                         01460000
                  WHERE AMEND_ID = :AMND-ID                             01470000
              END-EXEC                                                  01480000
              EXEC SQL                                                  01490000
                 COMMIT                                                 01500000
              END-EXEC                                                  01510000
              ADD 1 TO WS-AMENDMENTS-CNT                                01520000
           END-IF                                                       01530000
           EXIT.                                                        01540000
                                                                        01550000
      *    WHICH AGREEMENT IS AMENDED, WHAT CHANGED AND FROM WHEN, AND  01560000
      *    THE TERMS AS THEY STAND AFTER THE CHANGE                     01570000
       300-PRINT-AMENDMENT-BODY.                                        01580000
           MOVE AMND-ID TO WS-ED-AMEND                                  01590000
           MOVE SPACES TO WS-DOC-REF                                    01600000
           STRING 'AMD' WS-ED-AMEND DELIMITED BY SIZE INTO WS-DOC-REF   01610000
           END-STRING                                                   01620000
           MOVE APP-ID TO WS-ED-APP                                     01630000
           MOVE SPACES TO WS-AGR-REF                                    01640000
           STRING 'AGR' WS-ED-APP DELIMITED BY SIZE INTO WS-AGR-REF     01650000
           END-STRING                                                   01660000
                                                                        01670000
           MOVE ALL '=' TO PRINT-LINE                                   01680000
           WRITE PRINT-LINE                                             01690000
           MOVE SPACES TO PRINT-LINE                                    01700000
           STRING 'AMENDMENT TO CREDIT AGREEMENT    REF ' WS-DOC-REF    01710000
                  DELIMITED BY SIZE INTO PRINT-LINE                     01720000
           END-STRING                                                   01730000
           WRITE PRINT-LINE                                             01740000
           MOVE ALL '=' TO PRINT-LINE                                   01750000
           WRITE PRINT-LINE                                             01760000
                                                                        01770000
           MOVE SPACES TO PRINT-LINE                                    01780000
           STRING 'AGREEMENT AMENDED: ' WS-AGR-REF                      01790000
                  DELIMITED BY SIZE INTO PRINT-LINE                     01800000
           END-STRING                                                   01810000
           WRITE PRINT-LINE                                             01820000
           MOVE SPACES TO PRINT-LINE                                    01830000
           STRING 'BORROWER: ' F-NAME ' ' L-NAME                        01840000
                  DELIMITED BY SIZE INTO PRINT-LINE                     01850000
           END-STRING                                                   01860000
           WRITE PRINT-LINE                                             01870000
           MOVE SPACES TO PRINT-LINE                                    01880000
           STRING '          ' CUSTOMER-ADDRESS ' '                     01890000
                  POSTAL-CODE ' ' CITY                                  01900000
                  DELIMITED BY SIZE INTO PRINT-LINE                     01910000
           END-STRING                                                   01920000
           WRITE PRINT-LINE                                             01930000
           MOVE SPACES TO PRINT-LINE                                    01940000
           STRING 'PERSONAL ID: ' CUST-SSN                              01950000
                  DELIMITED BY SIZE INTO PRINT-LINE                     01960000
           END-STRING                                                   01970000
           WRITE PRINT-LINE                                             01980000
      *    THE PRINT SHOP PICKS THE FIXED TEXT BY THE CUSTOMER'S        01990000
      *    SERVICE LANGUAGE - F FINNISH, S SWEDISH, E ENGLISH           02000000
           MOVE SPACES TO PRINT-LINE                                    02010000
           STRING 'LANGUAGE: ' CUST-LANG-CODE                           02020000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02030000
           END-STRING                                                   02040000
           WRITE PRINT-LINE                                             02050000
           MOVE SPACES TO PRINT-LINE                                    02060000
           WRITE PRINT-LINE                                             02070000
                                                                        02080000
           MOVE SPACES TO PRINT-LINE                                    02090000
           STRING 'CHANGE:         ' AMND-TYPE                          02100000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02110000
           END-STRING                                                   02120000
           WRITE PRINT-LINE                                             02130000
           MOVE SPACES TO PRINT-LINE                                    02140000
           STRING 'WHAT CHANGED:   ' AMND-CHANGE-TEXT                   02150000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02160000
           END-STRING                                                   02170000
           WRITE PRINT-LINE                                             02180000
           MOVE SPACES TO PRINT-LINE                                    02190000
           STRING 'EFFECTIVE DATE: ' AMND-EFFECTIVE-DATE                02200000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02210000
           END-STRING                                                   02220000
           WRITE PRINT-LINE                                             02230000
           MOVE SPACES TO PRINT-LINE                                    02240000
           WRITE PRINT-LINE                                             02250000
                                                                        02260000
           MOVE 'TERMS AFTER THIS AMENDMENT' TO PRINT-LINE              02270000
           WRITE PRINT-LINE                                             02280000
           MOVE LOAN-PERIOD TO WS-ED-PERIOD                             02290000
           MOVE MO-PAYMNT TO WS-ED-DEC                                  02300000
           MOVE SPACES TO PRINT-LINE                                    02310000
           STRING 'TERM ' WS-ED-PERIOD ' MONTHS'                        02320000
                  '  MONTHLY INSTALLMENT ' WS-ED-DEC ' '                02330000
                  CURRENCY-CODE                                         02340000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02350000
           END-STRING                                                   02360000
           WRITE PRINT-LINE                                             02370000
           MOVE WS-RATE TO WS-ED-RATE                                   02380000
           MOVE APR-PCT TO WS-ED-APR                                    02390000
           MOVE SPACES TO PRINT-LINE                                    02400000
           STRING 'NOMINAL RATE ' WS-ED-RATE                            02410000
                  '  EFFECTIVE ANNUAL RATE (APR) ' WS-ED-APR ' PCT'     02420000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02430000
           END-STRING                                                   02440000
           WRITE PRINT-LINE                                             02450000
           MOVE TOTAL-LOAN TO WS-ED-DEC                                 02460000
           MOVE SPACES TO PRINT-LINE                                    02470000
           STRING 'TOTAL PAYABLE ' WS-ED-DEC                            02480000
                  DELIMITED BY SIZE INTO PRINT-LINE                     02490000
           END-STRING                                                   02500000
           WRITE PRINT-LINE                                             02510000
           EXIT.                                                        02520000
                                                                        02530000
      *    THE NEW REPAYMENT ANNEX - EVERY INSTALLMENT STILL TO BE PAID 02540000
      *    FROM THE SCHEDULE AS THE CHANGE REGENERATED IT               02550000
       400-PRINT-REPAYMENT-ANNEX.                                       02560000
           MOVE SPACES TO PRINT-LINE                                    02570000
           WRITE PRINT-LINE                                             02580000
           MOVE 'ANNEX - REPAYMENT SCHEDULE AS AMENDED' TO PRINT-LINE   02590000
           WRITE PRINT-LINE                                             02600000
           MOVE 'INST DUE-DATE   PRINCIPAL    INTEREST     BALANCE'     02610000
              TO PRINT-LINE                                             02620000
           WRITE PRINT-LINE                                             02630000
                                                                        02640000
           MOVE 'N' TO WS-DETAIL-EOF-SW                                 02650000
           EXEC SQL                                                     02660000
              DECLARE AMDSCHED CURSOR FOR                               02670000
              SELECT INSTALLMENT_NO, CHAR(DUE_DATE),                    02680000
                     PRINCIPAL_AMT, INTEREST_AMT, BALANCE_AMT           02690000
                FROM KALA15.PAYMENT_SCHEDULE                            02700000
               WHERE APP_ID = :APP-ID                                   02710000
                 AND ACTUAL_BALANCE_AMT IS NULL                         02720000
                 AND (DEFERRED_FLAG IS NULL OR                          02730000
                      DEFERRED_FLAG NOT IN ('V', 'C'))                  02740000
               ORDER BY INSTALLMENT_NO                                  02750000
           END-EXEC                                                     02760000
           EXEC SQL                                                     02770000
              OPEN AMDSCHED                                             02780000
           END-EXEC                                                     02790000
           PERFORM 410-PRINT-ONE-INSTALLMENT UNTIL WS-NO-MORE-DETAIL    02800000
           EXEC SQL                                                     02810000
              CLOSE AMDSCHED                                            02820000
           END-EXEC                                                     02830000
           EXIT.                                                        02840000
                                                                        02850000
       410-PRINT-ONE-INSTALLMENT.                                       02860000
           EXEC SQL                                                     02870000
              FETCH AMDSCHED                                            02880000
               INTO :SCHED-INSTALLMENT-NO, :SCHED-DUE-DATE,             02890000
                    :SCHED-PRINCIPAL-AMT, :SCHED-INTEREST-AMT,          02900000
                    :SCHED-BALANCE-AMT                                  02910000
           END-EXEC                                                     02920000
           IF SQLCODE NOT = 00                                          02930000
              MOVE 'Y' TO WS-DETAIL-EOF-SW                              02940000
           ELSE                                                         02950000
              MOVE SCHED-INSTALLMENT-NO TO WS-ED-INST                   02960000
              MOVE SCHED-PRINCIPAL-AMT TO WS-ED-PRINCIPAL               02970000
              MOVE SCHED-INTEREST-AMT TO WS-ED-INTEREST                 02980000
              MOVE SCHED-BALANCE-AMT TO WS-ED-BALANCE                   02990000
              MOVE SPACES TO PRINT-LINE                                 03000000
              STRING WS-ED-INST '  ' SCHED-DUE-DATE ' '                 03010000
                     WS-ED-PRINCIPAL ' ' WS-ED-INTEREST                 03020000
                     ' ' WS-ED-BALANCE                                  03030000
                     DELIMITED BY SIZE INTO PRINT-LINE                  03040000
              END-STRING                                                03050000
              WRITE PRINT-LINE                                          03060000
           END-IF                                                       03070000
           EXIT.                                                        03080000
                                                                        03090000
      *    EVERYTHING ELSE IN THE ORIGINAL AGREEMENT STANDS. A CHANGE   03100000
      *    THAT NEEDS THE CUSTOMER'S CONSENT IS SIGNED THROUGH THE      03110000
      *    E-SIGNATURE PROVIDER; THE REST GO FOR THEIR RECORDS          03120000
       500-PRINT-CLOSING-BLOCK.                                         03130000
           MOVE SPACES TO PRINT-LINE                                    03140000
           WRITE PRINT-LINE                                             03150000
           MOVE SPACES TO PRINT-LINE                                    03160000
           STRING 'ALL OTHER TERMS OF AGREEMENT ' WS-AGR-REF            03170000
                  DELIMITED BY SIZE INTO PRINT-LINE                     03180000
           END-STRING                                                   03190000
           WRITE PRINT-LINE                                             03200000
           MOVE 'REMAIN UNCHANGED.' TO PRINT-LINE                       03210000
           WRITE PRINT-LINE                                             03220000
           MOVE SPACES TO PRINT-LINE                                    03230000
           WRITE PRINT-LINE                                             03240000
           IF AMND-CONSENT-NEEDED                                       03250000
              MOVE 'SIGNED ELECTRONICALLY UNDER THE REFERENCE ABOVE'    03260000
                 TO PRINT-LINE                                          03270000
           ELSE                                                         03280000
              MOVE 'FOR YOUR RECORDS - NO SIGNATURE IS REQUIRED'        03290000
                 TO PRINT-LINE                                          03300000
           END-IF                                                       03310000
           WRITE PRINT-LINE                                             03320000
           MOVE SPACES TO PRINT-LINE                                    03330000
           WRITE PRINT-LINE                                             03340000
           EXIT.                                                        03350000
                                                                        03360000
      *    THE CHECKLIST ROW CARRIES THE AMENDMENT REFERENCE. ONE THAT  03370000
      *    NEEDS SIGNING IS REQUIRED AND STAYS UNDATED UNTIL LOANESIG   03380000
      *    RECORDS THE SIGNED COPY; THE REST ARE FILED AS NOT REQUIRED  03390000
       600-FILE-DOCUMENT-REFERENCE.                                     03400000
           MOVE APP-ID TO DOCCHK-APP-ID                                 03410000
           MOVE AMND-CONSENT-FLAG TO DOCCHK-REQUIRED-FLAG               03420000
           EXEC SQL                                                     03430000
              SELECT COALESCE(MAX(DOC_ID), 0) + 1                       03440000
                INTO :DOCCHK-ID                                         03450000
                FROM KALA15.DOCUMENT_CHECKLIST                          03460000
           END-EXEC                                                     03470000
           EXEC SQL                                                     03480000
              INSERT INTO KALA15.DOCUMENT_CHECKLIST                     03490000
                 (DOC_ID, APP_ID, DOC_TYPE, REQUIRED_FLAG, IMAGE_REF)   03500000
              VALUES                                                    03510000
                 (:DOCCHK-ID, :DOCCHK-APP-ID, 'AMENDMENT',              03520000
                  :DOCCHK-REQUIRED-FLAG, :WS-DOC-REF)                   03530000
           END-EXEC                                                     03540000
                                                                        03550000
           MOVE APP-ID TO CORR-APP-ID                                   03560000
           MOVE 'AMENDMENT' TO CORR-TYPE                                03570000
           MOVE SPACES TO CORR-DESTINATION                              03580000
           STRING F-NAME ' ' L-NAME                                     03590000
                  DELIMITED BY SIZE INTO CORR-DESTINATION               03600000
           END-STRING                                                   03610000
           MOVE CUST-LANG-CODE TO CORR-LANG-CODE                        03620000
           EXEC SQL                                                     03630000
              SELECT COALESCE(MAX(CORR_ID), 0) + 1                      03640000
                INTO :CORR-ID                                           03650000
                FROM KALA15.CORRESPONDENCE                              03660000
           END-EXEC                                                     03670000
           EXEC SQL                                                     03680000
              INSERT INTO KALA15.CORRESPONDENCE                         03690000
                 (CORR_ID, APP_ID, CORR_TYPE, CORR_DATE, DESTINATION,   03700000
                  LANG_CODE)                                            03710000
              VALUES                                                    03720000
                 (:CORR-ID, :CORR-APP-ID, :CORR-TYPE, CURRENT DATE,     03730000
                  :CORR-DESTINATION, :CORR-LANG-CODE)                   03740000
           END-EXEC                                                     03750000
           EXIT.                                                        03760000
                                                                        03770000
      *    THE SIGNATURE REQUEST GOES OUT UNDER THE AMENDMENT'S OWN     03780000
      *    REFERENCE, SO IT NEVER STANDS IN FOR THE ORIGINAL            03790000
      *    AGREEMENT'S SIGNATURE                                        03800000
       700-CREATE-SIGNATURE-REQUEST.                                    03810000
           MOVE APP-ID TO ESIG-APP-ID                                   03820000
           MOVE WS-DOC-REF TO ESIG-AGREEMENT-REF                        03830000
           EXEC SQL                                                     03840000
              SELECT COALESCE(MAX(SIG_ID), 0) + 1                       03850000
                INTO :ESIG-SIG-ID                                       03860000
                FROM KALA15.E_SIGNATURE                                 03870000
           END-EXEC                                                     03880000
           EXEC SQL                                                     03890000
              INSERT INTO KALA15.E_SIGNATURE                            03900000
                 (SIG_ID, APP_ID, AGREEMENT_REF, SIG_STATUS,            03910000
                  REQUEST_TS)                                           03920000
              VALUES                                                    03930000
                 (:ESIG-SIG-ID, :ESIG-APP-ID, :ESIG-AGREEMENT-REF,      03940000
                  'SENT', CURRENT TIMESTAMP)                            03950000
           END-EXEC                                                     03960000
           ADD 1 TO WS-SIG-REQUESTED-CNT                                03970000
           EXIT.                                                        03980000
                                                                        03990000
       900-TERMINATE.                                                   04000000
           EXEC SQL                                                     04010000
              CLOSE AMDQUEUE                                            04020000
           END-EXEC                                                     04030000
           CLOSE AMENDMENT-PRINT                                        04040000
           EXEC SQL                                                     04050000
              COMMIT                                                    04060000
           END-EXEC                                                     04070000
           DISPLAY 'LOANAMND - AMENDMENTS PRINTED:  ' WS-AMENDMENTS-CNT 04080000
           DISPLAY 'LOANAMND - SIGNATURE REQUESTS:  '                   04090000
                   WS-SIG-REQUESTED-CNT                                 04100000
           EXIT.                                                        04110000
