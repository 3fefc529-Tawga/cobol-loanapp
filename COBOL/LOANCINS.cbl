       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANCINS.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT RENEWAL-LETTER   ASSIGN TO INSLTR                     00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-LTR-STATUS.                            00080000
           SELECT UNINSURED-REPORT ASSIGN TO INSRPT                     00090000
               ORGANIZATION IS SEQUENTIAL                               00100000
               FILE STATUS IS WS-RPT-STATUS.                            00110000
       DATA DIVISION.                                                   00120000
       FILE SECTION.                                                    00130000
      *    ONE MAIL-MERGE RECORD PER RENEWAL REMINDER, SAME VENDOR      00140000
      *    LAYOUT FAMILY AS THE OTHER LETTER RUNS WITH THE POLICY       00150000
      *    THAT IS RUNNING OUT ADDED                                    00160000
       FD  RENEWAL-LETTER                                               00170000
           RECORDING MODE F                                             00180000
           LABEL RECORDS STANDARD.                                      00190000
       01  ILTR-RECORD.                                                 00200000
           05  ILTR-F-NAME         PIC X(15).                           00210000
           05  ILTR-L-NAME         PIC X(15).                           00220000
           05  ILTR-ADDRESS        PIC X(20).                           00230000
           05  ILTR-CITY           PIC X(20).                           00240000
           05  ILTR-POSTAL-CODE    PIC X(05).                           00250000
           05  ILTR-ASSET-TYPE     PIC X(15).                           00260000
           05  ILTR-DESCRIPTION    PIC X(40).                           00270000
           05  ILTR-INSURER        PIC X(30).                           00280000
           05  ILTR-POLICY-NO      PIC X(20).                           00290000
           05  ILTR-EXPIRY-DATE    PIC X(10).                           00300000
                                                                        00310000
      *    THE UNINSURED-COLLATERAL LIST - ONE LINE PER ITEM BEHIND A   00320000
      *    RUNNING LOAN WITH NO POLICY IN FORCE, LARGEST EXPOSURE       00330000
      *    FIRST, THEN THE RUN TOTALS                                   00340000
       FD  UNINSURED-REPORT                                             00350000
           RECORDING MODE F                                             00360000
           LABEL RECORDS STANDARD.                                      00370000
       01  INS-RPT-LINE            PIC X(132).                          00380000
                                                                        00390000
       WORKING-STORAGE SECTION.                                         00400000
           EXEC SQL                                                     00410000
              INCLUDE SQLCA                                             00420000
           END-EXEC.                                                    00430000
           EXEC SQL                                                     00440000
              INCLUDE CUSTOMER                                          00450000
           END-EXEC.                                                    00460000
           EXEC SQL                                                     00470000
              INCLUDE COLL                                              00480000
           END-EXEC.                                                    00490000
           EXEC SQL                                                     00500000
              INCLUDE COLLINS                                           00510000
           END-EXEC.                                                    00520000
           EXEC SQL                                                     00530000
              INCLUDE COLLACT                                           00540000
           END-EXEC.                                                    00550000
           EXEC SQL                                                     00560000
              INCLUDE CORRHIST                                          00570000
           END-EXEC.                                                    00580000
           EXEC SQL                                                     00590000
              INCLUDE BUSPARM                                           00600000
           END-EXEC.                                                    00610000
           EXEC SQL                                                     00620000
              INCLUDE RUNHIST                                           00630000
           END-EXEC.                                                    00640000
                                                                        00650000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00660000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00670000
       01  WS-LTR-STATUS           PIC XX    VALUE '00'.                00680000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00690000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANCINS'.          00700000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00710000
       01  WS-RUN-DATE             PIC X(10) VALUE SPACES.              00720000
      *    HOW LONG BEFORE EXPIRY THE CUSTOMER IS REMINDED, AND HOW     00730000
      *    LONG AFTER IT PROOF OF RENEWAL IS WAITED FOR BEFORE THE      00740000
      *    POLICY IS TREATED AS LAPSED                                  00750000
       01  WS-REMIND-DAYS          PIC S9(9) COMP VALUE 45.             00760000
       01  WS-GRACE-DAYS           PIC S9(9) COMP VALUE 14.             00770000
       01  WS-INS-STATE            PIC S9(4) COMP VALUE ZERO.           00780000
       01  WS-UNINS-STATUS         PIC X(8)  VALUE SPACES.              00790000
       01  WS-LOAN-CNT             PIC S9(9) COMP VALUE ZERO.           00800000
       01  WS-EXPOSURE             PIC S9(11)V9(2) COMP-3 VALUE ZERO.   00810000
       01  WS-TOTAL-EXPOSURE       PIC S9(13)V9(2) COMP-3 VALUE ZERO.   00820000
       01  WS-REMINDERS            PIC 9(7)  VALUE ZERO.                00830000
       01  WS-LAPSED               PIC 9(7)  VALUE ZERO.                00840000
       01  WS-FOLLOWUPS            PIC 9(7)  VALUE ZERO.                00850000
       01  WS-UNINSURED            PIC 9(7)  VALUE ZERO.                00860000
       01  WS-LINES-WRITTEN        PIC 9(7)  VALUE ZERO.                00870000
       01  WS-ED-COLL-ID           PIC Z(7)9.                           00880000
       01  WS-ED-APP-ID            PIC Z(7)9.                           00890000
       01  WS-ED-LOAN-CNT          PIC ZZ9.                             00900000
       01  WS-ED-APPRAISED         PIC Z(8)9.                           00910000
       01  WS-ED-EXPOSURE          PIC Z(10)9.99.                       00920000
       01  WS-ED-TOTAL             PIC Z(12)9.99.                       00930000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00940000
                                                                        00950000
       PROCEDURE DIVISION.                                              00960000
       000-MAIN-PARA.                                                   00970000
           PERFORM 100-INITIALIZE                                       00980000
           PERFORM 200-REMIND-ONE-POLICY UNTIL WS-NO-MORE-ROWS          00990000
           PERFORM 300-OPEN-LAPSE-CURSOR                                01000000
           PERFORM 310-FOLLOW-UP-ONE-LOAN UNTIL WS-NO-MORE-ROWS         01010000
           PERFORM 350-LAPSE-POLICIES                                   01020000
           PERFORM 400-OPEN-UNINSURED-CURSOR                            01030000
           PERFORM 410-LIST-ONE-ITEM UNTIL WS-NO-MORE-ROWS              01040000
           PERFORM 900-TERMINATE                                        01050000
           STOP RUN.                                                    01060000
                                                                        01070000
       100-INITIALIZE.                                                  01080000
           EXEC SQL                                                     01090000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE, ISO)   01100000
                INTO :WS-RUN-START, :WS-RUN-DATE                        01110000
                FROM SYSIBM.SYSDUMMY1                                   01120000
           END-EXEC                                                     01130000
           OPEN OUTPUT RENEWAL-LETTER                                   01140000
           OPEN OUTPUT UNINSURED-REPORT                                 01150000
           IF WS-LTR-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'      01160000
              DISPLAY 'LOANCINS - UNABLE TO OPEN OUTPUT FILES'          01170000
              MOVE 16 TO RETURN-CODE                                    01180000
              STOP RUN                                                  01190000
           END-IF                                                       01200000
                                                                        01210000
           MOVE 'INS_REMIND_DAYS' TO BUSPARM-NAME                       01220000
           PERFORM 110-FETCH-ONE-PARAM                                  01230000
           IF SQLCODE = 00                                              01240000
              MOVE BUSPARM-VALUE TO WS-REMIND-DAYS                      01250000
           END-IF                                                       01260000
           MOVE 'INS_GRACE_DAYS' TO BUSPARM-NAME                        01270000
           PERFORM 110-FETCH-ONE-PARAM                                  01280000
           IF SQLCODE = 00                                              01290000
              MOVE BUSPARM-VALUE TO WS-GRACE-DAYS                       01300000
           END-IF                                                       01310000
                                                                        01320000
      *    EVERY POLICY IN FORCE THAT RUNS OUT INSIDE THE REMINDER      01330000
      *    WINDOW AND HAS NOT BEEN REMINDED YET, ON AN ITEM STILL       01340000
      *    SECURING A RUNNING LOAN.  THE LETTER GOES TO THE CUSTOMER    01350000
      *    OF THE LOAN THE ITEM WAS FILED UNDER - THE OWNER OF THE      01360000
      *    ASSET - WHICHEVER LOANS IT IS PLEDGED TO                     01370000
           EXEC SQL                                                     01380000
              DECLARE REMINDC CURSOR FOR                                01390000
              SELECT I.INS_ID, I.COLL_ID, I.INSURER, I.POLICY_NO,       01400000
                     I.EXPIRY_DATE,                                     01410000
                     COALESCE(CL.ASSET_TYPE, ' '),                      01420000
                     COALESCE(CL.DESCRIPTION, ' '),                     01430000
                     CL.APP_ID, C.F_NAME, C.L_NAME,                     01440000
                     COALESCE(C.ADDRESS, ' '),                          01450000
                     COALESCE(C.CITY, ' '),                             01460000
                     COALESCE(C.POSTAL_CODE, ' ')                       01470000
                FROM KALA15.COLLATERAL_INSURANCE I,                     01480000
                     KALA15.COLLATERAL CL,                              01490000
                     KALA15.APPLICATIONS H, KALA15.CUSTOMER C           01500000
               WHERE I.INS_STATUS = 'ACTIVE'                            01510000
                 AND I.REMINDER_DATE IS NULL                            01520000
                 AND I.EXPIRY_DATE <= CURRENT DATE                      01530000
                                      + :WS-REMIND-DAYS DAYS            01540000
                 AND CL.COLL_ID = I.COLL_ID                             01550000
                 AND H.APP_ID = CL.APP_ID                               01560000
                 AND C.SSN = H.CUST_SSN                                 01570000
                 AND EXISTS                                             01580000
                    (SELECT 1                                           01590000
                       FROM KALA15.APPLICATIONS A                       01600000
                      WHERE A.STATUS = 1                                01610000
                        AND EXISTS                                      01620000
                           (SELECT 1 FROM KALA15.DISBURSEMENT D         01630000
                             WHERE D.APP_ID = A.APP_ID                  01640000
                               AND D.DISB_STATUS = 'SENT')              01650000
                        AND EXISTS                                      01660000
                           (SELECT 1 FROM KALA15.PAYMENT_SCHEDULE P     01670000
                             WHERE P.APP_ID = A.APP_ID                  01680000
                               AND P.ACTUAL_BALANCE_AMT IS NULL)        01690000
                        AND ((CL.APP_ID = A.APP_ID                      01700000
                              AND NOT EXISTS                            01710000
                                 (SELECT 1                              01720000
                                    FROM KALA15.COLLATERAL_ALLOCATION AL01730000
                                   WHERE AL.COLL_ID = CL.COLL_ID))      01740000
                             OR EXISTS                                  01750000
                                 (SELECT 1                              01760000
                                    FROM KALA15.COLLATERAL_ALLOCATION AL01770000
                                   WHERE AL.COLL_ID = CL.COLL_ID        01780000
                                     AND AL.APP_ID = A.APP_ID           01790000
                                     AND AL.RELEASE_STATUS IS NULL)))   01800000
               ORDER BY I.INS_ID                                        01810000
           END-EXEC                                                     01820000
           EXEC SQL                                                     01830000
              OPEN REMINDC                                              01840000
           END-EXEC                                                     01850000
           PERFORM 980-CHECK-SQL                                        01860000
           EXIT.                                                        01870000
                                                                        01880000
       110-FETCH-ONE-PARAM.                                             01890000
           EXEC SQL                                                     01900000
              SELECT PARAM_VALUE                                        01910000
                INTO :BUSPARM-VALUE                                     01920000
                FROM KALA15.BUSINESS_PARAM                              01930000
               WHERE PARAM_NAME = :BUSPARM-NAME                         01940000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     01950000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     01960000
           END-EXEC                                                     01970000
           EXIT.                                                        01980000
                                                                        01990000
       200-REMIND-ONE-POLICY.                                           02000000
           EXEC SQL                                                     02010000
              FETCH REMINDC                                             02020000
               INTO :CINS-INS-ID, :CINS-COLL-ID, :CINS-INSURER,         02030000
                    :CINS-POLICY-NO, :CINS-EXPIRY-DATE,                 02040000
                    :COLL-ASSET-TYPE, :COLL-DESCRIPTION,                02050000
                    :COLL-APP-ID, :F-NAME, :L-NAME,                     02060000
                    :CUSTOMER-ADDRESS, :CITY, :POSTAL-CODE              02070000
           END-EXEC                                                     02080000
           IF SQLCODE NOT = 00                                          02090000
              PERFORM 980-CHECK-SQL                                     02100000
              MOVE 'Y' TO WS-EOF-SW                                     02110000
           ELSE                                                         02120000
              PERFORM 210-SEND-REMINDER                                 02130000
           END-IF                                                       02140000
           EXIT.                                                        02150000
                                                                        02160000
      *    THE LETTER, ITS CORRESPONDENCE ROW AND THE REMINDED DATE     02170000
      *    THAT KEEPS THE POLICY FROM BEING REMINDED TWICE              02180000
       210-SEND-REMINDER.                                               02190000
           MOVE F-NAME             TO ILTR-F-NAME                       02200000
           MOVE L-NAME             TO ILTR-L-NAME                       02210000
           MOVE CUSTOMER-ADDRESS   TO ILTR-ADDRESS                      02220000
           MOVE CITY               TO ILTR-CITY                         02230000
           MOVE POSTAL-CODE        TO ILTR-POSTAL-CODE                  02240000
           MOVE COLL-ASSET-TYPE    TO ILTR-ASSET-TYPE                   02250000
           MOVE COLL-DESCRIPTION   TO ILTR-DESCRIPTION                  02260000
           MOVE CINS-INSURER       TO ILTR-INSURER                      02270000
           MOVE CINS-POLICY-NO     TO ILTR-POLICY-NO                    02280000
           MOVE CINS-EXPIRY-DATE   TO ILTR-EXPIRY-DATE                  02290000
           WRITE ILTR-RECORD                                            02300000
           PERFORM 220-RECORD-CORRESPONDENCE                            02310000
                                                                        02320000
           EXEC SQL                                                     02330000
              UPDATE KALA15.COLLATERAL_INSURANCE                        02340000
                 SET REMINDER_DATE = CURRENT DATE                       02350000
               WHERE INS_ID = :CINS-INS-ID                              02360000
           END-EXEC                                                     02370000
           PERFORM 980-CHECK-SQL                                        02380000
           ADD 1 TO WS-REMINDERS                                        02390000
           EXIT.                                                        02400000
                                                                        02410000
      *    ONE ROW PER REMINDER ON THE UNIFIED CORRESPONDENCE           02420000
      *    HISTORY, LIKE EVERY OTHER LETTER THE SYSTEM PRODUCES         02430000
       220-RECORD-CORRESPONDENCE.                                       02440000
           EXEC SQL                                                     02450000
              SELECT COALESCE(MAX(CORR_ID), 0) + 1                      02460000
                INTO :CORR-ID                                           02470000
                FROM KALA15.CORRESPONDENCE                              02480000
           END-EXEC                                                     02490000
           MOVE COLL-APP-ID TO CORR-APP-ID                              02500000
           MOVE 'INSREMND' TO CORR-TYPE                                 02510000
           MOVE SPACES TO CORR-DESTINATION                              02520000
           STRING F-NAME ' ' L-NAME                                     02530000
                  DELIMITED BY SIZE INTO CORR-DESTINATION               02540000
           END-STRING                                                   02550000
           EXEC SQL                                                     02560000
              INSERT INTO KALA15.CORRESPONDENCE                         02570000
                 (CORR_ID, APP_ID, CORR_TYPE, CORR_DATE, DESTINATION)   02580000
              VALUES                                                    02590000
                 (:CORR-ID, :CORR-APP-ID, :CORR-TYPE, CURRENT DATE,     02600000
                  :CORR-DESTINATION)                                    02610000
           END-EXEC                                                     02620000
           PERFORM 980-CHECK-SQL                                        02630000
           EXIT.                                                        02640000
                                                                        02650000
      *    EVERY RUNNING LOAN SECURED BY AN ITEM WHOSE POLICY HAS NOT   02660000
      *    BEEN RENEWED WITHIN THE GRACE PERIOD, ONCE EACH HOWEVER      02670000
      *    MANY OF ITS ITEMS LAPSED, AND NOT WHERE THE LOAN ALREADY     02680000
      *    HAS A LAPSED-INSURANCE FOLLOW-UP OPEN FROM AN EARLIER RUN    02690000
       300-OPEN-LAPSE-CURSOR.                                           02700000
           EXEC SQL                                                     02710000
              CLOSE REMINDC                                             02720000
           END-EXEC                                                     02730000
           MOVE 'N' TO WS-EOF-SW                                        02740000
           EXEC SQL                                                     02750000
              DECLARE LAPSEC CURSOR FOR                                 02760000
              SELECT DISTINCT A.APP_ID                                  02770000
                FROM KALA15.COLLATERAL_INSURANCE I,                     02780000
                     KALA15.COLLATERAL CL,                              02790000
                     KALA15.APPLICATIONS A                              02800000
               WHERE I.INS_STATUS = 'ACTIVE'                            02810000
                 AND I.EXPIRY_DATE + :WS-GRACE-DAYS DAYS < CURRENT DATE 02820000
                 AND CL.COLL_ID = I.COLL_ID                             02830000
                 AND ((CL.APP_ID = A.APP_ID                             02840000
                       AND NOT EXISTS                                   02850000
                          (SELECT 1                                     02860000
                             FROM KALA15.COLLATERAL_ALLOCATION AL       02870000
                            WHERE AL.COLL_ID = CL.COLL_ID))             02880000
                      OR EXISTS                                         02890000
                          (SELECT 1                                     02900000
                             FROM KALA15.COLLATERAL_ALLOCATION AL       02910000
                            WHERE AL.COLL_ID = CL.COLL_ID               02920000
                              AND AL.APP_ID = A.APP_ID                  02930000
                              AND AL.RELEASE_STATUS IS NULL))           02940000
                 AND A.STATUS = 1                                       02950000
                 AND EXISTS                                             02960000
                    (SELECT 1 FROM KALA15.DISBURSEMENT D                02970000
                      WHERE D.APP_ID = A.APP_ID                         02980000
                        AND D.DISB_STATUS = 'SENT')                     02990000
                 AND EXISTS                                             03000000
                    (SELECT 1 FROM KALA15.PAYMENT_SCHEDULE P            03010000
                      WHERE P.APP_ID = A.APP_ID                         03020000
                        AND P.ACTUAL_BALANCE_AMT IS NULL)               03030000
                 AND NOT EXISTS                                         03040000
                    (SELECT 1 FROM KALA15.COLLECTION_ACTION CA          03050000
                      WHERE CA.APP_ID = A.APP_ID                        03060000
                        AND CA.ACTION_CODE = 'INSLAPSE'                 03070000
                        AND CA.FOLLOWUP_FLAG = 'Y')                     03080000
               ORDER BY A.APP_ID                                        03090000
           END-EXEC                                                     03100000
           EXEC SQL                                                     03110000
              OPEN LAPSEC                                               03120000
           END-EXEC                                                     03130000
           PERFORM 980-CHECK-SQL                                        03140000
           EXIT.                                                        03150000
                                                                        03160000
       310-FOLLOW-UP-ONE-LOAN.                                          03170000
           EXEC SQL                                                     03180000
              FETCH LAPSEC                                              03190000
               INTO :COLQ-APP-ID                                        03200000
           END-EXEC                                                     03210000
           IF SQLCODE NOT = 00                                          03220000
              PERFORM 980-CHECK-SQL                                     03230000
              MOVE 'Y' TO WS-EOF-SW                                     03240000
           ELSE                                                         03250000
              PERFORM 320-OPEN-FOLLOW-UP                                03260000
           END-IF                                                       03270000
           EXIT.                                                        03280000
                                                                        03290000
      *    THE FOLLOW-UP IS FLAGGED SO IT SITS IN THE LIVE QUEUE OF     03300000
      *    THE COLLECTOR THE LOAN IS ASSIGNED TO, LIKE A BROKEN         03310000
      *    PROMISE.  A LOAN WITH NO COLLECTOR ASSIGNED GETS THE ROW     03320000
      *    WITH NO COLLECTOR, PICKED UP WHEN THE CASE IS ASSIGNED.      03330000
      *    RECORDING THE RENEWED POLICY ON LOANCOLL CLOSES IT           03340000
       320-OPEN-FOLLOW-UP.                                              03350000
           EXEC SQL                                                     03360000
              SELECT COALESCE(MAX(ACTION_ID), 0) + 1                    03370000
                INTO :COLQ-ACTION-ID                                    03380000
                FROM KALA15.COLLECTION_ACTION                           03390000
           END-EXEC                                                     03400000
           MOVE 'INSLAPSE' TO COLQ-ACTION-CODE                          03410000
           MOVE 'Y'        TO COLQ-FOLLOWUP-FLAG                        03420000
           EXEC SQL                                                     03430000
              INSERT INTO KALA15.COLLECTION_ACTION                      03440000
                 (ACTION_ID, APP_ID, COLLECTOR_ID, ACTION_CODE,         03450000
                  ACTION_TS, FOLLOWUP_FLAG)                             03460000
              SELECT :COLQ-ACTION-ID, :COLQ-APP-ID,                     03470000
                     (SELECT CA.COLLECTOR_ID                            03480000
                        FROM KALA15.COLLECTION_ACTION CA                03490000
                       WHERE CA.APP_ID = :COLQ-APP-ID                   03500000
                         AND CA.ACTION_CODE = 'ASSIGN'                  03510000
                       ORDER BY CA.ACTION_ID DESC                       03520000
                       FETCH FIRST 1 ROW ONLY),                         03530000
                     :COLQ-ACTION-CODE, CURRENT TIMESTAMP,              03540000
                     :COLQ-FOLLOWUP-FLAG                                03550000
                FROM SYSIBM.SYSDUMMY1                                   03560000
           END-EXEC                                                     03570000
           PERFORM 980-CHECK-SQL                                        03580000
           ADD 1 TO WS-FOLLOWUPS                                        03590000
           EXIT.                                                        03600000
                                                                        03610000
      *    THE POLICIES BEHIND THOSE FOLLOW-UPS - AND ANY PAST GRACE    03620000
      *    ON AN ITEM NO LONGER SECURING A RUNNING LOAN - ARE MARKED    03630000
      *    LAPSED, WHICH ALSO STOPS THEM BEING FOLLOWED UP AGAIN        03640000
       350-LAPSE-POLICIES.                                              03650000
           EXEC SQL                                                     03660000
              CLOSE LAPSEC                                              03670000
           END-EXEC                                                     03680000
           EXEC SQL                                                     03690000
              UPDATE KALA15.COLLATERAL_INSURANCE                        03700000
                 SET INS_STATUS = 'LAPSED',                             03710000
                     LAPSED_DATE = CURRENT DATE                         03720000
               WHERE INS_STATUS = 'ACTIVE'                              03730000
                 AND EXPIRY_DATE + :WS-GRACE-DAYS DAYS < CURRENT DATE   03740000
           END-EXEC                                                     03750000
           PERFORM 980-CHECK-SQL                                        03760000
           IF SQLCODE = 00                                              03770000
              MOVE SQLERRD(3) TO WS-LAPSED                              03780000
           END-IF                                                       03790000
           EXIT.                                                        03800000
                                                                        03810000
      *    EVERY ITEM BEHIND A RUNNING LOAN WITHOUT A POLICY IN FORCE   03820000
      *    TODAY.  ITS EXPOSURE IS WHAT IS STILL OWED ON THE LOANS IT   03830000
      *    SECURES, EACH AT THE BALANCE ENTERING ITS FIRST UNPAID       03840000
      *    INSTALLMENT                                                  03850000
       400-OPEN-UNINSURED-CURSOR.                                       03860000
           MOVE 'N' TO WS-EOF-SW                                        03870000
           EXEC SQL                                                     03880000
              DECLARE UNINSC CURSOR FOR                                 03890000
              SELECT CL.COLL_ID, CL.APP_ID,                             03900000
                     COALESCE(CL.ASSET_TYPE, ' '),                      03910000
                     COALESCE(CL.APPRAISED_VALUE, 0),                   03920000
                     COUNT(*),                                          03930000
                     SUM(COALESCE(                                      03940000
                        (SELECT S.ACTUAL_BALANCE_AMT                    03950000
                           FROM KALA15.PAYMENT_SCHEDULE S               03960000
                          WHERE S.APP_ID = A.APP_ID                     03970000
                            AND S.ACTUAL_BALANCE_AMT IS NOT NULL        03980000
                            AND S.INSTALLMENT_NO =                      03990000
                               (SELECT MAX(S2.INSTALLMENT_NO)           04000000
                                  FROM KALA15.PAYMENT_SCHEDULE S2       04010000
                                 WHERE S2.APP_ID = A.APP_ID             04020000
                                   AND S2.ACTUAL_BALANCE_AMT            04030000
                                       IS NOT NULL)),                   04040000
                        A.LOAN_AMN))                                    04050000
                FROM KALA15.COLLATERAL CL,                              04060000
                     KALA15.APPLICATIONS A                              04070000
               WHERE ((CL.APP_ID = A.APP_ID                             04080000
                       AND NOT EXISTS                                   04090000
                          (SELECT 1                                     04100000
                             FROM KALA15.COLLATERAL_ALLOCATION AL       04110000
                            WHERE AL.COLL_ID = CL.COLL_ID))             04120000
                      OR EXISTS                                         04130000
                          (SELECT 1                                     04140000
                             FROM KALA15.COLLATERAL_ALLOCATION AL       04150000
                            WHERE AL.COLL_ID = CL.COLL_ID               04160000
                              AND AL.APP_ID = A.APP_ID                  04170000
                              AND AL.RELEASE_STATUS IS NULL))           04180000
                 AND A.STATUS = 1                                       04190000
                 AND EXISTS                                             04200000
                    (SELECT 1 FROM KALA15.DISBURSEMENT D                04210000
                      WHERE D.APP_ID = A.APP_ID                         04220000
                        AND D.DISB_STATUS = 'SENT')                     04230000
                 AND EXISTS                                             04240000
                    (SELECT 1 FROM KALA15.PAYMENT_SCHEDULE P            04250000
                      WHERE P.APP_ID = A.APP_ID                         04260000
                        AND P.ACTUAL_BALANCE_AMT IS NULL)               04270000
                 AND NOT EXISTS                                         04280000
                    (SELECT 1 FROM KALA15.COLLATERAL_INSURANCE I        04290000
                      WHERE I.COLL_ID = CL.COLL_ID                      04300000
                        AND I.INS_STATUS = 'ACTIVE'                     04310000
                        AND I.EXPIRY_DATE >= CURRENT DATE)              04320000
               GROUP BY CL.COLL_ID, CL.APP_ID, CL.ASSET_TYPE,           04330000
                        CL.APPRAISED_VALUE                              04340000
               ORDER BY 6 DESC, CL.COLL_ID                              04350000
           END-EXEC                                                     04360000
           EXEC SQL                                                     04370000
              OPEN UNINSC                                               04380000
           END-EXEC                                                     04390000
           PERFORM 980-CHECK-SQL                                        04400000
                                                                        04410000
           MOVE SPACES TO INS-RPT-LINE                                  04420000
           STRING 'UNINSURED COLLATERAL AS AT ' WS-RUN-DATE             04430000
                  ' - ITEMS SECURING RUNNING LOANS WITH NO POLICY '     04440000
                  'IN FORCE, BY EXPOSURE'                               04450000
                  DELIMITED BY SIZE INTO INS-RPT-LINE                   04460000
           END-STRING                                                   04470000
           WRITE INS-RPT-LINE                                           04480000
           MOVE SPACES TO INS-RPT-LINE                                  04490000
           WRITE INS-RPT-LINE                                           04500000
           MOVE SPACES TO INS-RPT-LINE                                  04510000
           STRING ' COLL-ID   APP-ID ASSET TYPE      INSURANCE LOANS '  04520000
                  ' APPRAISED       EXPOSURE'                           04530000
                  DELIMITED BY SIZE INTO INS-RPT-LINE                   04540000
           END-STRING                                                   04550000
           WRITE INS-RPT-LINE                                           04560000
           ADD 3 TO WS-LINES-WRITTEN                                    04570000
           EXIT.                                                        04580000
                                                                        04590000
       410-LIST-ONE-ITEM.                                               04600000
           EXEC SQL                                                     04610000
              FETCH UNINSC                                              04620000
               INTO :COLL-ID, :COLL-APP-ID, :COLL-ASSET-TYPE,           04630000
                    :COLL-APPRAISED-VAL, :WS-LOAN-CNT, :WS-EXPOSURE     04640000
           END-EXEC                                                     04650000
           IF SQLCODE NOT = 00                                          04660000
              PERFORM 980-CHECK-SQL                                     04670000
              MOVE 'Y' TO WS-EOF-SW                                     04680000
           ELSE                                                         04690000
              PERFORM 420-WRITE-UNINSURED-LINE                          04700000
           END-IF                                                       04710000
           EXIT.                                                        04720000
                                                                        04730000
      *    LAPSED - NOT RENEWED WITHIN THE GRACE PERIOD; EXPIRED -      04740000
      *    PAST EXPIRY BUT STILL INSIDE IT; NONE - NEVER INSURED        04750000
       420-WRITE-UNINSURED-LINE.                                        04760000
           EXEC SQL                                                     04770000
              SELECT COALESCE(MAX(CASE WHEN INS_STATUS = 'LAPSED'       04780000
                                       THEN 2 ELSE 1 END), 0)           04790000
                INTO :WS-INS-STATE                                      04800000
                FROM KALA15.COLLATERAL_INSURANCE                        04810000
               WHERE COLL_ID = :COLL-ID                                 04820000
                 AND INS_STATUS IN ('ACTIVE', 'LAPSED')                 04830000
           END-EXEC                                                     04840000
           PERFORM 980-CHECK-SQL                                        04850000
           EVALUATE WS-INS-STATE                                        04860000
              WHEN 2                                                    04870000
                 MOVE 'LAPSED'  TO WS-UNINS-STATUS                      04880000
              WHEN 1                                                    04890000
                 MOVE 'EXPIRED' TO WS-UNINS-STATUS                      04900000
              WHEN OTHER                                                04910000
                 MOVE 'NONE'    TO WS-UNINS-STATUS                      04920000
           END-EVALUATE                                                 04930000
                                                                        04940000
           MOVE COLL-ID            TO WS-ED-COLL-ID                     04950000
           MOVE COLL-APP-ID        TO WS-ED-APP-ID                      04960000
           MOVE WS-LOAN-CNT        TO WS-ED-LOAN-CNT                    04970000
           MOVE COLL-APPRAISED-VAL TO WS-ED-APPRAISED                   04980000
           MOVE WS-EXPOSURE        TO WS-ED-EXPOSURE                    04990000
           MOVE SPACES TO INS-RPT-LINE                                  05000000
           STRING WS-ED-COLL-ID ' ' WS-ED-APP-ID ' '                    05010000
                  COLL-ASSET-TYPE ' ' WS-UNINS-STATUS '    '            05020000
                  WS-ED-LOAN-CNT ' ' WS-ED-APPRAISED ' '                05030000
                  WS-ED-EXPOSURE                                        05040000
                  DELIMITED BY SIZE INTO INS-RPT-LINE                   05050000
           END-STRING                                                   05060000
           WRITE INS-RPT-LINE                                           05070000
           ADD 1 TO WS-LINES-WRITTEN                                    05080000
           ADD 1 TO WS-UNINSURED                                        05090000
           ADD WS-EXPOSURE TO WS-TOTAL-EXPOSURE                         05100000
           EXIT.                                                        05110000
                                                                        05120000
       900-TERMINATE.                                                   05130000
           EXEC SQL                                                     05140000
              CLOSE UNINSC                                              05150000
           END-EXEC                                                     05160000
           PERFORM 950-LOG-RUN-HISTORY                                  05170000
           EXEC SQL                                                     05180000
              COMMIT                                                    05190000
           END-EXEC                                                     05200000
           MOVE WS-TOTAL-EXPOSURE TO WS-ED-TOTAL                        05210000
           MOVE SPACES TO INS-RPT-LINE                                  05220000
           WRITE INS-RPT-LINE                                           05230000
           MOVE SPACES TO INS-RPT-LINE                                  05240000
           STRING 'UNINSURED ITEMS ' WS-UNINSURED                       05250000
                  ' TOTAL EXPOSURE ' WS-ED-TOTAL                        05260000
                  ' REMINDERS SENT ' WS-REMINDERS                       05270000
                  ' POLICIES LAPSED ' WS-LAPSED                         05280000
                  ' FOLLOW-UPS OPENED ' WS-FOLLOWUPS                    05290000
                  DELIMITED BY SIZE INTO INS-RPT-LINE                   05300000
           END-STRING                                                   05310000
           WRITE INS-RPT-LINE                                           05320000
           CLOSE RENEWAL-LETTER                                         05330000
           CLOSE UNINSURED-REPORT                                       05340000
           DISPLAY 'LOANCINS - RENEWAL REMINDERS  : ' WS-REMINDERS      05350000
           DISPLAY 'LOANCINS - POLICIES LAPSED    : ' WS-LAPSED         05360000
           DISPLAY 'LOANCINS - FOLLOW-UPS OPENED  : ' WS-FOLLOWUPS      05370000
           DISPLAY 'LOANCINS - UNINSURED ITEMS    : ' WS-UNINSURED      05380000
           EXIT.                                                        05390000
                                                                        05400000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      05410000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      05420000
      *    CONSOLE'S DURATION TRENDING                                  05430000
       950-LOG-RUN-HISTORY.                                             05440000
           EXEC SQL                                                     05450000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       05460000
                INTO :RUNH-RUN-ID                                       05470000
                FROM KALA15.BATCH_RUN_HISTORY                           05480000
           END-EXEC                                                     05490000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            05500000
           MOVE WS-REMINDERS TO RUNH-RECS-READ                          05510000
           ADD WS-UNINSURED TO RUNH-RECS-READ                           05520000
           MOVE WS-LAPSED TO RUNH-RECS-UPDATED                          05530000
           ADD WS-FOLLOWUPS TO RUNH-RECS-UPDATED                        05540000
           MOVE WS-REMINDERS TO RUNH-RECS-WRITTEN                       05550000
           ADD WS-LINES-WRITTEN TO RUNH-RECS-WRITTEN                    05560000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              05570000
           EXEC SQL                                                     05580000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      05590000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        05600000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   05610000
              VALUES                                                    05620000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          05630000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   05640000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               05650000
                  :RUNH-RUN-RC)                                         05660000
           END-EXEC                                                     05670000
           EXIT.                                                        05680000
                                                                        05690000
      *    THE WHOLE RUN IS ONE UNIT OF WORK - ANY FAILURE ROLLS IT     05700000
      *    BACK, REMINDED DATES AND ALL, AND THE RERUN WRITES A FRESH   05710000
      *    LETTER GENERATION IN PLACE OF THE PARTIAL ONE                05720000
       980-CHECK-SQL.                                                   05730000
           IF SQLCODE < 0                                               05740000
              MOVE SQLCODE TO WS-ED-SQLCODE                             05750000
              DISPLAY 'LOANCINS - INSURANCE RUN FAILED, SQLCODE '       05760000
                      WS-ED-SQLCODE                                     05770000
              EXEC SQL                                                  05780000
                 ROLLBACK                                               05790000
              END-EXEC                                                  05800000
              MOVE 16 TO RETURN-CODE                                    05810000
              PERFORM 950-LOG-RUN-HISTORY                               05820000
              EXEC SQL                                                  05830000
                 COMMIT                                                 05840000
              END-EXEC                                                  05850000
              CLOSE RENEWAL-LETTER                                      05860000
              CLOSE UNINSURED-REPORT                                    05870000
              STOP RUN                                                  05880000
           END-IF                                                       05890000
           EXIT.                                                        05900000
