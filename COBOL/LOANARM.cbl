       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANARM.                                             00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00030001
       FILE-CONTROL.                                                    00030002
           SELECT RESET-NOTICES ASSIGN TO ARMNOUT                       00030003
               ORGANIZATION IS SEQUENTIAL                               00030004
               FILE STATUS IS WS-NOTICE-STATUS.                         00030005
       DATA DIVISION.                                                   00080000
       FILE SECTION.                                                    00080001
      *    ONE RECORD PER RATE RESET, TELLING THE CUSTOMER THE NEW      00080002
      *    TERMS BEFORE THEY TAKE EFFECT. THE CHANNEL BYTE ROUTES IT -  00080003
      *    P TO THE NOTICE-PRINTING VENDOR AT THE POSTAL ADDRESS, S OR  00080004
      *    E TO THE MESSAGE GATEWAY AT THE DESTINATION - AND THE        00080005
      *    LANGUAGE CODE PICKS THE FIXED TEXT, AS ON EVERY OTHER LETTER 00080006
       FD  RESET-NOTICES                                                00080007
           RECORDING MODE F                                             00080008
           LABEL RECORDS STANDARD.                                      00080009
       01  ARMN-RECORD.                                                 0008000A
           05  ARMN-CHANNEL        PIC X(01).                           0008000B
           05  ARMN-DESTINATION    PIC X(40).                           0008000C
           05  ARMN-F-NAME         PIC X(15).                           0008000D
           05  ARMN-L-NAME         PIC X(15).                           0008000E
           05  ARMN-ADDRESS        PIC X(20).                           0008000F
           05  ARMN-CITY           PIC X(20).                           0008000G
           05  ARMN-POSTAL-CODE    PIC X(05).                           0008000H
           05  ARMN-LANG-CODE      PIC X(01).                           0008000I
           05  ARMN-APP-ID         PIC 9(09).                           0008000J
      *    ANNUAL RATES AS PERCENTAGES, E.G. 0450 = 4.50                0008000K
           05  ARMN-OLD-RATE       PIC 9(02)V99.                        0008000L
           05  ARMN-NEW-RATE       PIC 9(02)V99.                        0008000M
           05  ARMN-NEW-PAYMENT    PIC 9(08)V99.                        0008000N
      *    THE FIRST INSTALLMENT CHARGED AT THE NEW RATE                0008000O
           05  ARMN-FIRST-DUE-DATE PIC X(10).                           0008000P
                                                                        0008000Q
       WORKING-STORAGE SECTION.                                         00160000
           EXEC SQL                                                     00170000
              INCLUDE SQLCA                                             00180000
           EXEC SQL                                                     00290000
              INCLUDE CHKPT                                             00300000
           END-EXEC.                                                    00310000
           EXEC SQL                                                     00310001
              INCLUDE CUSTOMER                                          00310002
           END-EXEC.                                                    00310003
           EXEC SQL                                                     00310004
              INCLUDE CORRHIST                                          00310005
           END-EXEC.                                                    00310006
           EXEC SQL                                                     00310007
              INCLUDE BUSPARM                                           00310008
           END-EXEC.                                                    00310009

       01  WS-EOF-SW                 PIC X     VALUE 'N'.                00320000
           88  WS-NO-MORE-ROWS       VALUE 'Y'.                          00330000
       01  WS-CAND-CNT               PIC 9(7)  VALUE ZERO.               00340000
       01  WS-REPRICED-CNT           PIC 9(7)  VALUE ZERO.               00350000
       01  WS-RESET-INSTALLMENT-NO   PIC S9(9) COMP.                     00360000
      *    THE RESET IS PRICED THIS MANY DAYS AHEAD OF THE INSTALLMENT  0031000A
      *    IT TAKES EFFECT ON, SO THE CUSTOMER HEARS OF IT FIRST        0031000B
       01  WS-NOTICE-DAYS            PIC S9(9) COMP VALUE 30.           0031000C
       01  WS-NOTICE-STATUS          PIC XX    VALUE '00'.              0031000D
       01  WS-NOTICE-CNT             PIC 9(7)  VALUE ZERO.              0031000E
       01  WS-RESET-DUE-DATE         PIC X(10).                         0031000F
       01  WS-OLD-RATE               PIC S9V9(2) COMP-3.                0031000G
       01  WS-CHANNEL                PIC X(01).                         0031000H
      *    STANDARD AMORTIZATION WORKING FIELDS - SAME NAMES AND         00370000
      *    PICTURES AS LOANDB2'S SCHEDULE-GENERATION FIELDS SINCE THIS   00380000
      *    IS THE SAME MATH APPLIED AT A LATER POINT IN THE LOAN'S LIFE  00390000
       01  WS-INT-RATE               PIC S9V9(8)    COMP-3.              00460000
       01  WS-MO-RATE                PIC S9V9(8)    COMP-3.              00470000
       01  WS-INTERMEDIATE-RES       PIC S9(10)V9(8) COMP-3.             00480000
      *    A RESET IS PRICED IN THE SAME UNIT OF WORK AS ITS             00490000
      *    RATERESET CORRESPONDENCE ROW, AND THE CURSOR SKIPS A RESET    00500000
      *    THAT ALREADY HAS ONE, SO A RERUN NEVER PRICES IT TWICE; THE   00510000
      *    CHECKPOINT ROW IS KEPT PURELY FOR OPERATOR VISIBILITY         00520000
       01  WS-JOB-NAME               PIC X(8) VALUE 'LOANARM '.          00530000
       01  WS-GATE-WAITING         PIC S9(4) COMP VALUE ZERO.            0053001

           STOP RUN.                                                    00590000

      *    ONE ROW PER ADJUSTABLE-RATE LOAN WHOSE ANNUAL RESET FALLS    00600000
      *    DUE WITHIN THE NOTICE WINDOW AND HAS NOT YET BEEN PAID - AN  00600001
      *    INSTALLMENT ALREADY PAID BEFORE ITS RESET RAN IS LEFT ALONE  00600002
      *    RATHER THAN RE-PRICED AFTER THE FACT. A RESET ALREADY        00600003
      *    NOTIFIED SINCE IT ENTERED THE WINDOW HAS BEEN PRICED, SO A   00600004
      *    MISSED NIGHT IS CAUGHT UP AND NOTHING IS PRICED TWICE.       00600005
      *    THE CUSTOMER'S ELECTRONIC CHANNEL IS USED ONLY WITH THE      00600006
      *    MATCHING CONSENT AND A DESTINATION ON FILE, OTHERWISE THE    00600007
      *    NOTICE GOES BY POST                                          00600008
       100-INITIALIZE.                                                  00640000
           OPEN OUTPUT RESET-NOTICES                                    00640001
           IF WS-NOTICE-STATUS NOT = '00'                               00640002
              DISPLAY 'LOANARM - UNABLE TO OPEN RESET-NOTICES, '        00640003
                      'STATUS = ' WS-NOTICE-STATUS                      00640004
              MOVE 16 TO RETURN-CODE                                    00640005
              STOP RUN                                                  00640006
           END-IF                                                       00640007
           MOVE 'ARM_NOTICE_DAYS' TO BUSPARM-NAME                       00640008
           EXEC SQL                                                     00640009
              SELECT PARAM_VALUE                                        0064000A
                INTO :BUSPARM-VALUE                                     0064000B
                FROM KALA15.BUSINESS_PARAM                              0064000C
               WHERE PARAM_NAME = :BUSPARM-NAME                         0064000D
                 AND EFFECTIVE_DATE <= CURRENT DATE                     0064000E
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     0064000F
           END-EXEC                                                     0064000G
           IF SQLCODE = 00                                              0064000H
              MOVE BUSPARM-VALUE TO WS-NOTICE-DAYS                      0064000I
           END-IF                                                       0064000J
                                                                        0064000K
           EXEC SQL                                                     00650000
              DECLARE ARMC CURSOR FOR                                   00660000
                 SELECT A.APP_ID, A.LOAN_AMN, A.LOAN_PERIOD,             00670000
                        A.CURRENCY_CODE, S.INSTALLMENT_NO,              00660001
                        CHAR(S.DUE_DATE), COALESCE(I.RATE, 0),          00660002
                        C.F_NAME, C.L_NAME,                             00660003
                        COALESCE(C.ADDRESS, ' '),                       00660004
                        COALESCE(C.CITY, ' '),                          00660005
                        COALESCE(C.POSTAL_CODE, ' '),                   00660006
                        COALESCE(C.LANG_CODE, 'F'),                     00660007
                        CASE                                            00660008
                           WHEN C.PREF_CHANNEL = 'S'                    00660009
                            AND C.SMS_CONSENT = 'Y'                     0066000A
                            AND C.PHONE_NO IS NOT NULL THEN 'S'         0066000B
                           WHEN C.PREF_CHANNEL = 'E'                    0066000C
                            AND C.EMAIL_CONSENT = 'Y'                   0066000D
                            AND C.EMAIL IS NOT NULL THEN 'E'            0066000E
                           ELSE 'P'                                     0066000F
                        END,                                            0066000G
                        CASE                                            0066000H
                           WHEN C.PREF_CHANNEL = 'S'                    0066000I
                            AND C.SMS_CONSENT = 'Y'                     0066000J
                            AND C.PHONE_NO IS NOT NULL THEN C.PHONE_NO  0066000K
                           WHEN C.PREF_CHANNEL = 'E'                    0066000L
                            AND C.EMAIL_CONSENT = 'Y'                   0066000M
                            AND C.EMAIL IS NOT NULL THEN C.EMAIL        0066000N
                           ELSE ' '                                     0066000O
                        END                                             0066000P
                   FROM KALA15.APPLICATIONS A                           0066000Q
                   JOIN KALA15.PAYMENT_SCHEDULE S                       0066000R
                     ON S.APP_ID = A.APP_ID                             0066000S
                   JOIN KALA15.CUSTOMER C                               0066000T
                     ON C.SSN = A.CUST_SSN                              0066000U
                   LEFT JOIN KALA15.INTEREST I                          0066000V
                     ON I.INTEREST_ID = A.INTEREST                      0066000W
                  WHERE A.ARM_FLAG = 'Y'                                0066000X
                    AND A.STATUS = 1                                     00720000
                    AND S.DUE_DATE BETWEEN CURRENT DATE AND             0066000Y
                        CURRENT DATE + :WS-NOTICE-DAYS DAYS             0066000Z
                    AND S.INSTALLMENT_NO > 1                             00740000
                    AND MOD(S.INSTALLMENT_NO - 1, 12) = 0                00750000
                    AND S.ACTUAL_BALANCE_AMT IS NULL                     00760000
                    AND NOT EXISTS                                      00660010
                       (SELECT 1 FROM KALA15.CORRESPONDENCE R           00660011
                         WHERE R.APP_ID = A.APP_ID                      00660012
                           AND R.CORR_TYPE = 'RATERESET'                00660013
                           AND R.CORR_DATE >=                           00660014
                               S.DUE_DATE - :WS-NOTICE-DAYS DAYS)       00660015
           END-EXEC                                                     00770000

           EXEC SQL                                                     00780000
           EXEC SQL                                                     01180000
              FETCH ARMC                                                01190000
               INTO :APP-ID, :LOAN-AMN, :LOAN-PERIOD,                   01200000
                    :CURRENCY-CODE, :WS-RESET-INSTALLMENT-NO,           01200001
                    :WS-RESET-DUE-DATE, :WS-OLD-RATE,                   01200002
                    :F-NAME, :L-NAME, :CUSTOMER-ADDRESS, :CITY,         01200003
                    :POSTAL-CODE, :CUST-LANG-CODE, :WS-CHANNEL,         01200004
                    :EMAIL-ADDR                                         01200005
           END-EXEC                                                     01220000
           IF SQLCODE NOT = 00                                          01230000
              MOVE 'Y' TO WS-EOF-SW                                     01240000
              DISPLAY 'LOANARM - APP ' APP-ID ' RESET AT INSTALLMENT '  01800000
                      WS-RESET-INSTALLMENT-NO ' NEW PAYMENT '           01810000
                      WS-NEW-PAYMENT                                    01820000
              PERFORM 230-WRITE-RESET-NOTICE                            01820001
           ELSE                                                         01830000
              DISPLAY 'LOANARM - APP ' APP-ID                           01840000
                      ' NO EFFECTIVE RATE FOUND FOR RESET, SKIPPED'     01850000
           ADD 1 TO WS-SCHED-INSTALLMENT-NO                             02060000
           EXIT.                                                        02070000

      *    THE NOTICE THE LAW REQUIRES BEFORE A RATE CHANGE TAKES       02070001
      *    EFFECT - OLD AND NEW RATE, THE NEW INSTALLMENT AND THE       02070002
      *    FIRST DUE DATE IT APPLIES TO - AND ITS ROW ON THE UNIFIED    02070003
      *    CORRESPONDENCE HISTORY, WHICH IS ALSO WHAT MARKS THE RESET   02070004
      *    AS DONE                                                      02070005
       230-WRITE-RESET-NOTICE.                                          02070006
           MOVE WS-CHANNEL         TO ARMN-CHANNEL                      02070007
           MOVE EMAIL-ADDR         TO ARMN-DESTINATION                  02070008
           MOVE F-NAME             TO ARMN-F-NAME                       02070009
           MOVE L-NAME             TO ARMN-L-NAME                       0207000A
           MOVE CUSTOMER-ADDRESS   TO ARMN-ADDRESS                      0207000B
           MOVE CITY               TO ARMN-CITY                         0207000C
           MOVE POSTAL-CODE        TO ARMN-POSTAL-CODE                  0207000D
           MOVE CUST-LANG-CODE     TO ARMN-LANG-CODE                    0207000E
           MOVE APP-ID             TO ARMN-APP-ID                       0207000F
           COMPUTE ARMN-OLD-RATE = WS-OLD-RATE * 100                    0207000G
           COMPUTE ARMN-NEW-RATE = RATE * 100                           0207000H
           MOVE WS-NEW-PAYMENT     TO ARMN-NEW-PAYMENT                  0207000I
           MOVE WS-RESET-DUE-DATE  TO ARMN-FIRST-DUE-DATE               0207000J
           WRITE ARMN-RECORD                                            0207000K
           ADD 1 TO WS-NOTICE-CNT                                       0207000L
                                                                        0207000M
           EXEC SQL                                                     0207000N
              SELECT COALESCE(MAX(CORR_ID), 0) + 1                      0207000O
                INTO :CORR-ID                                           0207000P
                FROM KALA15.CORRESPONDENCE                              0207000Q
           END-EXEC                                                     0207000R
           MOVE APP-ID TO CORR-APP-ID                                   0207000S
           MOVE 'RATERESET' TO CORR-TYPE                                0207000T
           MOVE SPACES TO CORR-DESTINATION                              0207000U
           IF WS-CHANNEL = 'P'                                          0207000V
              STRING F-NAME ' ' L-NAME                                  0207000W
                     DELIMITED BY SIZE INTO CORR-DESTINATION            0207000X
              END-STRING                                                0207000Y
           ELSE                                                         0207000Z
              MOVE EMAIL-ADDR TO CORR-DESTINATION                       02070010
           END-IF                                                       02070011
           MOVE CUST-LANG-CODE TO CORR-LANG-CODE                        02070012
           EXEC SQL                                                     02070013
              INSERT INTO KALA15.CORRESPONDENCE                         02070014
                 (CORR_ID, APP_ID, CORR_TYPE, CORR_DATE, DESTINATION,   02070015
                  LANG_CODE)                                            02070016
              VALUES                                                    02070017
                 (:CORR-ID, :CORR-APP-ID, :CORR-TYPE, CURRENT DATE,     02070018
                  :CORR-DESTINATION, :CORR-LANG-CODE)                   02070019
           END-EXEC                                                     0207001A
           EXIT.                                                        0207001B
                                                                        0207001C
      *    COMMITS EVERY CANDIDATE SO A LONG RUN DOESN'T HOLD LOCKS      02080000
      *    FOR THE FULL DURATION                                        02090000
       290-CHECKPOINT-COMMIT.                                           02100000
           EXEC SQL                                                     02220000
              CLOSE ARMC                                                02230000
           END-EXEC                                                     02240000
           CLOSE RESET-NOTICES                                          02240001
           EXEC SQL                                                     02250000
              UPDATE KALA15.BATCH_CHECKPOINT                            02260000
                 SET RUN_STATUS = 'C',                                  02270000
              COMMIT                                                    02320000
           END-EXEC                                                     02330000
           DISPLAY 'LOANARM - ARM LOANS RESET: ' WS-REPRICED-CNT        02340000
           DISPLAY 'LOANARM - RESET NOTICES  : ' WS-NOTICE-CNT          02340001
           EXIT.                                                        02350000
