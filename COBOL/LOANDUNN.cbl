      *    THE VENDOR SELECTS THE LETTER'S FIXED TEXT BY THIS CODE -    00260004
      *    F FINNISH, S SWEDISH, E ENGLISH                              00260005
           05  DUN-LANG-CODE       PIC X(01).                           00260006
      *    S = SOFT TRACK FOR A CUSTOMER ON THE VULNERABLE REGISTER -   00260007
      *    THE VENDOR PRINTS THE SUPPORTIVE TEXT SET FOR THE LEVEL,     00260008
      *    WITH HELP CONTACTS AND NO FEE LINE. N = STANDARD LETTER      00260009
           05  DUN-TRACK           PIC X(01).                           0026000A
                                                                        00270000
       WORKING-STORAGE SECTION.                                         00280000
           EXEC SQL                                                     00290000
           EXEC SQL                                                     00000001
              INCLUDE DEBTADJ                                           00000002
           END-EXEC.                                                    00000003
           EXEC SQL                                                     00000004
              INCLUDE LOANPOS                                           00000005
           END-EXEC.                                                    00000006
           EXEC SQL                                                     00000007
              INCLUDE RUNHIST                                           00000008
           END-EXEC.                                                    00000009
                                                                        00380000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00390000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00400000
       01  WS-STAT-FEE             PIC S9(4)V9(2) COMP-3.               00520000
       01  WS-PENALTY-INT          PIC S9(8)V9(2) COMP-3.               00520001
       01  WS-LANG-CODE            PIC X(1).                            00520002
       01  WS-TRACK                PIC X(1).                            00520003
           88  WS-SOFT-TRACK       VALUE 'S'.                           00520004
       01  WS-DUN-BUCKET           PIC X(8).                            00530000
       01  WS-LETTERS-WRITTEN      PIC 9(7)  VALUE ZERO.                00540000
       01  WS-FEES-ASSESSED        PIC 9(7)  VALUE ZERO.                00550000
       01  WS-SOFT-LETTERS         PIC 9(7)  VALUE ZERO.                00550001
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANDUNN'.          00550001
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00550002
                                                                        00560000
       PROCEDURE DIVISION.                                              00570000
       000-MAIN-PARA.                                                   00580000
           STOP RUN.                                                    00620000
                                                                        00630000
       100-INITIALIZE.                                                  00640000
           PERFORM 945-RESERVE-RUN-ID                                   00640001
           OPEN OUTPUT DUNNING-EXTRACT                                  00650000
           IF WS-DUN-STATUS NOT = '00'                                  00660000
              DISPLAY 'LOANDUNN - UNABLE TO OPEN DUNNING-EXTRACT, '     00670000
                     COALESCE(C.CITY, ' '),                             00820000
                     COALESCE(C.POSTAL_CODE, ' '),                      00830000
                     S.PRINCIPAL_AMT + S.INTEREST_AMT,                  00840000
                     COALESCE(C.LANG_CODE, 'F'),                        00840001
                     CASE WHEN EXISTS                                   00840002
                        (SELECT 1 FROM KALA15.VULNERABLE_CUSTOMER V     00840003
                          WHERE V.CUST_SSN = A.CUST_SSN                 00840004
                            AND V.VULN_STATUS = 'A')                    00840005
                          THEN 'S' ELSE 'N' END                         00840006
                FROM KALA15.DELINQUENCY D,                              00850000
                     KALA15.APPLICATIONS A,                             00860000
                     KALA15.CUSTOMER C,                                 00870000
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                00930000
      *          ESTATE CASES ARE NEVER COLLECTED OR DUNNED             0093000A
                 AND A.STATUS <> 5                                       0093000B
      *          NO LETTER WHILE A RETURNED DEBIT AWAITS RE-PRESENTATION0093000B
                 AND S.REPRESENT_DATE IS NULL                           0093000C
      *          A LOAN UNDER AN OPEN ENFORCEMENT-AUTHORITY CASE IS     0093000C
      *          THE AUTHORITY'S TO COLLECT - NO DUNNING LETTERS        0093000D
                 AND NOT EXISTS                                         0093000E
                    (SELECT 1 FROM KALA15.DEBT_ADJUSTMENT J             0093000M
                      WHERE J.APP_ID = D.APP_ID                         0093000N
                        AND J.ADJ_STATUS = 'ACTIVE')                    0093000O
      *          NO LETTER DEMANDS A TIME-BARRED CLAIM                  0093000P
                 AND NOT EXISTS                                         0093000Q
                    (SELECT 1 FROM KALA15.CLAIM_LIMITATION L            0093000R
                      WHERE L.APP_ID = D.APP_ID                         0093000S
                        AND L.EXPIRY_DATE < CURRENT DATE)               0093000T
                 AND NOT EXISTS                                         00940000
                    (SELECT 1 FROM KALA15.FEE_HISTORY F                 00950000
                      WHERE F.APP_ID = D.APP_ID                         00960000
                               WHEN '60-DAYS' THEN 'DUN-LVL2'           01010000
                               ELSE 'DUN-LVL3'                          01020000
                            END)                                        01030000
      *          A STOP CODE BLOCKING DUNNING ON THE LOAN, OR           01030001
      *          ON ITS CUSTOMER WITH NO LOAN NAMED, HOLDS THE          01030002
      *          LETTER BACK UNTIL THE STOP IS RELEASED                 01030003
                 AND NOT EXISTS                                         01030004
                    (SELECT 1 FROM KALA15.STOP_CODE SC,                 01030005
                                   KALA15.STOP_CODE_BLOCK SB            01030006
                      WHERE SC.CUST_SSN = A.CUST_SSN                    01030007
                        AND (SC.APP_ID = A.APP_ID                       01030008
                          OR SC.APP_ID IS NULL)                         01030009
                        AND SC.STOP_STATUS = 'A'                        0103000A
                        AND SB.STOP_CODE = SC.STOP_CODE                 0103000B
                        AND SB.ACTIVITY = 'DUNNING')                    0103000C
               ORDER BY D.APP_ID, D.INSTALLMENT_NO                      01040000
           END-EXEC                                                     01050000
           EXEC SQL                                                     01060000
                INTO :WS-APP-ID, :WS-INSTALLMENT-NO, :WS-BUCKET,        01140000
                     :WS-F-NAME, :WS-L-NAME, :WS-ADDRESS,               01150000
                     :WS-CITY, :WS-POSTAL-CODE, :WS-AMOUNT-DUE,         01160000
                     :WS-LANG-CODE, :WS-TRACK                           01160001
           END-EXEC                                                     01170000
                                                                        01180000
           IF SQLCODE NOT = 00                                          01190000
                 MOVE 15.00 TO WS-STAT-FEE                              01430000
                 MOVE 'DUN-LVL3' TO WS-DUN-BUCKET                       01440000
           END-EVALUATE                                                 01450000
      *    THE SOFT TRACK CHARGES NO COLLECTION FEE. THE FEE ROW IS     01450001
      *    STILL WRITTEN AT ZERO - IT IS WHAT STOPS THE SAME LEVEL      01450002
      *    GOING OUT AGAIN TOMORROW                                     01450003
           IF WS-SOFT-TRACK                                             01450004
              MOVE ZERO TO WS-STAT-FEE                                  01450005
           END-IF                                                       01450006
           EXIT.                                                        01460000
                                                                        01470000
      *    THE STATUTORY PENALTY INTEREST RUNNING ON THE OVERDUE        01470001
           MOVE WS-STAT-FEE    TO DUN-STAT-FEE                          01560000
           MOVE WS-PENALTY-INT TO DUN-PENALTY-INT                       01560001
           MOVE WS-LANG-CODE   TO DUN-LANG-CODE                         01560002
           MOVE WS-TRACK       TO DUN-TRACK                             01560003
           WRITE DUN-RECORD                                             01570000
           ADD 1 TO WS-LETTERS-WRITTEN                                  01580000
           IF WS-SOFT-TRACK                                             01580001
              ADD 1 TO WS-SOFT-LETTERS                                  01580002
           END-IF                                                       01580003
           EXIT.                                                        01590000
                                                                        01600000
       500-ASSESS-STATUTORY-FEE.                                        01610000
           EXEC SQL                                                     01710000
              INSERT INTO KALA15.FEE_HISTORY                            01720000
                 (FEE_ID, APP_ID, INSTALLMENT_NO, DUE_DATE,             01730000
                  BUCKET, FEE_AMT, ASSESSED_DATE, RUN_ID)               01730001
              VALUES                                                    01750000
                 (:FEE-ID, :FEE-APP-ID, :FEE-INSTALLMENT-NO,            01760000
                  CURRENT DATE, :FEE-BUCKET, :FEE-AMT, CURRENT DATE,    01760001
                  :RUNH-RUN-ID)                                         01760002
           END-EXEC                                                     01780000
           IF SQLCODE = 00                                              01790000
              IF WS-STAT-FEE > ZERO                                     01790001
                 ADD 1 TO WS-FEES-ASSESSED                              01790002
              END-IF                                                    01790003
              MOVE WS-APP-ID TO POS-APP-ID                              01800001
              PERFORM 550-REFRESH-LOAN-POSITION                         01800002
           ELSE                                                         01810000
              DISPLAY 'LOANDUNN - FEE INSERT FAILED, SQLCODE '          01820000
                      SQLCODE ' APP ' WS-APP-ID                         01830000
           END-IF                                                       01840000
           EXIT.                                                        01850000
                                                                        01860000
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   01860001
      *    POSTED, INSIDE THE SAME UNIT OF WORK - THE BALANCE           01860002
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    01860003
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       01860004
       550-REFRESH-LOAN-POSITION.                                       01860005
           MOVE 'LOANDUNN' TO POS-UPDATED-BY                            01860006
           EXEC SQL                                                     01860007
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   01860008
                INTO :POS-NEXT-INST-NO                                  01860009
                FROM KALA15.PAYMENT_SCHEDULE                            0186000A
               WHERE APP_ID = :POS-APP-ID                               0186000B
                 AND ACTUAL_BALANCE_AMT IS NULL                         0186000C
           END-EXEC                                                     0186000D
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      0186000E
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    0186000F
           EXEC SQL                                                     0186000G
              SELECT COALESCE(                                          0186000H
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             0186000I
                                      S.BALANCE_AMT)                    0186000J
                        FROM KALA15.PAYMENT_SCHEDULE S                  0186000K
                       WHERE S.APP_ID = A.APP_ID                        0186000L
                         AND S.INSTALLMENT_NO =                         0186000M
                             CASE WHEN :POS-NEXT-INST-NO = 0            0186000N
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    0186000O
                                    FROM KALA15.PAYMENT_SCHEDULE P      0186000P
                                   WHERE P.APP_ID = A.APP_ID)           0186000Q
                                  ELSE :POS-NEXT-INST-NO - 1            0186000R
                             END),                                      0186000S
                     A.LOAN_AMN)                                        0186000T
                INTO :POS-PRINCIPAL-BAL                                 0186000U
                FROM KALA15.APPLICATIONS A                              0186000V
               WHERE A.APP_ID = :POS-APP-ID                             0186000W
           END-EXEC                                                     0186000X
           EXEC SQL                                                     0186000Y
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  0186000Z
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 01860010
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                01860011
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    01860012
               WHERE D.APP_ID = :POS-APP-ID                             01860013
                 AND D.DELINQ_STATUS = 'OPEN'                           01860014
                 AND S.APP_ID = D.APP_ID                                01860015
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                01860016
           END-EXEC                                                     01860017
           EXEC SQL                                                     01860018
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         01860019
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0186001A
                             - COALESCE(WAIVED_AMT, 0)                  0186001B
                        ELSE 0 END), 0),                                0186001C
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          0186001D
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            0186001E
                             - COALESCE(WAIVED_AMT, 0)                  0186001F
                        ELSE 0 END), 0)                                 0186001G
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    0186001H
                FROM KALA15.FEE_HISTORY                                 0186001I
               WHERE APP_ID = :POS-APP-ID                               0186001J
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0186001K
                               + COALESCE(WAIVED_AMT, 0)                0186001L
           END-EXEC                                                     0186001M
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  0186001N
           EXEC SQL                                                     0186001O
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   0186001P
                INTO :POS-PENALTY-DUE                                   0186001Q
                FROM KALA15.PENALTY_ACCRUAL                             0186001R
               WHERE APP_ID = :POS-APP-ID                               0186001S
                 AND PEN_STATUS = 'OPEN'                                0186001T
           END-EXEC                                                     0186001U
           EXEC SQL                                                     0186001V
              UPDATE KALA15.LOAN_POSITION                               0186001W
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                0186001X
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               0186001Y
                     INTEREST_DUE   = :POS-INTEREST-DUE,                0186001Z
                     FEES_DUE       = :POS-FEES-DUE,                    01860020
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 01860021
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 01860022
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                01860023
                     UPDATED_BY     = :POS-UPDATED-BY                   01860024
               WHERE APP_ID = :POS-APP-ID                               01860025
           END-EXEC                                                     01860026
           IF SQLCODE = 100                                             01860027
              EXEC SQL                                                  01860028
                 INSERT INTO KALA15.LOAN_POSITION                       01860029
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           0186002A
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           0186002B
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       0186002C
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                0186002D
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         0186002E
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               0186002F
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           0186002G
                         :POS-UPDATED-BY)                               0186002H
              END-EXEC                                                  0186002I
           END-IF                                                       0186002J
           EXIT.                                                        0186002K
                                                                        0186002L
       600-RECORD-CORRESPONDENCE.                                       01870000
           EXEC SQL                                                     01880000
              SELECT COALESCE(MAX(CORR_ID), 0) + 1                      01890000
              CLOSE DUNC                                                02190000
           END-EXEC                                                     02200000
           CLOSE DUNNING-EXTRACT                                        02210000
           PERFORM 950-LOG-RUN-HISTORY                                  02210001
           DISPLAY 'LOANDUNN - LETTERS WRITTEN : ' WS-LETTERS-WRITTEN   02220000
           DISPLAY 'LOANDUNN - FEES ASSESSED   : ' WS-FEES-ASSESSED     02230000
           DISPLAY 'LOANDUNN - SOFT-TRACK SENT : ' WS-SOFT-LETTERS      02230001
           EXIT.                                                        02240000
                                                                        02240001
      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    02240002
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    02240003
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    02240004
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   02240005
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   02240006
       945-RESERVE-RUN-ID.                                              02240007
           EXEC SQL                                                     02240008
              SELECT CHAR(CURRENT TIMESTAMP)                            02240009
                INTO :WS-RUN-START                                      0224000A
                FROM SYSIBM.SYSDUMMY1                                   0224000B
           END-EXEC                                                     0224000C
           EXEC SQL                                                     0224000D
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       0224000E
                INTO :RUNH-RUN-ID                                       0224000F
                FROM KALA15.BATCH_RUN_HISTORY                           0224000G
           END-EXEC                                                     0224000H
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0224000I
           MOVE -1 TO RUNH-RUN-RC                                       0224000J
           EXEC SQL                                                     0224000K
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0224000L
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0224000M
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0224000N
              VALUES                                                    0224000O
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          0224000P
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            0224000Q
           END-EXEC                                                     0224000R
           IF SQLCODE NOT = 00                                          0224000S
              DISPLAY 'LOANDUNN - UNABLE TO RESERVE RUN ID, SQLCODE '   0224000T
                      SQLCODE                                           0224000U
              MOVE 16 TO RETURN-CODE                                    0224000V
              STOP RUN                                                  0224000W
           END-IF                                                       0224000X
           EXEC SQL                                                     0224000Y
              COMMIT                                                    0224000Z
           END-EXEC                                                     02240010
           EXIT.                                                        02240011
                                                                        02240012
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     02240013
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       02240014
      *    CONSOLE'S DURATION TRENDING                                  02240015
       950-LOG-RUN-HISTORY.                                             02240016
           MOVE WS-LETTERS-WRITTEN TO RUNH-RECS-READ                    02240017
           MOVE ZERO TO RUNH-RECS-UPDATED                               02240018
           MOVE WS-FEES-ASSESSED TO RUNH-RECS-WRITTEN                   02240019
           MOVE RETURN-CODE TO RUNH-RUN-RC                              0224001A
           EXEC SQL                                                     0224001B
              UPDATE KALA15.BATCH_RUN_HISTORY                           0224001C
                 SET END_TS       = CURRENT TIMESTAMP,                  0224001D
                     RECS_READ    = :RUNH-RECS-READ,                    0224001E
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 0224001F
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 0224001G
                     RUN_RC       = :RUNH-RUN-RC,                       0224001H
                     RUN_STATUS   = 'C'                                 0224001I
               WHERE RUN_ID = :RUNH-RUN-ID                              0224001J
           END-EXEC                                                     0224001K
           EXIT.                                                        0224001L
