           05  PROV-EXPOSURE       PIC 9(10)V99.                        00220000
           05  PROV-ECL            PIC 9(10)V99.                        00230000
           05  PROV-RUN-DATE       PIC X(10).                           00240000
      *    P = PERFORMING FORBORNE, N = NON-PERFORMING FORBORNE         00240001
           05  PROV-FORB-CLASS     PIC X(01).                           00240002
                                                                        00250000
       FD  MIGRATION-REPORT                                             00260000
           RECORDING MODE F                                             00270000
       01  WS-GRADE                PIC S9(9) COMP.                      00480000
       01  WS-EXPOSURE             PIC S9(10)V9(2) COMP-3.              00490000
       01  WS-STAGE                PIC S9(4) COMP.                      00500000
       01  WS-FORB-CLASS           PIC X     VALUE SPACE.               00500001
      *    THE SCORE THE LOAN WAS UNDERWRITTEN ON AND THE BORROWER'S    00500002
      *    NEWEST BUREAU SCORE - A FALL OF ECL_SICR_SCORE_PTS POINTS    00500003
      *    OR MORE IS A SIGNIFICANT INCREASE IN CREDIT RISK             00500004
       01  WS-ORIG-SCORE           PIC S9(9) COMP.                      00500005
       01  WS-CUR-SCORE            PIC S9(9) COMP.                      00500006
       01  WS-SICR-DROP            PIC S9(9) COMP VALUE 100.            00500007
      *    THE FRESHEST VALUE OF THE COLLATERAL PLEDGED TO THE LOAN, AT 00500008
      *    ITS ALLOCATED SHARE, LESS THE ECL_COLL_HAIRCUT PERCENTAGE -  00500009
      *    ONLY THE EXPOSURE IT DOES NOT COVER CARRIES A LOSS           0050000A
       01  WS-COLL-VALUE           PIC S9(10)V9(2) COMP-3.              0050000B
       01  WS-COLL-HAIRCUT         PIC S9(3)V9(2) COMP-3 VALUE 30.      0050000C
       01  WS-UNSECURED            PIC S9(10)V9(2) COMP-3.              0050000D
       01  WS-ADJ-CNT              PIC S9(9) COMP.                      00500001
       01  WS-PRIOR-STAGE          PIC S9(4) COMP.                      00510000
       01  WS-PD                   PIC S9V9(4) COMP-3.                  00520000
           END-EXEC                                                     00930000
                                                                        00940000
      *    EVERY ACTIVE FUNDED LOAN: WORST OPEN DAYS-PAST-DUE, THE      00950000
      *    LATEST RISK GRADE LOANGRAD ASSIGNED, THE EXPOSURE (THE       00950001
      *    BALANCE ENTERING THE FIRST UNPAID INSTALLMENT), THE          00950002
      *    CLASS OF ANY ACTIVE FORBEARANCE, THE UNDERWRITING AND        00950003
      *    NEWEST BUREAU SCORES, AND THE COLLATERAL VALUE ALLOCATED     00950004
      *    TO THE LOAN - AN ITEM SECURING SEVERAL LOANS COUNTS ONLY     00950005
      *    AT THE SHARE PLEDGED TO EACH                                 00950006
           EXEC SQL                                                     00980000
              DECLARE ECLC CURSOR FOR                                   00990000
              SELECT A.APP_ID,                                          01000000
                                 WHERE S2.APP_ID = A.APP_ID             01200000
                                   AND S2.ACTUAL_BALANCE_AMT            01210000
                                       IS NOT NULL)),                   01220000
                        A.LOAN_AMN),                                    01220001
                     COALESCE((SELECT F.FORB_CLASS                      01220002
                        FROM KALA15.FORBEARANCE F                       01220003
                       WHERE F.APP_ID = A.APP_ID                        01220004
                         AND F.FORB_STATUS = 'A'), ' '),                01220005
                     COALESCE(A.CREDIT_SCORE, 0),                       01220006
                     COALESCE((SELECT H.CREDIT_SCORE                    01220007
                        FROM KALA15.CREDIT_SCORE_HISTORY H              01220008
                       WHERE H.CUST_SSN = A.CUST_SSN                    01220009
                       ORDER BY H.SCORE_ID DESC                         0122000A
                       FETCH FIRST 1 ROW ONLY), A.CREDIT_SCORE, 0),     0122000B
                     (SELECT COALESCE(SUM(COALESCE(                     0122000C
                        (SELECT V.NEW_VALUE                             0122000D
                           FROM KALA15.COLLATERAL_VALUATION V           0122000E
                          WHERE V.COLL_ID = CL.COLL_ID                  0122000F
                            AND V.VAL_ID =                              0122000G
                               (SELECT MAX(V2.VAL_ID)                   0122000H
                                  FROM KALA15.COLLATERAL_VALUATION V2   0122000I
                                 WHERE V2.COLL_ID = CL.COLL_ID)),       0122000J
                        CL.APPRAISED_VALUE)                             0122000K
                        * COALESCE(                                     0122000L
                           (SELECT AL.PLEDGE_PCT                        0122000M
                              FROM KALA15.COLLATERAL_ALLOCATION AL      0122000N
                             WHERE AL.COLL_ID = CL.COLL_ID              0122000O
                               AND AL.APP_ID = A.APP_ID                 0122000P
                               AND AL.RELEASE_STATUS IS NULL), 100)     0122000Q
                        / 100), 0)                                      0122000R
                        FROM KALA15.COLLATERAL CL                       0122000S
                       WHERE (CL.APP_ID = A.APP_ID                      0122000T
                              AND NOT EXISTS                            0122000U
                               (SELECT 1                                0122000V
                                  FROM KALA15.COLLATERAL_ALLOCATION AL2 0122000W
                                 WHERE AL2.COLL_ID = CL.COLL_ID))       0122000X
                          OR EXISTS                                     0122000Y
                               (SELECT 1                                0122000Z
                                  FROM KALA15.COLLATERAL_ALLOCATION AL3 01220010
                                 WHERE AL3.COLL_ID = CL.COLL_ID         01220011
                                   AND AL3.APP_ID = A.APP_ID            01220012
                                   AND AL3.RELEASE_STATUS IS NULL))     01220013
                FROM KALA15.APPLICATIONS A                              01240000
               WHERE A.STATUS = 1                                       01250000
                 AND EXISTS                                             01260000
           IF SQLCODE = 00                                              01580000
              MOVE BUSPARM-VALUE TO WS-LGD                              01590000
           END-IF                                                       01600000
                                                                        01600001
           MOVE 30 TO WS-COLL-HAIRCUT                                   01600002
           MOVE 'ECL_COLL_HAIRCUT' TO BUSPARM-NAME                      01600003
           PERFORM 120-FETCH-ONE-FACTOR                                 01600004
           IF SQLCODE = 00                                              01600005
              MOVE BUSPARM-VALUE TO WS-COLL-HAIRCUT                     01600006
           END-IF                                                       01600007
                                                                        01600008
           MOVE 100 TO WS-SICR-DROP                                     01600002
           MOVE 'ECL_SICR_SCORE_PTS' TO BUSPARM-NAME                    01600003
           PERFORM 120-FETCH-ONE-FACTOR                                 01600004
           IF SQLCODE = 00                                              01600005
              MOVE BUSPARM-VALUE TO WS-SICR-DROP                        01600006
           END-IF                                                       01600007
           EXIT.                                                        01610000
                                                                        01620000
       120-FETCH-ONE-FACTOR.                                            01630000
       200-STAGE-ONE-LOAN.                                              01740000
           EXEC SQL                                                     01750000
              FETCH ECLC                                                01760000
                INTO :WS-APP-ID, :WS-DPD, :WS-GRADE, :WS-EXPOSURE,      01760001
                     :WS-FORB-CLASS, :WS-ORIG-SCORE, :WS-CUR-SCORE,     01760002
                     :WS-COLL-VALUE                                     01760003
           END-EXEC                                                     01780000
                                                                        01790000
           IF SQLCODE NOT = 00                                          01800000
                                                                        01880000
      *    STAGE 3 = CREDIT-IMPAIRED (90+ DAYS OR THE WEAKEST GRADE),   01890000
      *    STAGE 2 = SIGNIFICANT INCREASE IN CREDIT RISK (PAST 30       01900000
      *    DAYS, GRADE 5-6, OR A BUREAU SCORE FALLEN FAR ENOUGH         01900001
      *    BELOW THE UNDERWRITING SCORE), STAGE 1 = EVERYTHING ELSE. A  01900002
      *    NON-PERFORMING FORBORNE LOAN IS CREDIT-IMPAIRED AND A        01900002
      *    PERFORMING FORBORNE ONE, STILL IN CURE OR PROBATION, HAS     01900003
      *    SEEN ITS CREDIT RISK RISE - IT CANNOT SIT IN STAGE 1         01900004
       300-CLASSIFY-STAGE.                                              01920000
      *    A COURT DEBT ADJUSTMENT IS A DEFAULT EVENT - THE LOAN IS     01921000
      *    CREDIT-IMPAIRED WHATEVER ITS ARREARS OR GRADE SAY            01922000
           EVALUATE TRUE                                                01930000
              WHEN WS-ADJ-CNT > ZERO                                    01931000
                 MOVE 3 TO WS-STAGE                                     01932000
              WHEN WS-FORB-CLASS = 'N'                                  01932001
                 MOVE 3 TO WS-STAGE                                     01932002
              WHEN WS-DPD > 90 OR WS-GRADE = 7                          01940000
                 MOVE 3 TO WS-STAGE                                     01950000
              WHEN WS-DPD > 30 OR WS-GRADE >= 5                         01960000
                 MOVE 2 TO WS-STAGE                                     01970000
              WHEN WS-ORIG-SCORE > ZERO AND                             01970001
                   WS-ORIG-SCORE - WS-CUR-SCORE >= WS-SICR-DROP         01970002
                 MOVE 2 TO WS-STAGE                                     01970003
              WHEN WS-FORB-CLASS = 'P'                                  01970001
                 MOVE 2 TO WS-STAGE                                     01970002
              WHEN OTHER                                                01980000
                 MOVE 1 TO WS-STAGE                                     01990000
           END-EVALUATE                                                 02000000
      *          THE EXPOSURE TIMES WHAT WE DO NOT RECOVER              02110000
                 MOVE 1.00 TO WS-PD                                     02120000
           END-EVALUATE                                                 02130000
           COMPUTE WS-UNSECURED =                                       02130001
                   WS-EXPOSURE -                                        02130002
                   WS-COLL-VALUE * (100 - WS-COLL-HAIRCUT) / 100        02130003
           IF WS-UNSECURED < ZERO                                       02130004
              MOVE ZERO TO WS-UNSECURED                                 02130005
           END-IF                                                       02130006
           COMPUTE WS-ECL-AMT ROUNDED =                                 02140000
                   WS-UNSECURED * WS-PD * WS-LGD                        02140001
           EXIT.                                                        02160000
                                                                        02170000
       500-RECORD-AND-REPORT.                                           02180000
           MOVE WS-STAGE     TO ECL-STAGE                               02380000
           MOVE WS-EXPOSURE  TO ECL-EXPOSURE-AMT                        02390000
           MOVE WS-ECL-AMT   TO ECL-AMT                                 02400000
           MOVE WS-FORB-CLASS TO ECL-FORB-CLASS                         02400001
           EXEC SQL                                                     02410000
              INSERT INTO KALA15.ECL_STAGE_HISTORY                      02420000
                 (ECL_ID, APP_ID, RUN_DATE, ECL_STAGE,                  02430000
                  EXPOSURE_AMT, ECL_AMT, FORB_CLASS)                    02430001
              VALUES                                                    02450000
                 (:ECL-ID, :ECL-APP-ID, CURRENT DATE, :ECL-STAGE,       02460000
                  :ECL-EXPOSURE-AMT, :ECL-AMT, :ECL-FORB-CLASS)         02460001
           END-EXEC                                                     02480000
                                                                        02490000
           MOVE WS-APP-ID     TO PROV-APP-ID                            02500000
           MOVE WS-EXPOSURE   TO PROV-EXPOSURE                          02520000
           MOVE WS-ECL-AMT    TO PROV-ECL                               02530000
           MOVE WS-AS-OF-DATE TO PROV-RUN-DATE                          02540000
           MOVE WS-FORB-CLASS TO PROV-FORB-CLASS                        02540001
           WRITE PROV-RECORD                                            02550000
           ADD 1 TO WS-LOANS-STAGED                                     02560000
           ADD WS-ECL-AMT TO WS-TOTAL-ECL                               02570000
