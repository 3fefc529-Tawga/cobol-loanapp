           SELECT PAYMENT-ORDER ASSIGN TO PAYORD                        00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-PAY-ORDER-STATUS.                      00080000
           SELECT DEFER-REPORT  ASSIGN TO DEFRPT                        00080001
               ORGANIZATION IS SEQUENTIAL                               00080002
               FILE STATUS IS WS-DEFER-STATUS.                          00080003
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    ONE OUTBOUND PAYMENT ORDER PER NEWLY APPROVED LOAN, IN THE   00110000
      *    FIXED LAYOUT THE BANK'S PAYMENT FACTORY CONSUMES. THE        00110001
      *    DISBURSEMENT ID TRAVELS AS THE END-TO-END REFERENCE AND      00110002
      *    COMES BACK ON THE BANK'S STATUS REPORT FOR LOANDSTL          00110003
       FD  PAYMENT-ORDER                                                00130000
           RECORDING MODE F                                             00140000
           LABEL RECORDS STANDARD.                                      00150000
           05  PAYORD-VALUE-DATE   PIC X(10).                           00230000
           05  PAYORD-IBAN         PIC X(34).                           00230001
           05  PAYORD-REF          PIC X(35).                           00230002
           05  PAYORD-DISB-ID      PIC 9(09).                           00230003
                                                                        00230004
      *    WHAT THE DAILY FUNDING CEILING HELD BACK TONIGHT, AND THE    00230005
      *    CEILING POSITION PER CURRENCY, FOR TREASURY                  00230006
       FD  DEFER-REPORT                                                 00230007
           RECORDING MODE F                                             00230008
           LABEL RECORDS STANDARD.                                      00230009
       01  DEFER-RPT-LINE          PIC X(80).                           0023000A
                                                                        00240000
       WORKING-STORAGE SECTION.                                         00250000
           EXEC SQL                                                     00260000
           EXEC SQL                                                     00430001
              INCLUDE RUNHIST                                           00430002
           END-EXEC.                                                    00430003
           EXEC SQL                                                     00430004
              INCLUDE BUSPARM                                           00430005
           END-EXEC.                                                    00430006
                                                                        00440000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00450000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00460000
       01  WS-PAY-ORDER-STATUS     PIC XX    VALUE '00'.                00470000
       01  WS-DEFER-STATUS         PIC XX    VALUE '00'.                00470001
       01  WS-RECS-WRITTEN         PIC 9(7)  VALUE ZERO.                00480000
      *    CHECKPOINT/RESTART - LOANS ALREADY FUNDED AND COMMITTED ON   00490000
      *    A PRIOR RUN ARE SKIPPED RATHER THAN PAID OUT A SECOND TIME.  00490001
      *    THE QUEUE NO LONGER RUNS IN APP-ID ORDER, SO THE SKIP IS     00490002
      *    THE DISBURSEMENT ROW ITSELF AND THE LAST KEY IS FOR OPS      00490003
       01  WS-RESUME-POINT         PIC S9(9) COMP VALUE ZERO.           00510000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANDISB'.          00520000
       01  WS-GATE-WAITING         PIC S9(4) COMP VALUE ZERO.           00520001
       01  WS-DRAWS-WRITTEN        PIC 9(7)  VALUE ZERO.                00520001
      *    ORDERS WRITTEN FOR THE DISBURSEMENT IN HAND - LOANDSTL       00520002
      *    SETTLES THE ROW ONCE THE BANK CONFIRMS THIS MANY             00520003
       01  WS-ORDER-CNT            PIC S9(9) COMP VALUE ZERO.           00520004
       01  WS-ORDER-AMT            PIC S9(8)V9(2) COMP-3 VALUE ZERO.    00520005
      *    FUNDING SPLIT FOR A DEBT-CONSOLIDATION LOAN - ONE ORDER      00520003
      *    PER EXTERNAL CREDITOR, OUR OWN LOANS CLOSED IN-HOUSE, AND    00520004
      *    WHATEVER IS LEFT OF THE PRINCIPAL GOES TO THE CUSTOMER       00520005
           88  WS-NO-MORE-DEBTS    VALUE 'Y'.                           00520009
                                                                        00530000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00530001
                                                                        00530002
      *    DAILY FUNDING CEILING - TREASURY'S LIMIT ON WHAT ONE NIGHT   00530003
      *    MAY TAKE OUT OF THE FUNDING ACCOUNT, PER CURRENCY. ONE       00530004
      *    ENTRY PER CURRENCY MET TONIGHT, LOADED ON FIRST USE FROM     00530005
      *    DISB_CEILING_<CCY> IN BUSINESS_PARAM, FALLING BACK TO        00530006
      *    DISB_CEILING FOR ALL CURRENCIES; NO PARAMETER (OR ZERO)      00530007
      *    MEANS NO CEILING. USED STARTS FROM WHAT ALREADY WENT OUT     00530008
      *    TODAY SO A RESTART OR A SECOND RUN CANNOT DOUBLE THE LIMIT.  00530009
      *    THE FIRST CANDIDATE THAT DOES NOT FIT CLOSES THE CURRENCY    0053000A
      *    FOR THE NIGHT - NOTHING YOUNGER JUMPS THE QUEUE PAST IT      0053000B
       01  WS-CEIL-CNT             PIC 9(2)  VALUE ZERO.                0053000C
       01  WS-CEIL-SUB             PIC 9(2)  VALUE ZERO.                0053000D
       01  WS-CEIL-HIT             PIC 9(2)  VALUE ZERO.                0053000E
       01  WS-CEILING-TABLE.                                            0053000F
           05  WS-CEIL-ENTRY       OCCURS 20 TIMES.                     0053000G
               10  WS-CEIL-CURRENCY  PIC X(3).                          0053000H
               10  WS-CEIL-LIMIT     PIC S9(11)V9(2) COMP-3.            0053000I
               10  WS-CEIL-USED      PIC S9(11)V9(2) COMP-3.            0053000J
               10  WS-CEIL-DEFER-CNT PIC 9(7).                          0053000K
               10  WS-CEIL-DEFER-AMT PIC S9(11)V9(2) COMP-3.            0053000L
               10  WS-CEIL-CLOSED-SW PIC X.                             0053000M
                   88  WS-CEIL-CLOSED VALUE 'Y'.                        0053000N
       01  WS-CEIL-PARAM           PIC X(18) VALUE SPACES.              0053000O
       01  WS-CEIL-TODAY           PIC S9(11)V9(2) COMP-3 VALUE ZERO.   0053000P
       01  WS-CAND-CURRENCY        PIC X(3)  VALUE SPACES.              0053000Q
       01  WS-CAND-AMT             PIC S9(8)V9(2) COMP-3 VALUE ZERO.    0053000R
       01  WS-FUND-SW              PIC X     VALUE 'Y'.                 0053000S
           88  WS-FUND-IT          VALUE 'Y'.                           0053000T
       01  WS-DEFERRED-CNT         PIC 9(7)  VALUE ZERO.                0053000U
      *    QUEUE ORDER - CONSOLIDATION PAYOFFS FIRST (THE CREDITORS'    0053000V
      *    SETTLEMENT QUOTES EXPIRE), THEN OLDEST APPROVAL FIRST        0053000W
       01  WS-QUEUE-PRIORITY       PIC S9(4) COMP VALUE ZERO.           0053000X
       01  WS-APPROVED-TS          PIC X(26) VALUE SPACES.              0053000Y
       01  WS-ED-ID                PIC 9(9).                            0053000Z
       01  WS-ED-AMT               PIC ZZ,ZZZ,ZZ9.99.                   00530010
       01  WS-ED-LIMIT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00530011
       01  WS-ED-USED              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.              00530012
       01  WS-ED-CNT               PIC ZZZ,ZZ9.                         00530013

       PROCEDURE DIVISION.                                              00540000
       000-MAIN-PARA.                                                   00550000
                INTO :WS-RUN-START                                      00610003
                FROM SYSIBM.SYSDUMMY1                                   00610004
           END-EXEC                                                     00610005
           PERFORM 945-RESERVE-RUN-ID                                   00610006
           OPEN OUTPUT PAYMENT-ORDER                                    00620000
           IF WS-PAY-ORDER-STATUS NOT = '00'                            00630000
              DISPLAY 'LOANDISB - UNABLE TO OPEN PAYMENT-ORDER, '       00640000
              MOVE 16 TO RETURN-CODE                                    00660000
              STOP RUN                                                  00670000
           END-IF                                                       00680000
           OPEN OUTPUT DEFER-REPORT                                     00680001
           IF WS-DEFER-STATUS NOT = '00'                                00680002
              DISPLAY 'LOANDISB - UNABLE TO OPEN DEFRPT, '              00680003
                      'STATUS = ' WS-DEFER-STATUS                       00680004
              MOVE 16 TO RETURN-CODE                                    00680005
              STOP RUN                                                  00680006
           END-IF                                                       00680007
           PERFORM 150-ESTABLISH-CHECKPOINT                             00690000
                                                                        00700000
      *    AN APPROVED APPLICATION WITH NO DISBURSEMENT ROW YET IS A    00710000
      *    LOAN WE HAVE PROMISED BUT NOT PAID OUT - EVERYTHING ELSE     00720000
      *    (REJECTED, PENDING REVIEW, ALREADY FUNDED) IS LEFT ALONE.    00720001
      *    THE QUEUE RUNS CONSOLIDATION PAYOFFS FIRST, THEN BY THE      00720002
      *    APPROVAL TIMESTAMP IN STATUS HISTORY, OLDEST FIRST, SO A     00720003
      *    LOAN THE CEILING HELD BACK LAST NIGHT GOES AHEAD OF TODAY'S  00720004
           EXEC SQL                                                     00740000
              DECLARE FUNDCAND CURSOR FOR                               00750000
                 SELECT A.APP_ID, A.CUST_SSN, C.F_NAME, C.L_NAME,       00760000
                        A.LOAN_AMN, A.CURRENCY_CODE,                    00760001
                        CASE WHEN EXISTS                                00760002
                                (SELECT 1                               00760003
                                   FROM KALA15.CONSOLIDATION_DEBT Q     00760004
                                  WHERE Q.APP_ID = A.APP_ID             00760005
                                    AND Q.SETTLE_STATUS = 'OPEN')       00760006
                             THEN 0 ELSE 1 END,                         00760007
                        COALESCE(                                       00760008
                           (SELECT CHAR(MIN(H.CHANGED_TS))              00760009
                              FROM KALA15.APPLICATION_STATUS_HISTORY H  0076000A
                             WHERE H.APP_ID = A.APP_ID                  0076000B
                               AND H.STATUS_CODE = 'APPROVED'), ' ')    0076000C
                   FROM KALA15.APPLICATIONS A, KALA15.CUSTOMER C        00780000
                  WHERE A.CUST_SSN = C.SSN                              00790000
                    AND A.STATUS = 1                                    00800000
                    AND NOT EXISTS                                      00820000
                       (SELECT 1 FROM KALA15.DISBURSEMENT D             00830000
                         WHERE D.APP_ID = A.APP_ID)                     00840000
                    AND EXISTS                                          00840004
                       (SELECT 1 FROM KALA15.E_SIGNATURE E              00840005
                         WHERE E.APP_ID = A.APP_ID                      00840006
                           AND E.SIG_STATUS = 'SIGNED'                  00840007
                           AND E.AGREEMENT_REF LIKE 'AGR%')             00840008
      *             A LOAN WITHDRAWN IN THE COOLING-OFF PERIOD HAS      00840001
      *             ITS SCHEDULE VOIDED - NEVER PAY IT OUT, WHATEVER    00840002
      *             ITS STATUS COLUMN STILL SAYS                        00840003
                       (SELECT 1 FROM KALA15.PRODUCT P                  0084000C
                         WHERE P.PRODUCT_CODE = A.PRODUCT_CODE          0084000D
                           AND P.REVOLVING_FLAG = 'Y')                  0084000E
      *             A STOP CODE BLOCKING DISBURSE ON THE LOAN, OR       0084000F
      *             ON ITS CUSTOMER WITH NO LOAN NAMED, HOLDS THE       0084000G
      *             PAY-OUT BACK UNTIL THE STOP IS RELEASED             0084000H
                    AND NOT EXISTS                                      0084000I
                       (SELECT 1 FROM KALA15.STOP_CODE SC,              0084000J
                                      KALA15.STOP_CODE_BLOCK SB         0084000K
                         WHERE SC.CUST_SSN = A.CUST_SSN                 0084000L
                           AND (SC.APP_ID = A.APP_ID                    0084000M
                             OR SC.APP_ID IS NULL)                      0084000N
                           AND SC.STOP_STATUS = 'A'                     0084000O
                           AND SB.STOP_CODE = SC.STOP_CODE              0084000P
                           AND SB.ACTIVITY = 'DISBURSE')                0084000Q
      *             A WARD'S CREDIT IS NEVER PAID OUT WITHOUT THE       0084000R
      *             GUARDIAN'S CONSENT - AN ACTIVE GUARDIANSHIP OVER    0084000S
      *             THE APPLICANT OR A CO-APPLICANT, EVEN ONE THE       0084000T
      *             REGISTER FEED BROUGHT IN AFTER APPROVAL, HOLDS THE  0084000U
      *             LOAN UNTIL THE CONSENT IS KEYED ON LOANGRDN         0084000V
                    AND NOT EXISTS                                      0084000W
                       (SELECT 1 FROM KALA15.GUARDIANSHIP G             0084000X
                         WHERE G.GRD_STATUS = 'A'                       0084000Y
                           AND (G.CUST_SSN = A.CUST_SSN                 0084000Z
                                OR G.CUST_SSN IN                        00840010
                                   (SELECT CA.CO_SSN                    00840011
                                      FROM KALA15.CO_APPLICANT CA       00840012
                                     WHERE CA.APP_ID = A.APP_ID))       00840013
                           AND NOT EXISTS                               00840014
                              (SELECT 1 FROM KALA15.GUARDIAN_CONSENT K  00840015
                                WHERE K.GRD_ID = G.GRD_ID               00840016
                                  AND K.APP_ID = A.APP_ID))             00840017
      *             A SECURED LOAN WAITS UNTIL THE REGISTRY HAS         00840018
      *             CONFIRMED THE CHARGE ON EVERY ITEM PLEDGED TO IT    00840019
      *             (LOANLREG/LOANLRCF), UNLESS A SUPERVISOR WAIVED     0084001A
      *             THE HOLD ON THE ITEM FROM LOANCOLL                  0084001B
                    AND NOT EXISTS                                      0084001C
                       (SELECT 1 FROM KALA15.PRODUCT P2,                0084001D
                                      KALA15.COLLATERAL CL              0084001E
                         WHERE P2.PRODUCT_CODE = A.PRODUCT_CODE         0084001F
                           AND P2.SECURED_FLAG = 'Y'                    0084001G
                           AND ((CL.APP_ID = A.APP_ID                   0084001H
                                 AND NOT EXISTS                         0084001I
                                    (SELECT 1                           0084001J
                                       FROM KALA15.COLLATERAL_ALLOCATION0084001K
                                            AL                          0084001L
                                      WHERE AL.COLL_ID = CL.COLL_ID))   0084001M
                             OR EXISTS                                  0084001N
                                    (SELECT 1                           0084001O
                                       FROM KALA15.COLLATERAL_ALLOCATION0084001P
                                            AL2                         0084001Q
                                      WHERE AL2.COLL_ID = CL.COLL_ID    0084001R
                                        AND AL2.APP_ID = A.APP_ID       0084001S
                                        AND AL2.RELEASE_STATUS IS NULL))0084001T
                           AND NOT EXISTS                               0084001U
                              (SELECT 1 FROM KALA15.LIEN_REGISTRATION LR0084001V
                                WHERE LR.COLL_ID = CL.COLL_ID           0084001W
                                  AND LR.APP_ID = A.APP_ID              0084001X
                                  AND (LR.REG_STATUS = 'REGISTRD'       0084001Y
                                       OR LR.WAIVED_BY IS NOT NULL)))   0084001Z
                  ORDER BY 7, 8, 1                                      0084000F
           END-EXEC                                                     00860000
           EXEC SQL                                                     00870000
              OPEN FUNDCAND                                             00880000
           END-EXEC                                                     00890000

      *    EVERY PENDING DRAW ON AN ACTIVE, SIGNED REVOLVING LINE       00890001
      *    GOES OUT AS ITS OWN PAYMENT ORDER TONIGHT, OLDEST REQUEST    00890002
      *    FIRST, WITHIN WHAT THE TERM LOANS LEFT OF THE CEILING        00890003
           EXEC SQL                                                     00890003
              DECLARE DRAWCAND CURSOR FOR                               00890004
                 SELECT W.DRAW_ID, W.APP_ID, W.DRAW_AMT,                00890005
                        W.CURRENCY_CODE, A.CUST_SSN,                    00890006
                        C.F_NAME, C.L_NAME, CHAR(W.DRAW_DATE)           00890007
                   FROM KALA15.CREDIT_LINE_DRAW W,                      00890008
                        KALA15.APPLICATIONS A, KALA15.CUSTOMER C        00890009
                  WHERE W.DRAW_STATUS = 'PENDING'                       0089000A
                    AND EXISTS                                          0089000E
                       (SELECT 1 FROM KALA15.E_SIGNATURE E              0089000F
                         WHERE E.APP_ID = A.APP_ID                      0089000G
                           AND E.SIG_STATUS = 'SIGNED'                  0089000H
                           AND E.AGREEMENT_REF LIKE 'AGR%')             0089000I
      *             A STOP CODE BLOCKING DISBURSE ON THE LOAN, OR       0089000I
      *             ON ITS CUSTOMER WITH NO LOAN NAMED, HOLDS THE       0089000J
      *             PAY-OUT BACK UNTIL THE STOP IS RELEASED             0089000K
                    AND NOT EXISTS                                      0089000L
                       (SELECT 1 FROM KALA15.STOP_CODE SC,              0089000M
                                      KALA15.STOP_CODE_BLOCK SB         0089000N
                         WHERE SC.CUST_SSN = A.CUST_SSN                 0089000O
                           AND (SC.APP_ID = A.APP_ID                    0089000P
                             OR SC.APP_ID IS NULL)                      0089000Q
                           AND SC.STOP_STATUS = 'A'                     0089000R
                           AND SB.STOP_CODE = SC.STOP_CODE              0089000S
                           AND SB.ACTIVITY = 'DISBURSE')                0089000T
                  ORDER BY W.DRAW_DATE, W.DRAW_ID                       0089000I
           END-EXEC                                                     0089000J

      *    THE DEBTS A CONSOLIDATION LOAN SETTLES, PAID IN DEBT-ID      0089000K
           EXIT.                                                        00900000
                                                                        00910000
      *    LOCATES (OR OPENS) THIS JOB'S CHECKPOINT ROW - A ROW LEFT    00920000
      *    IN-PROGRESS BY AN ABEND MEANS THIS IS A RESTART; LOANS       00920001
      *    ALREADY COMMITTED CARRY A DISBURSEMENT ROW AND DROP OUT OF   00920002
      *    THE CANDIDATE CURSOR RATHER THAN BEING DISBURSED TWICE       00920003
      *    THE NIGHTLY CYCLE'S ORDERING LIVES ON CYCLE_CONTROL - ONE    00960001
      *    ROW PER PREDECESSOR WITH THE BUSINESS DATE THE CYCLE RUNS    00960002
      *    FOR. THE JOB REFUSES TO START UNTIL EVERY PREDECESSOR HAS    00960003
           EXEC SQL                                                     01380000
              FETCH FUNDCAND                                            01390000
               INTO :APP-ID, :CUST-SSN, :F-NAME, :L-NAME,               01400000
                    :LOAN-AMN, :CURRENCY-CODE,                          01400001
                    :WS-QUEUE-PRIORITY, :WS-APPROVED-TS                 01400002
           END-EXEC                                                     01420000
                                                                        01430000
           IF SQLCODE NOT = 00                                          01440000
              MOVE 'Y' TO WS-EOF-SW                                     01450000
           ELSE                                                         01460000
              MOVE CURRENCY-CODE TO WS-CAND-CURRENCY                    01460001
              MOVE LOAN-AMN      TO WS-CAND-AMT                         01460002
              PERFORM 250-CHECK-FUNDING-CEILING                         01460003
              IF WS-FUND-IT                                             01460004
                 PERFORM 300-DISBURSE-LOAN                              01460005
              ELSE                                                      01460006
                 MOVE APP-ID TO WS-ED-ID                                01460007
                 MOVE SPACES TO DEFER-RPT-LINE                          01460008
                 STRING 'DEFERRED APP  ' WS-ED-ID ' '                   01460009
                        WS-CAND-CURRENCY ' ' WS-ED-AMT                  0146000A
                        ' APPROVED ' WS-APPROVED-TS (1:10)              0146000B
                        ' - CEILING'                                    0146000C
                        DELIMITED BY SIZE INTO DEFER-RPT-LINE           0146000D
                 END-STRING                                             0146000E
                 WRITE DEFER-RPT-LINE                                   0146000F
              END-IF                                                    0146000G
           END-IF                                                       01480000
           EXIT.                                                        01490000
                                                                        01490001
      *    DECIDES WHETHER THE CANDIDATE IN HAND FITS UNDER ITS         01490002
      *    CURRENCY'S CEILING; IF IT DOES ITS AMOUNT IS COUNTED         01490003
      *    AGAINST THE NIGHT, IF NOT THE CURRENCY CLOSES AND THE        01490004
      *    CANDIDATE IS COUNTED DEFERRED. A CONSOLIDATION PAYOFF IS     01490005
      *    NEVER HELD BACK - ITS CREDITOR QUOTES WOULD LAPSE - BUT ITS  01490006
      *    AMOUNT STILL EATS INTO THE CEILING AHEAD OF EVERYTHING ELSE  01490007
       250-CHECK-FUNDING-CEILING.                                       01490008
           MOVE 'Y' TO WS-FUND-SW                                       01490009
           MOVE ZERO TO WS-CEIL-HIT                                     0149000A
           PERFORM 255-MATCH-CEIL-CURRENCY                              0149000B
              VARYING WS-CEIL-SUB FROM 1 BY 1                           0149000C
              UNTIL WS-CEIL-SUB > WS-CEIL-CNT                           0149000D
                 OR WS-CEIL-HIT > ZERO                                  0149000E
           IF WS-CEIL-HIT = ZERO AND WS-CEIL-CNT < 20                   0149000F
              PERFORM 260-LOAD-CEILING                                  0149000G
           END-IF                                                       0149000H
           IF WS-CEIL-HIT > ZERO                                        0149000I
              IF WS-CEIL-LIMIT (WS-CEIL-HIT) > ZERO                     0149000J
                 AND WS-QUEUE-PRIORITY NOT = ZERO                       0149000K
                 IF WS-CEIL-CLOSED (WS-CEIL-HIT)                        0149000L
                    OR WS-CEIL-USED (WS-CEIL-HIT) + WS-CAND-AMT         0149000M
                       > WS-CEIL-LIMIT (WS-CEIL-HIT)                    0149000N
                    MOVE 'N' TO WS-FUND-SW                              0149000O
                    MOVE 'Y' TO WS-CEIL-CLOSED-SW (WS-CEIL-HIT)         0149000P
                 END-IF                                                 0149000Q
              END-IF                                                    0149000R
              IF WS-FUND-IT                                             0149000S
                 ADD WS-CAND-AMT TO WS-CEIL-USED (WS-CEIL-HIT)          0149000T
              ELSE                                                      0149000U
                 ADD 1 TO WS-CEIL-DEFER-CNT (WS-CEIL-HIT)               0149000V
                 ADD WS-CAND-AMT TO WS-CEIL-DEFER-AMT (WS-CEIL-HIT)     0149000W
                 ADD 1 TO WS-DEFERRED-CNT                               0149000X
                 MOVE WS-CAND-AMT TO WS-ED-AMT                          0149000Y
              END-IF                                                    0149000Z
           END-IF                                                       01490010
           EXIT.                                                        01490011
                                                                        01490012
       255-MATCH-CEIL-CURRENCY.                                         01490013
           IF WS-CEIL-CURRENCY (WS-CEIL-SUB) = WS-CAND-CURRENCY         01490014
              MOVE WS-CEIL-SUB TO WS-CEIL-HIT                           01490015
           END-IF                                                       01490016
           EXIT.                                                        01490017
                                                                        01490018
       260-LOAD-CEILING.                                                01490019
           ADD 1 TO WS-CEIL-CNT                                         0149001A
           MOVE WS-CEIL-CNT      TO WS-CEIL-HIT                         0149001B
           MOVE WS-CAND-CURRENCY TO WS-CEIL-CURRENCY (WS-CEIL-HIT)      0149001C
           MOVE ZERO TO WS-CEIL-LIMIT (WS-CEIL-HIT)                     0149001D
                        WS-CEIL-USED (WS-CEIL-HIT)                      0149001E
                        WS-CEIL-DEFER-CNT (WS-CEIL-HIT)                 0149001F
                        WS-CEIL-DEFER-AMT (WS-CEIL-HIT)                 0149001G
           MOVE 'N' TO WS-CEIL-CLOSED-SW (WS-CEIL-HIT)                  0149001H
           MOVE SPACES TO WS-CEIL-PARAM                                 0149001I
           STRING 'DISB_CEILING_' WS-CAND-CURRENCY                      0149001J
                  DELIMITED BY SIZE INTO WS-CEIL-PARAM                  0149001K
           END-STRING                                                   0149001L
           MOVE WS-CEIL-PARAM TO BUSPARM-NAME                           0149001M
           PERFORM 265-READ-CEILING-PARAM                               0149001N
           IF SQLCODE NOT = 00                                          0149001O
              MOVE 'DISB_CEILING      ' TO BUSPARM-NAME                 0149001P
              PERFORM 265-READ-CEILING-PARAM                            0149001Q
           END-IF                                                       0149001R
           IF SQLCODE = 00                                              0149001S
              MOVE BUSPARM-VALUE TO WS-CEIL-LIMIT (WS-CEIL-HIT)         0149001T
           END-IF                                                       0149001U
           EXEC SQL                                                     0149001V
              SELECT COALESCE(SUM(COALESCE(ORDER_AMT, DISB_AMT)), 0)    0149001W
                INTO :WS-CEIL-TODAY                                     0149001X
                FROM KALA15.DISBURSEMENT                                0149001Y
               WHERE CURRENCY_CODE = :WS-CAND-CURRENCY                  0149001Z
                 AND DISB_DATE = CURRENT DATE                           01490020
           END-EXEC                                                     01490021
           IF SQLCODE = 00                                              01490022
              MOVE WS-CEIL-TODAY TO WS-CEIL-USED (WS-CEIL-HIT)          01490023
           END-IF                                                       01490024
           EXIT.                                                        01490025
                                                                        01490026
       265-READ-CEILING-PARAM.                                          01490027
           EXEC SQL                                                     01490028
              SELECT PARAM_VALUE                                        01490029
                INTO :BUSPARM-VALUE                                     0149002A
                FROM KALA15.BUSINESS_PARAM                              0149002B
               WHERE PARAM_NAME = :BUSPARM-NAME                         0149002C
                 AND EFFECTIVE_DATE <= CURRENT DATE                     0149002D
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     0149002E
           END-EXEC                                                     0149002F
           EXIT.                                                        0149002G
                                                                        01500000
      *    WRITES THE OUTBOUND PAYMENT ORDER AND RECORDS THE            01500001
      *    DISBURSEMENT AWAITING SETTLEMENT, THEN COMMITS SO ONE LOAN'S 01500002
      *    FUNDING IS NEVER HALF DONE ACROSS AN ABEND. THE DISBURSED    01500003
      *    STATUS AND ITS EVENT WAIT FOR LOANDSTL TO SEE THE BANK       01500004
      *    CONFIRM THE MONEY ARRIVED                                    01500005
       300-DISBURSE-LOAN.                                               01540000
           MOVE APP-ID          TO PAYORD-APP-ID                        01550000
           MOVE CUST-SSN        TO PAYORD-SSN                           01560000
           END-EXEC                                                     01660000
           MOVE DISB-DATE TO PAYORD-VALUE-DATE                          01670000
                                                                        01670001
           EXEC SQL                                                     01670002
              SELECT COALESCE(MAX(DISB_ID), 0) + 1                      01670003
                INTO :DISB-ID                                           01670004
                FROM KALA15.DISBURSEMENT                                01670005
           END-EXEC                                                     01670006
           MOVE DISB-ID       TO PAYORD-DISB-ID                         01670007
           MOVE ZERO          TO WS-ORDER-CNT                           01670008
           MOVE ZERO          TO WS-ORDER-AMT                           01670009
                                                                        0167000A
      *    A CONSOLIDATION LOAN'S FUNDING IS SPLIT ACROSS THE DEBTS     01670002
      *    IT SETTLES; ANYTHING ELSE STAYS ONE ORDER TO THE BORROWER    01670003
           EXEC SQL                                                     01670004
                 AND SETTLE_STATUS = 'OPEN'                             01670009
           END-EXEC                                                     0167000A
           IF WS-CONS-CNT = ZERO                                        0167000B
              PERFORM 360-WRITE-PAYMENT-ORDER                           0167000C
           ELSE                                                         0167000D
              PERFORM 330-WRITE-CONSOLIDATION-ORDERS                    0167000E
           END-IF                                                       0167000F
                                                                        01690000
           MOVE APP-ID        TO DISB-APP-ID                            01760000
           MOVE LOAN-AMN      TO DISB-AMT                               01770000
           MOVE CURRENCY-CODE TO DISB-CURRENCY-CODE                     01780000
           MOVE WS-ORDER-CNT  TO DISB-ORDER-CNT                         01780001
           MOVE WS-ORDER-AMT  TO DISB-ORDER-AMT                         01780002
           SET  DISB-SENT     TO TRUE                                   01790000
      *    A CONSOLIDATION THAT CLOSED ONLY OUR OWN LOANS PUT NOTHING   01790001
      *    ON THE FILE - THERE IS NO BANK CONFIRMATION TO WAIT FOR      01790002
           IF WS-ORDER-CNT = ZERO                                       01790003
              SET DISB-SETTLED  TO TRUE                                 01790004
           ELSE                                                         01790005
              SET DISB-AWAITING TO TRUE                                 01790006
           END-IF                                                       01790007
                                                                        01800000
           EXEC SQL                                                     01810000
              INSERT INTO KALA15.DISBURSEMENT                           01820000
                     (DISB_ID, APP_ID, DISB_AMT, CURRENCY_CODE,         01830000
                      DISB_DATE, DISB_STATUS, ORDER_CNT, ORDER_AMT,     01830001
                      SETTLED_CNT, SETTLED_AMT, SETTLE_STATUS)          01830002
              VALUES (:DISB-ID, :DISB-APP-ID, :DISB-AMT,                01850000
                      :DISB-CURRENCY-CODE, CURRENT DATE,                01860000
                      :DISB-STATUS, :DISB-ORDER-CNT, :DISB-ORDER-AMT,   01860001
                      0, 0, :DISB-SETTLE-STATUS)                        01860002
           END-EXEC                                                     01880000
                                                                        01890000
      *    THE LOAN CARRIES TREASURY'S COST OF FUNDS FROM TODAY'S       01890001
      *    CURVE FOR LIFE - THE POINT FOR THE SHORTEST TERM COVERING    01890002
      *    THE LOAN'S, OR THE LONGEST POINT FOR A LOAN RUNNING PAST     01890003
      *    THE CURVE. NO CURVE FOR THE CURRENCY LEAVES IT NULL          01890004
           EXEC SQL                                                     01890005
              UPDATE KALA15.APPLICATIONS A                              01890006
                 SET FTP_DATE = CURRENT DATE,                           01890007
                     FTP_RATE =                                         01890008
                    (SELECT F.FTP_RATE                                  01890009
                       FROM KALA15.FUNDING_CURVE F                      0189000A
                      WHERE F.CURRENCY_CODE = A.CURRENCY_CODE           0189000B
                        AND F.EFFECTIVE_DATE <= CURRENT DATE            0189000C
                        AND (F.END_DATE IS NULL                         0189000D
                             OR F.END_DATE >= CURRENT DATE)             0189000E
                      ORDER BY CASE WHEN F.TERM_MONTHS >= A.LOAN_PERIOD 0189000F
                                    THEN 0 ELSE 1 END,                  0189000G
                               CASE WHEN F.TERM_MONTHS >= A.LOAN_PERIOD 0189000H
                                    THEN F.TERM_MONTHS                  0189000I
                                    ELSE 0 - F.TERM_MONTHS END          0189000J
                      FETCH FIRST 1 ROW ONLY)                           0189000K
               WHERE A.APP_ID = :APP-ID                                 0189000L
           END-EXEC                                                     0189000M
                                                                        0189000N
           IF DISB-SETTLED                                              01890001
              EXEC SQL                                                  01890002
                 UPDATE KALA15.DISBURSEMENT                             01890003
                    SET SETTLED_DATE = CURRENT DATE                     01890004
                  WHERE DISB_ID = :DISB-ID                              01890005
              END-EXEC                                                  01890006
              PERFORM 310-LOG-DISBURSED-STATUS                          01890007
           END-IF                                                       01890008
           ADD 1 TO WS-RECS-WRITTEN                                     01910000
           PERFORM 500-CHECKPOINT-COMMIT                                01920000
           EXIT.                                                        01930000
              MOVE WS-CONS-REMAINDER TO PAYORD-AMOUNT                   0193000J
              MOVE SPACES            TO PAYORD-IBAN                     0193000K
              MOVE SPACES            TO PAYORD-REF                      0193000L
              PERFORM 360-WRITE-PAYMENT-ORDER                           0193000M
           END-IF                                                       0193000N
           EXIT.                                                        0193000O

                    MOVE CDEBT-BALANCE-AMT   TO PAYORD-AMOUNT           01930013
                    MOVE CDEBT-CREDITOR-IBAN TO PAYORD-IBAN             01930014
                    MOVE CDEBT-CREDITOR-REF  TO PAYORD-REF              01930015
                    PERFORM 360-WRITE-PAYMENT-ORDER                     01930016
                 END-IF                                                 01930017
                 SUBTRACT CDEBT-BALANCE-AMT FROM WS-CONS-REMAINDER      01930018
                 EXEC SQL                                               0193001C
           MOVE CDEBT-INTERNAL-APP-ID TO HIST-APP-ID                    0193001V
           EXEC SQL                                                     0193001W
              INSERT INTO KALA15.APPLICATION_STATUS_HISTORY             0193001X
                 (HIST_ID, APP_ID, STATUS_CODE, CHANGED_TS, CHANGED_BY, 0193001Y
                  RUN_ID)                                               0193001Z
              VALUES                                                    0193001Z
                 (:HIST-ID, :HIST-APP-ID, :STATUS-CODE,                 01930020
                  CURRENT TIMESTAMP, 'LOANDISB', :RUNH-RUN-ID)          01930021
           END-EXEC                                                     01930022
           PERFORM 320-WRITE-OUTBOX-EVENT                               01930023
           EXIT.                                                        01930024

      *    EVERY ORDER FOR THE DISBURSEMENT IN HAND GOES THROUGH HERE   01930025
      *    SO THE ROW CARRIES THE COUNT AND TOTAL THE BANK MUST CONFIRM 01930026
       360-WRITE-PAYMENT-ORDER.                                         01930027
           WRITE PAYORD-RECORD                                          01930028
           ADD 1             TO WS-ORDER-CNT                            01930029
           ADD PAYORD-AMOUNT TO WS-ORDER-AMT                            0193002A
           EXIT.                                                        0193002B
                                                                        0193002C
      *    THE SAME STATUS-HISTORY TRAIL 243-LOG-STATUS-HISTORY IN      01950000
      *    LOANDB2 KEEPS FOR DECISIONS - FINANCE RECONCILES APPROVALS   01960000
      *    TO OUTFLOWS THROUGH THESE DISBURSED ROWS. ONLY A FUNDING     01960001
      *    WITH NOTHING ON THE BANK FILE IS LOGGED HERE; LOANDSTL LOGS  01960002
      *    THE REST WHEN THE SETTLEMENT IS CONFIRMED                    01960003
       310-LOG-DISBURSED-STATUS.                                        01980000
           MOVE 'DISBURSED' TO STATUS-CODE                              01990000
                                                                        02000000
                                                                        02080000
           EXEC SQL                                                     02090000
              INSERT INTO KALA15.APPLICATION_STATUS_HISTORY             02100000
                 (HIST_ID, APP_ID, STATUS_CODE, CHANGED_TS, CHANGED_BY, 02100001
                  RUN_ID)                                               02100002
              VALUES                                                    02120000
                 (:HIST-ID, :HIST-APP-ID, :STATUS-CODE,                 02130000
                  CURRENT TIMESTAMP, 'LOANDISB', :RUNH-RUN-ID)          02130001
           END-EXEC                                                     02150000
           PERFORM 320-WRITE-OUTBOX-EVENT                               02150001
           EXIT.                                                        02160000
           EXEC SQL                                                     0229000C
              INSERT INTO KALA15.EVENT_OUTBOX                           0229000D
                 (EVENT_ID, APP_ID, STATUS_CODE, EVENT_TS,              0229000E
                  PUBLISHED_FLAG, RUN_ID)                               0229000F
              VALUES                                                    0229000G
                 (:OBX-EVENT-ID, :OBX-APP-ID, :OBX-STATUS-CODE,         0229000H
                  CURRENT TIMESTAMP, 'N', :RUNH-RUN-ID)                 0229000I
           END-EXEC                                                     0229000J
           EXIT.                                                        0229000K

              FETCH DRAWCAND                                            0229010G
               INTO :DRAW-ID, :DRAW-APP-ID, :DRAW-AMT,                  0229010H
                    :DRAW-CURRENCY-CODE, :CUST-SSN,                     0229010I
                    :F-NAME, :L-NAME, :DRAW-DATE                        0229010J
           END-EXEC                                                     0229010K
                                                                        0229010L
           IF SQLCODE NOT = 00                                          0229010M
              MOVE 'Y' TO WS-EOF-SW                                     0229010N
           ELSE                                                         0229010O
              MOVE DRAW-CURRENCY-CODE TO WS-CAND-CURRENCY               0229010P
              MOVE DRAW-AMT           TO WS-CAND-AMT                    0229010Q
              MOVE 1                  TO WS-QUEUE-PRIORITY              0229010R
              PERFORM 250-CHECK-FUNDING-CEILING                         0229010S
              IF WS-FUND-IT                                             0229010T
                 PERFORM 620-DISBURSE-DRAW                              0229010U
              ELSE                                                      0229010V
                 MOVE DRAW-ID TO WS-ED-ID                               0229010W
                 MOVE SPACES TO DEFER-RPT-LINE                          0229010X
                 STRING 'DEFERRED DRAW ' WS-ED-ID ' '                   0229010Y
                        WS-CAND-CURRENCY ' ' WS-ED-AMT                  0229010Z
                        ' REQUESTED ' DRAW-DATE                         02290110
                        ' - CEILING'                                    02290111
                        DELIMITED BY SIZE INTO DEFER-RPT-LINE           02290112
                 END-STRING                                             02290113
                 WRITE DEFER-RPT-LINE                                   02290114
              END-IF                                                    02290115
           END-IF                                                       0229010Q
           EXIT.                                                        0229010R

      *    ONE PAYMENT ORDER AND ONE DISBURSEMENT ROW PER DRAW - THE    0229010S
      *    DISBURSEMENT TRAIL IS WHAT FINANCE RECONCILES OUTFLOWS       0229010T
      *    AGAINST, SO EVERY DRAW LEAVES THE SAME FOOTPRINT A TERM      0229010U
      *    LOAN'S FUNDING DOES. LOANDSTL LOGS THE DISBURSED STATUS      0229010V
      *    WHEN THE FIRST DRAW SETTLES, SO NOTICES AND DELINQUENCY      0229010W
      *    TREAT THE LINE AS A FUNDED LOAN FROM THAT POINT ON           0229010X
       620-DISBURSE-DRAW.                                               0229010Y
           MOVE DRAW-APP-ID        TO APP-ID                            0229010Z
           MOVE APP-ID             TO PAYORD-APP-ID                     02290110
                FROM SYSIBM.SYSDUMMY1                                   0229011A
           END-EXEC                                                     0229011B
           MOVE DISB-DATE TO PAYORD-VALUE-DATE                          0229011C
                                                                        0229011L
           EXEC SQL                                                     0229011M
              SELECT COALESCE(MAX(DISB_ID), 0) + 1                      0229011N
                INTO :DISB-ID                                           0229011O
                FROM KALA15.DISBURSEMENT                                0229011P
           END-EXEC                                                     0229011Q
           MOVE DISB-ID            TO PAYORD-DISB-ID                    0229011R
           MOVE ZERO               TO WS-ORDER-CNT                      0229011S
           MOVE ZERO               TO WS-ORDER-AMT                      0229011T
           PERFORM 360-WRITE-PAYMENT-ORDER                              0229011U
                                                                        0229011R
           MOVE APP-ID             TO DISB-APP-ID                       0229011S
           MOVE DRAW-AMT           TO DISB-AMT                          0229011T
           MOVE DRAW-CURRENCY-CODE TO DISB-CURRENCY-CODE                0229011U
           MOVE WS-ORDER-CNT       TO DISB-ORDER-CNT                    0229011V
           MOVE WS-ORDER-AMT       TO DISB-ORDER-AMT                    0229011W
           MOVE DRAW-ID            TO DISB-DRAW-ID                      0229011X
           SET  DISB-SENT          TO TRUE                              0229011V
           SET  DISB-AWAITING      TO TRUE                              0229011W
                                                                        0229011W
           EXEC SQL                                                     0229011X
              INSERT INTO KALA15.DISBURSEMENT                           0229011Y
                     (DISB_ID, APP_ID, DISB_AMT, CURRENCY_CODE,         0229011Z
                      DISB_DATE, DISB_STATUS, ORDER_CNT, ORDER_AMT,     02290120
                      SETTLED_CNT, SETTLED_AMT, SETTLE_STATUS,          02290121
                      DRAW_ID)                                          02290122
              VALUES (:DISB-ID, :DISB-APP-ID, :DISB-AMT,                02290121
                      :DISB-CURRENCY-CODE, CURRENT DATE,                02290122
                      :DISB-STATUS, :DISB-ORDER-CNT, :DISB-ORDER-AMT,   02290123
                      0, 0, :DISB-SETTLE-STATUS, :DISB-DRAW-ID)         02290124
           END-EXEC                                                     02290124
                                                                        02290125
           EXEC SQL                                                     02290126
               WHERE DRAW_ID = :DRAW-ID                                 02290129
           END-EXEC                                                     0229012A
                                                                        0229012B
           ADD 1 TO WS-DRAWS-WRITTEN                                    0229012F
           PERFORM 500-CHECKPOINT-COMMIT                                0229012G
           EXIT.                                                        0229012H
           EXEC SQL                                                     02400000
              COMMIT                                                    02410000
           END-EXEC                                                     02420000
           PERFORM 910-WRITE-CEILING-LINE                               02420001
              VARYING WS-CEIL-SUB FROM 1 BY 1                           02420002
              UNTIL WS-CEIL-SUB > WS-CEIL-CNT                           02420003
           CLOSE PAYMENT-ORDER                                          02430000
           CLOSE DEFER-REPORT                                           02430001
           DISPLAY 'LOANDISB - PAYMENT ORDERS WRITTEN: ' WS-RECS-WRITTEN02440000
           DISPLAY 'LOANDISB - LINE DRAWS PAID OUT: ' WS-DRAWS-WRITTEN  02440001
           DISPLAY 'LOANDISB - DEFERRED BY CEILING: ' WS-DEFERRED-CNT   02440002
           EXIT.                                                        02450000
                                                                        02450001
      *    ONE CEILING LINE PER CURRENCY THAT HAS ONE - THE LIMIT, WHAT 02450002
      *    WENT OUT AGAINST IT TODAY, AND WHAT WAS CARRIED FORWARD      02450003
       910-WRITE-CEILING-LINE.                                          02450004
           IF WS-CEIL-LIMIT (WS-CEIL-SUB) > ZERO                        02450005
              MOVE WS-CEIL-LIMIT (WS-CEIL-SUB)     TO WS-ED-LIMIT       02450006
              MOVE WS-CEIL-USED (WS-CEIL-SUB)      TO WS-ED-USED        02450007
              MOVE WS-CEIL-DEFER-CNT (WS-CEIL-SUB) TO WS-ED-CNT         02450008
              MOVE SPACES TO DEFER-RPT-LINE                             02450009
              STRING 'CEILING ' WS-CEIL-CURRENCY (WS-CEIL-SUB)          0245000A
                     WS-ED-LIMIT ' PAID' WS-ED-USED                     0245000B
                     ' DEFERRED' WS-ED-CNT                              0245000C
                     DELIMITED BY SIZE INTO DEFER-RPT-LINE              0245000D
              END-STRING                                                0245000E
              WRITE DEFER-RPT-LINE                                      0245000F
           END-IF                                                       0245000G
           EXIT.                                                        0245000H

      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    0245000I
      *    IS DONE, SO EVERY ROW THE RUN WRITES CAN CARRY ITS RUN ID    0245000J
      *    AND LOANBKOT CAN FIND THEM AGAIN. COMMITTED AT ONCE - THE    0245000K
      *    ROW MUST OUTLIVE A FAILED RUN, AND OTHER JOBS TAKING THEIR   0245000L
      *    OWN RUN IDS MUST NOT QUEUE BEHIND THIS ONE                   0245000M
       945-RESERVE-RUN-ID.                                              0245000N
           EXEC SQL                                                     0245000O
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       0245000P
                INTO :RUNH-RUN-ID                                       0245000Q
                FROM KALA15.BATCH_RUN_HISTORY                           0245000R
           END-EXEC                                                     0245000S
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            0245000T
           MOVE -1 TO RUNH-RUN-RC                                       0245000U
           EXEC SQL                                                     0245000V
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      0245000W
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        0245000X
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       0245000Y
              VALUES                                                    0245000Z
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          02450010
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            02450011
           END-EXEC                                                     02450012
           IF SQLCODE NOT = 00                                          02450013
              DISPLAY 'LOANDISB - UNABLE TO RESERVE RUN ID, SQLCODE '   02450014
                      SQLCODE                                           02450015
              MOVE 16 TO RETURN-CODE                                    02450016
              STOP RUN                                                  02450017
           END-IF                                                       02450018
           EXEC SQL                                                     02450019
              COMMIT                                                    0245001A
           END-EXEC                                                     0245001B
           EXIT.                                                        0245001C
                                                                        0245001D
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     0245001E
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       0245001F
      *    CONSOLE'S DURATION TRENDING                                  02450003
       950-LOG-RUN-HISTORY.                                             02450004
           MOVE ZERO TO RUNH-RECS-READ                                  0245000B
           MOVE WS-DRAWS-WRITTEN TO RUNH-RECS-UPDATED                   0245000C
           MOVE WS-RECS-WRITTEN TO RUNH-RECS-WRITTEN                    0245000D
           MOVE RETURN-CODE TO RUNH-RUN-RC                              0245000E
           EXEC SQL                                                     0245000F
              UPDATE KALA15.BATCH_RUN_HISTORY                           0245000G
                 SET END_TS       = CURRENT TIMESTAMP,                  0245000H
                     RECS_READ    = :RUNH-RECS-READ,                    0245000I
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 0245000J
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 0245000K
                     RUN_RC       = :RUNH-RUN-RC,                       0245000L
                     RUN_STATUS   = 'C'                                 0245000M
               WHERE RUN_ID = :RUNH-RUN-ID                              0245000N
           END-EXEC                                                     0245000O
           EXIT.                                                        0245000P
