       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANRSIM.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT SIM-REPORT   ASSIGN TO SIMRPT                         00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-RPT-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    ONE SECTION PER PENDING INTEREST-BRACKET OR RISK-PRICING     00110000
      *    CHANGE: THE LOANS IT WOULD TAKE OVER THE RATE CAP, THEN THE  00120000
      *    COUNTS, INSTALLMENT AND APR BEFORE AND AFTER, AND THE        00130000
      *    YEAR'S INCOME MOVE - WHAT THE APPROVER SIGNS OFF AGAINST     00140000
       FD  SIM-REPORT                                                   00150000
           RECORDING MODE F                                             00160000
           LABEL RECORDS STANDARD.                                      00170000
       01  RPT-LINE                PIC X(80).                           00180000
                                                                        00190000
       WORKING-STORAGE SECTION.                                         00200000
           EXEC SQL                                                     00210000
              INCLUDE SQLCA                                             00220000
           END-EXEC.                                                    00230000
           EXEC SQL                                                     00240000
              INCLUDE REFCHG                                            00250000
           END-EXEC.                                                    00260000
           EXEC SQL                                                     00270000
              INCLUDE RISKPRC                                           00280000
           END-EXEC.                                                    00290000
           EXEC SQL                                                     00300000
              INCLUDE BUSPARM                                           00310000
           END-EXEC.                                                    00320000
           EXEC SQL                                                     00330000
              INCLUDE RUNHIST                                           00340000
           END-EXEC.                                                    00350000
                                                                        00360000
       01  WS-CHG-EOF-SW           PIC X     VALUE 'N'.                 00370000
           88  WS-NO-MORE-CHANGES  VALUE 'Y'.                           00380000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00390000
           88  WS-NO-MORE-LOANS    VALUE 'Y'.                           00400000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00410000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANRSIM'.          00420000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00430000
       01  WS-CHANGES-READ         PIC 9(7)  VALUE ZERO.                00440000
       01  WS-LOANS-READ           PIC 9(7)  VALUE ZERO.                00450000
       01  WS-CROSS-TOTAL          PIC 9(7)  VALUE ZERO.                00460000
      *    THE STATUTORY CAP AS AN ANNUAL PERCENTAGE - THE SAME DATED   00470000
      *    PARAMETER LOANDB2 REFUSES AN APPROVAL ON                     00480000
       01  WS-CAP-LIMIT-PCT        PIC S9(3)V9(4) COMP-3 VALUE 20.      00490000
                                                                        00500000
      *    THE PENDING CHANGE, PARSED THROUGH THE SAME POSITIONAL       00510000
      *    LAYOUTS THE MAINTENANCE SCREEN KEYS IT IN                    00520000
       01  WS-SIM-NEW              PIC X(78).                           00530000
       01  WS-SIM-NEW-IN REDEFINES WS-SIM-NEW.                          00540000
           05  WS-SIM-IN-RATE      PIC 9V9(2).                          00550000
           05  WS-SIM-IN-RSTART    PIC 9(9).                            00560000
           05  WS-SIM-IN-REND      PIC 9(9).                            00570000
           05  WS-SIM-IN-CCY       PIC X(3).                            00580000
           05  WS-SIM-IN-PROD      PIC X(8).                            00590000
           05  FILLER              PIC X(46).                           00600000
       01  WS-SIM-NEW-RP REDEFINES WS-SIM-NEW.                          00610000
           05  WS-SIM-RP-TYPE      PIC X(1).                            00620000
           05  WS-SIM-RP-FROM      PIC 9(9).                            00630000
           05  WS-SIM-RP-TO        PIC 9(9).                            00640000
           05  WS-SIM-RP-SIGN      PIC X(1).                            00650000
           05  WS-SIM-RP-ADJ       PIC 9V9(2).                          00660000
           05  FILLER              PIC X(55).                           00670000
      *    THE SAME VALUES AS HOST VARIABLES FOR THE LOAN CURSOR - ONLY 00680000
      *    THE SET FOR THE CHANGE'S OWN TABLE IS FILLED IN              00690000
       01  WS-SIM-TABLE            PIC X(2).                            00700000
       01  WS-SIM-NEW-RATE         PIC S9(1)V9(2) COMP-3 VALUE ZERO.    00710000
       01  WS-SIM-RSTART           PIC S9(9) COMP VALUE ZERO.           00720000
       01  WS-SIM-REND             PIC S9(9) COMP VALUE ZERO.           00730000
       01  WS-SIM-CCY              PIC X(3)  VALUE SPACES.              00740000
       01  WS-SIM-PROD             PIC X(8)  VALUE SPACES.              00750000
       01  WS-SIM-OLD-ADJ          PIC S9(1)V9(2) COMP-3 VALUE ZERO.    00760000
                                                                        00770000
      *    ONE LOAN AS THE CURSOR DELIVERS IT                           00780000
       01  WS-LOAN-ROW.                                                 00790000
           05  WS-L-APP-ID         PIC S9(9) COMP.                      00800000
           05  WS-L-BOOK           PIC X(1).                            00810000
               88  WS-L-PIPELINE   VALUE 'P'.                           00820000
               88  WS-L-ARM-BOOK   VALUE 'A'.                           00830000
           05  WS-L-BALANCE        PIC S9(8)V9(2) COMP-3.               00840000
           05  WS-L-MONTHS         PIC S9(9) COMP.                      00850000
           05  WS-L-OLD-RATE       PIC S9(1)V9(2) COMP-3.               00860000
           05  WS-L-NEW-RATE       PIC S9(1)V9(2) COMP-3.               00870000
           05  WS-L-BRACKET-MOVE   PIC X(1).                            00880000
           05  WS-L-EUR-RATE       PIC S9(5)V9(6) COMP-3.               00890000
      *    STANDARD AMORTIZATION WORKING FIELDS - SAME NAMES AND        00900000
      *    PICTURES AS LOANARM'S, SINCE THIS IS THE RESET ARITHMETIC    00910000
      *    RUN AHEAD OF TIME                                            00920000
       01  WS-INT-RATE             PIC S9V9(8)    COMP-3.               00930000
       01  WS-MO-RATE              PIC S9V9(8)    COMP-3.               00940000
       01  WS-INTERMEDIATE-RES     PIC S9(10)V9(8) COMP-3.              00950000
       01  WS-PAYMENT              PIC S9(8)V9(2) COMP-3.               00960000
       01  WS-APR-PCT              PIC S9(3)V9(4) COMP-3.               00970000
       01  WS-OLD-PAYMENT          PIC S9(8)V9(2) COMP-3.               00980000
       01  WS-NEW-PAYMENT          PIC S9(8)V9(2) COMP-3.               00990000
       01  WS-OLD-APR-PCT          PIC S9(3)V9(4) COMP-3.               01000000
       01  WS-NEW-APR-PCT          PIC S9(3)V9(4) COMP-3.               01010000
      *    ONE CHANGE'S TOTALS                                          01020000
       01  WS-TOTALS.                                                   01030000
           05  WS-T-PIPELINE       PIC S9(9) COMP.                      01040000
           05  WS-T-ARM-BOOK       PIC S9(9) COMP.                      01050000
           05  WS-T-REPRICED       PIC S9(9) COMP.                      01060000
           05  WS-T-BRACKET        PIC S9(9) COMP.                      01070000
           05  WS-T-CAP-CROSS      PIC S9(9) COMP.                      01080000
           05  WS-T-OLD-PAYMENT    PIC S9(11)V9(2) COMP-3.              01090000
           05  WS-T-NEW-PAYMENT    PIC S9(11)V9(2) COMP-3.              01100000
           05  WS-T-OLD-APR        PIC S9(9)V9(4) COMP-3.               01110000
           05  WS-T-NEW-APR        PIC S9(9)V9(4) COMP-3.               01120000
           05  WS-T-INCOME-EUR     PIC S9(11)V9(2) COMP-3.              01130000
                                                                        01140000
       01  WS-ED-SQLCODE           PIC -(9)9.                           01150000
       01  WS-ED-CHANGE            PIC 9(8).                            01160000
       01  WS-ED-APP               PIC 9(8).                            01170000
       01  WS-ED-CNT               PIC Z(6)9.                           01180000
       01  WS-ED-CNT2              PIC Z(6)9.                           01190000
       01  WS-ED-PMT               PIC Z(6)9.99.                        01200000
       01  WS-ED-PMT2              PIC Z(6)9.99.                        01210000
       01  WS-ED-PCT               PIC ZZ9.999.                         01220000
       01  WS-ED-PCT2              PIC ZZ9.999.                         01230000
       01  WS-ED-CAP               PIC ZZ9.999.                         01240000
       01  WS-ED-INCOME            PIC -ZZZ,ZZZ,ZZ9.99.                 01250000
                                                                        01260000
       PROCEDURE DIVISION.                                              01270000
       000-MAIN-PARA.                                                   01280000
           PERFORM 100-INITIALIZE                                       01290000
           PERFORM 200-SIMULATE-ONE-CHANGE UNTIL WS-NO-MORE-CHANGES     01300000
           PERFORM 900-TERMINATE                                        01310000
           STOP RUN.                                                    01320000
                                                                        01330000
      *    EVERY INTEREST-BRACKET AND RISK-PRICING CHANGE STILL         01340000
      *    WAITING FOR ITS SECOND APPROVER, OLDEST FIRST                01350000
       100-INITIALIZE.                                                  01360000
           EXEC SQL                                                     01370000
              SELECT CHAR(CURRENT TIMESTAMP)                            01380000
                INTO :WS-RUN-START                                      01390000
                FROM SYSIBM.SYSDUMMY1                                   01400000
           END-EXEC                                                     01410000
           OPEN OUTPUT SIM-REPORT                                       01420000
           IF WS-RPT-STATUS NOT = '00'                                  01430000
              DISPLAY 'LOANRSIM - UNABLE TO OPEN SIM-REPORT, '          01440000
                      'STATUS = ' WS-RPT-STATUS                         01450000
              MOVE 16 TO RETURN-CODE                                    01460000
              STOP RUN                                                  01470000
           END-IF                                                       01480000
           MOVE 'RATE_CAP_PCT' TO BUSPARM-NAME                          01490000
           EXEC SQL                                                     01500000
              SELECT PARAM_VALUE                                        01510000
                INTO :BUSPARM-VALUE                                     01520000
                FROM KALA15.BUSINESS_PARAM                              01530000
               WHERE PARAM_NAME = :BUSPARM-NAME                         01540000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     01550000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     01560000
           END-EXEC                                                     01570000
           IF SQLCODE = 00                                              01580000
              MOVE BUSPARM-VALUE TO WS-CAP-LIMIT-PCT                    01590000
           END-IF                                                       01600000
           MOVE WS-CAP-LIMIT-PCT TO WS-ED-CAP                           01610000
           MOVE SPACES TO RPT-LINE                                      01620000
           STRING 'PENDING RATE CHANGES - WHAT-IF AGAINST THE BOOK, '   01630000
                  'CAP ' WS-ED-CAP ' PCT'                               01640000
                  DELIMITED BY SIZE INTO RPT-LINE                       01650000
           END-STRING                                                   01660000
           WRITE RPT-LINE                                               01670000
           EXEC SQL                                                     01680000
              DECLARE CHGC CURSOR FOR                                   01690000
              SELECT CHANGE_ID, TABLE_CODE, NEW_VALUES,                 01700000
                     COALESCE(REQUESTED_BY, ' '), CHAR(REQUESTED_DATE)  01710000
                FROM KALA15.REF_TABLE_CHANGE                            01720000
               WHERE CHG_STATUS = 'PENDING'                             01730000
                 AND TABLE_CODE IN ('IN', 'RP')                         01740000
               ORDER BY CHANGE_ID                                       01750000
           END-EXEC                                                     01760000
      *    EVERY LOAN A RATE CHANGE CAN STILL REACH, PRICED OFF THE     01770000
      *    BRACKET TABLE (A NEGOTIATED OVERRIDE OR A LOCKED PREAPPROVAL 01780000
      *    RATE IS NOT TOUCHED BY EITHER TABLE, SO THOSE ARE LEFT OUT): 01790000
      *    THE OPEN PIPELINE - PARKED, CONDITIONAL, OR APPROVED AND NOT 01800000
      *    YET FUNDED - ON ITS FULL AMOUNT AND TERM, AND THE FUNDED     01810000
      *    ADJUSTABLE-RATE BOOK ON WHAT IS LEFT OF IT. THE RATE TODAY   01820000
      *    IS THE BRACKET PLUS THE RISK ADJUSTMENT PRICED IN, THE WAY   01830000
      *    LOANCAPC READS IT. THE RATE UNDER THE CHANGE:                01840000
      *      IN - A LOAN THE NEW BRACKET'S RANGE, CURRENCY AND PRODUCT  01850000
      *           COVER TAKES ITS RATE, KEEPING ITS RISK ADJUSTMENT;    01860000
      *           WHEN THE BRACKET IT SITS IN TODAY IS NOT THE ONE      01870000
      *           BEING REPLACED, IT CHANGES BRACKET                    01880000
      *      RP - A LOAN WHOSE SCORE (S) OR GRADE (G) AT PRICING FALLS  01890000
      *           IN THE BAND SWAPS THE BAND'S CURRENT ADJUSTMENT FOR   01900000
      *           THE NEW ONE                                           01910000
           EXEC SQL                                                     01920000
              DECLARE LOANC CURSOR FOR                                  01930000
              SELECT A.APP_ID,                                          01940000
                     CASE WHEN A.STATUS = 1                             01950000
                           AND EXISTS                                   01960000
                              (SELECT 1 FROM KALA15.DISBURSEMENT D      01970000
                                WHERE D.APP_ID = A.APP_ID               01980000
                                  AND D.DISB_STATUS = 'SENT')           01990000
                          THEN 'A' ELSE 'P'                             02000000
                     END,                                               02010000
                     COALESCE(                                          02020000
                        (SELECT S.ACTUAL_BALANCE_AMT                    02030000
                           FROM KALA15.PAYMENT_SCHEDULE S               02040000
                          WHERE S.APP_ID = A.APP_ID                     02050000
                            AND S.ACTUAL_BALANCE_AMT IS NOT NULL        02060000
                          ORDER BY S.INSTALLMENT_NO DESC                02070000
                          FETCH FIRST 1 ROW ONLY), A.LOAN_AMN),         02080000
                     A.LOAN_PERIOD -                                    02090000
                        (SELECT COUNT(*)                                02100000
                           FROM KALA15.PAYMENT_SCHEDULE S               02110000
                          WHERE S.APP_ID = A.APP_ID                     02120000
                            AND S.ACTUAL_BALANCE_AMT IS NOT NULL),      02130000
                     I.RATE + COALESCE(C.RISK_ADJ, 0),                  02140000
                     CASE                                               02150000
                        WHEN :WS-SIM-TABLE = 'IN'                       02160000
                         AND (:WS-SIM-RSTART = 0                        02170000
                              OR :WS-SIM-RSTART <= A.LOAN_AMN)          02180000
                         AND (:WS-SIM-REND = 0                          02190000
                              OR :WS-SIM-REND >= A.LOAN_AMN)            02200000
                         AND (:WS-SIM-CCY = ' '                         02210000
                              OR :WS-SIM-CCY = A.CURRENCY_CODE)         02220000
                         AND (:WS-SIM-PROD = ' '                        02230000
                              OR :WS-SIM-PROD = A.PRODUCT_CODE)         02240000
                        THEN :WS-SIM-NEW-RATE + COALESCE(C.RISK_ADJ, 0) 02250000
                        WHEN :WS-SIM-TABLE = 'RP'                       02260000
                         AND ((:RPRC-BAND-TYPE = 'S'                    02270000
                               AND C.SCORE_USED BETWEEN                 02280000
                                   :RPRC-BAND-FROM AND :RPRC-BAND-TO)   02290000
                          OR  (:RPRC-BAND-TYPE = 'G'                    02300000
                               AND C.GRADE_USED BETWEEN                 02310000
                                   :RPRC-BAND-FROM AND :RPRC-BAND-TO))  02320000
                        THEN I.RATE + C.RISK_ADJ - :WS-SIM-OLD-ADJ      02330000
                                    + :RPRC-RATE-ADJ                    02340000
                        ELSE I.RATE + COALESCE(C.RISK_ADJ, 0)           02350000
                     END,                                               02360000
                     CASE                                               02370000
                        WHEN :WS-SIM-TABLE = 'IN'                       02380000
                         AND (:WS-SIM-RSTART = 0                        02390000
                              OR :WS-SIM-RSTART <= A.LOAN_AMN)          02400000
                         AND (:WS-SIM-REND = 0                          02410000
                              OR :WS-SIM-REND >= A.LOAN_AMN)            02420000
                         AND (:WS-SIM-CCY = ' '                         02430000
                              OR :WS-SIM-CCY = A.CURRENCY_CODE)         02440000
                         AND (:WS-SIM-PROD = ' '                        02450000
                              OR :WS-SIM-PROD = A.PRODUCT_CODE)         02460000
                         AND NOT                                        02470000
                             (COALESCE(I.RANGE_START, 0) =              02480000
                              :WS-SIM-RSTART                            02490000
                          AND COALESCE(I.RANGE_END, 0) = :WS-SIM-REND   02500000
                          AND COALESCE(I.CURRENCY_CODE, ' ') =          02510000
                              :WS-SIM-CCY                               02520000
                          AND COALESCE(I.PRODUCT_CODE, ' ') =           02530000
                              :WS-SIM-PROD)                             02540000
                        THEN 'Y' ELSE 'N'                               02550000
                     END,                                               02560000
                     COALESCE(                                          02570000
                        (SELECT X.EUR_RATE                              02580000
                           FROM KALA15.FX_RATE X                        02590000
                          WHERE X.CURRENCY_CODE = A.CURRENCY_CODE       02600000
                            AND X.RATE_DATE <= CURRENT DATE             02610000
                          ORDER BY X.RATE_DATE DESC                     02620000
                          FETCH FIRST 1 ROW ONLY), 1)                   02630000
                FROM KALA15.APPLICATIONS A                              02640000
                JOIN KALA15.INTEREST I                                  02650000
                  ON I.INTEREST_ID = A.INTEREST                         02660000
                LEFT JOIN KALA15.RATE_COMPONENT C                       02670000
                  ON C.APP_ID = A.APP_ID                                02680000
               WHERE A.STATUS IN (2, 3)                                 02690000
                  OR (A.STATUS = 1                                      02700000
                      AND NOT EXISTS                                    02710000
                         (SELECT 1 FROM KALA15.DISBURSEMENT D           02720000
                           WHERE D.APP_ID = A.APP_ID                    02730000
                             AND D.DISB_STATUS = 'SENT'))               02740000
                  OR (A.STATUS = 1                                      02750000
                      AND A.ARM_FLAG = 'Y')                             02760000
               ORDER BY A.APP_ID                                        02770000
           END-EXEC                                                     02780000
           EXEC SQL                                                     02790000
              OPEN CHGC                                                 02800000
           END-EXEC                                                     02810000
           PERFORM 980-CHECK-SQL                                        02820000
           EXIT.                                                        02830000
                                                                        02840000
       200-SIMULATE-ONE-CHANGE.                                         02850000
           EXEC SQL                                                     02860000
              FETCH CHGC                                                02870000
               INTO :RCH-CHANGE-ID, :RCH-TABLE-CODE, :RCH-NEW-VALUES,   02880000
                    :RCH-REQUESTED-BY, :RCH-REQUESTED-DATE              02890000
           END-EXEC                                                     02900000
           IF SQLCODE NOT = 00                                          02910000
              PERFORM 980-CHECK-SQL                                     02920000
              MOVE 'Y' TO WS-CHG-EOF-SW                                 02930000
           ELSE                                                         02940000
              ADD 1 TO WS-CHANGES-READ                                  02950000
              INITIALIZE WS-TOTALS                                      02960000
              PERFORM 210-SET-UP-CHANGE                                 02970000
              PERFORM 220-PRINT-CHANGE-HEADING                          02980000
              MOVE 'N' TO WS-EOF-SW                                     02990000
              EXEC SQL                                                  03000000
                 OPEN LOANC                                             03010000
              END-EXEC                                                  03020000
              PERFORM 980-CHECK-SQL                                     03030000
              PERFORM 230-SIMULATE-ONE-LOAN UNTIL WS-NO-MORE-LOANS      03040000
              EXEC SQL                                                  03050000
                 CLOSE LOANC                                            03060000
              END-EXEC                                                  03070000
              PERFORM 260-PRINT-CHANGE-TOTALS                           03080000
              PERFORM 270-ATTACH-SIMULATION                             03090000
           END-IF                                                       03100000
           EXIT.                                                        03110000
                                                                        03120000
      *    AN RP CHANGE REPLACES THE BAND'S ADJUSTMENT IN FORCE TODAY,  03130000
      *    OR ADDS A BAND THAT HAS NONE                                 03140000
       210-SET-UP-CHANGE.                                               03150000
           MOVE RCH-TABLE-CODE TO WS-SIM-TABLE                          03160000
           MOVE RCH-NEW-VALUES TO WS-SIM-NEW                            03170000
           MOVE ZERO   TO WS-SIM-NEW-RATE WS-SIM-RSTART WS-SIM-REND     03180000
                          WS-SIM-OLD-ADJ RPRC-BAND-FROM RPRC-BAND-TO    03190000
                          RPRC-RATE-ADJ                                 03200000
           MOVE SPACES TO WS-SIM-CCY WS-SIM-PROD RPRC-BAND-TYPE         03210000
           IF WS-SIM-TABLE = 'IN'                                       03220000
              MOVE WS-SIM-IN-RATE   TO WS-SIM-NEW-RATE                  03230000
              MOVE WS-SIM-IN-RSTART TO WS-SIM-RSTART                    03240000
              MOVE WS-SIM-IN-REND   TO WS-SIM-REND                      03250000
              MOVE WS-SIM-IN-CCY    TO WS-SIM-CCY                       03260000
              MOVE WS-SIM-IN-PROD   TO WS-SIM-PROD                      03270000
           ELSE                                                         03280000
              MOVE WS-SIM-RP-TYPE TO RPRC-BAND-TYPE                     03290000
              MOVE WS-SIM-RP-FROM TO RPRC-BAND-FROM                     03300000
              MOVE WS-SIM-RP-TO   TO RPRC-BAND-TO                       03310000
              IF WS-SIM-RP-SIGN = '-'                                   03320000
                 COMPUTE RPRC-RATE-ADJ = ZERO - WS-SIM-RP-ADJ           03330000
              ELSE                                                      03340000
                 MOVE WS-SIM-RP-ADJ TO RPRC-RATE-ADJ                    03350000
              END-IF                                                    03360000
              EXEC SQL                                                  03370000
                 SELECT RATE_ADJ                                        03380000
                   INTO :WS-SIM-OLD-ADJ                                 03390000
                   FROM KALA15.RISK_PRICING                             03400000
                  WHERE END_DATE IS NULL                                03410000
                    AND BAND_TYPE = :RPRC-BAND-TYPE                     03420000
                    AND BAND_FROM = :RPRC-BAND-FROM                     03430000
                    AND BAND_TO = :RPRC-BAND-TO                         03440000
              END-EXEC                                                  03450000
              IF SQLCODE NOT = 00                                       03460000
                 PERFORM 980-CHECK-SQL                                  03470000
                 MOVE ZERO TO WS-SIM-OLD-ADJ                            03480000
              END-IF                                                    03490000
           END-IF                                                       03500000
           EXIT.                                                        03510000
                                                                        03520000
       220-PRINT-CHANGE-HEADING.                                        03530000
           MOVE RCH-CHANGE-ID TO WS-ED-CHANGE                           03540000
           MOVE SPACES TO RPT-LINE                                      03550000
           WRITE RPT-LINE                                               03560000
           STRING 'CHANGE ' WS-ED-CHANGE '  TABLE ' RCH-TABLE-CODE      03570000
                  '  REQUESTED BY ' RCH-REQUESTED-BY                    03580000
                  ' ON ' RCH-REQUESTED-DATE                             03590000
                  DELIMITED BY SIZE INTO RPT-LINE                       03600000
           END-STRING                                                   03610000
           WRITE RPT-LINE                                               03620000
           MOVE SPACES TO RPT-LINE                                      03630000
           STRING '  NEW VALUES ' RCH-NEW-VALUES (1:60)                 03640000
                  DELIMITED BY SIZE INTO RPT-LINE                       03650000
           END-STRING                                                   03660000
           WRITE RPT-LINE                                               03670000
           EXIT.                                                        03680000
                                                                        03690000
       230-SIMULATE-ONE-LOAN.                                           03700000
           EXEC SQL                                                     03710000
              FETCH LOANC                                               03720000
               INTO :WS-L-APP-ID, :WS-L-BOOK, :WS-L-BALANCE,            03730000
                    :WS-L-MONTHS, :WS-L-OLD-RATE, :WS-L-NEW-RATE,       03740000
                    :WS-L-BRACKET-MOVE, :WS-L-EUR-RATE                  03750000
           END-EXEC                                                     03760000
           IF SQLCODE NOT = 00                                          03770000
              PERFORM 980-CHECK-SQL                                     03780000
              MOVE 'Y' TO WS-EOF-SW                                     03790000
           ELSE                                                         03800000
              ADD 1 TO WS-LOANS-READ                                    03810000
              IF WS-L-PIPELINE                                          03820000
                 ADD 1 TO WS-T-PIPELINE                                 03830000
              ELSE                                                      03840000
                 ADD 1 TO WS-T-ARM-BOOK                                 03850000
              END-IF                                                    03860000
              IF WS-L-BRACKET-MOVE = 'Y'                                03870000
                 ADD 1 TO WS-T-BRACKET                                  03880000
              END-IF                                                    03890000
      *       THE SAME FLOOR 224-APPLY-RISK-MATRIX PUTS UNDER THE RATE  03900000
              IF WS-L-NEW-RATE < ZERO                                   03910000
                 MOVE ZERO TO WS-L-NEW-RATE                             03920000
              END-IF                                                    03930000
              IF WS-L-NEW-RATE NOT = WS-L-OLD-RATE                      03940000
                 PERFORM 240-REPRICE-LOAN                               03950000
              END-IF                                                    03960000
           END-IF                                                       03970000
           EXIT.                                                        03980000
                                                                        03990000
      *    THE INSTALLMENT RE-AMORTIZES WHAT IS LEFT OF THE LOAN OVER   04000000
      *    WHAT IS LEFT OF THE TERM, AS A RESET WOULD. THE FEE AND THE  04010000
      *    COVER ARE FIXED AT BOOKING, SO THE APR COMPARED IS THE       04020000
      *    RATE'S OWN ANNUAL EQUIVALENT - AT OR ABOVE THE NOMINAL RATE  04030000
      *    LOANCAPC TESTS A LIVE LOAN ON. A YEAR'S INCOME MOVE IS THE   04040000
      *    RATE MOVE ON THE BALANCE, IN EUR                             04050000
       240-REPRICE-LOAN.                                                04060000
           ADD 1 TO WS-T-REPRICED                                       04070000
           IF WS-L-MONTHS < 1                                           04080000
              MOVE 1 TO WS-L-MONTHS                                     04090000
           END-IF                                                       04100000
           MOVE WS-L-OLD-RATE TO WS-INT-RATE                            04110000
           PERFORM 250-PRICE-AT-RATE                                    04120000
           MOVE WS-PAYMENT TO WS-OLD-PAYMENT                            04130000
           MOVE WS-APR-PCT TO WS-OLD-APR-PCT                            04140000
           MOVE WS-L-NEW-RATE TO WS-INT-RATE                            04150000
           PERFORM 250-PRICE-AT-RATE                                    04160000
           MOVE WS-PAYMENT TO WS-NEW-PAYMENT                            04170000
           MOVE WS-APR-PCT TO WS-NEW-APR-PCT                            04180000
           ADD WS-OLD-PAYMENT TO WS-T-OLD-PAYMENT                       04190000
           ADD WS-NEW-PAYMENT TO WS-T-NEW-PAYMENT                       04200000
           ADD WS-OLD-APR-PCT TO WS-T-OLD-APR                           04210000
           ADD WS-NEW-APR-PCT TO WS-T-NEW-APR                           04220000
           COMPUTE WS-T-INCOME-EUR ROUNDED = WS-T-INCOME-EUR +          04230000
                   WS-L-BALANCE * (WS-L-NEW-RATE - WS-L-OLD-RATE)       04240000
                   / WS-L-EUR-RATE                                      04250000
           IF WS-OLD-APR-PCT NOT > WS-CAP-LIMIT-PCT                     04260000
              AND WS-NEW-APR-PCT > WS-CAP-LIMIT-PCT                     04270000
              ADD 1 TO WS-T-CAP-CROSS                                   04280000
              MOVE WS-L-APP-ID    TO WS-ED-APP                          04290000
              MOVE WS-OLD-APR-PCT TO WS-ED-PCT                          04300000
              MOVE WS-NEW-APR-PCT TO WS-ED-PCT2                         04310000
              MOVE SPACES TO RPT-LINE                                   04320000
              STRING '  APP ' WS-ED-APP ' ' WS-L-BOOK                   04330000
                     ' APR NOW ' WS-ED-PCT                              04340000
                     ' WOULD BE ' WS-ED-PCT2 ' - OVER THE CAP'          04350000
                     DELIMITED BY SIZE INTO RPT-LINE                    04360000
              END-STRING                                                04370000
              WRITE RPT-LINE                                            04380000
           END-IF                                                       04390000
           EXIT.                                                        04400000
                                                                        04410000
       250-PRICE-AT-RATE.                                               04420000
           COMPUTE WS-MO-RATE = WS-INT-RATE / 12                        04430000
           IF WS-MO-RATE = ZERO                                         04440000
              COMPUTE WS-PAYMENT ROUNDED = WS-L-BALANCE / WS-L-MONTHS   04450000
              MOVE ZERO TO WS-APR-PCT                                   04460000
           ELSE                                                         04470000
              COMPUTE WS-INTERMEDIATE-RES =                             04480000
                      (1 - (1 + WS-MO-RATE) ** (-1 * WS-L-MONTHS))      04490000
              COMPUTE WS-PAYMENT ROUNDED =                              04500000
                      (WS-L-BALANCE * WS-MO-RATE) / WS-INTERMEDIATE-RES 04510000
              COMPUTE WS-APR-PCT ROUNDED =                              04520000
                      ((1 + WS-MO-RATE) ** 12 - 1) * 100                04530000
           END-IF                                                       04540000
           EXIT.                                                        04550000
                                                                        04560000
       260-PRINT-CHANGE-TOTALS.                                         04570000
           MOVE WS-T-PIPELINE TO WS-ED-CNT                              04580000
           MOVE WS-T-ARM-BOOK TO WS-ED-CNT2                             04590000
           MOVE SPACES TO RPT-LINE                                      04600000
           STRING '  PIPELINE LOANS     ' WS-ED-CNT                     04610000
                  '   ADJUSTABLE-RATE LOANS ' WS-ED-CNT2                04620000
                  DELIMITED BY SIZE INTO RPT-LINE                       04630000
           END-STRING                                                   04640000
           WRITE RPT-LINE                                               04650000
           MOVE WS-T-REPRICED TO WS-ED-CNT                              04660000
           MOVE WS-T-BRACKET  TO WS-ED-CNT2                             04670000
           MOVE SPACES TO RPT-LINE                                      04680000
           STRING '  REPRICED           ' WS-ED-CNT                     04690000
                  '   CHANGING BRACKET      ' WS-ED-CNT2                04700000
                  DELIMITED BY SIZE INTO RPT-LINE                       04710000
           END-STRING                                                   04720000
           WRITE RPT-LINE                                               04730000
           MOVE ZERO TO RSIM-OLD-AVG-PAYMENT RSIM-NEW-AVG-PAYMENT       04740000
                        RSIM-OLD-AVG-APR RSIM-NEW-AVG-APR               04750000
           IF WS-T-REPRICED > ZERO                                      04760000
              COMPUTE RSIM-OLD-AVG-PAYMENT ROUNDED =                    04770000
                      WS-T-OLD-PAYMENT / WS-T-REPRICED                  04780000
              COMPUTE RSIM-NEW-AVG-PAYMENT ROUNDED =                    04790000
                      WS-T-NEW-PAYMENT / WS-T-REPRICED                  04800000
              COMPUTE RSIM-OLD-AVG-APR ROUNDED =                        04810000
                      WS-T-OLD-APR / WS-T-REPRICED                      04820000
              COMPUTE RSIM-NEW-AVG-APR ROUNDED =                        04830000
                      WS-T-NEW-APR / WS-T-REPRICED                      04840000
           END-IF                                                       04850000
           MOVE RSIM-OLD-AVG-PAYMENT TO WS-ED-PMT                       04860000
           MOVE RSIM-NEW-AVG-PAYMENT TO WS-ED-PMT2                      04870000
           MOVE SPACES TO RPT-LINE                                      04880000
           STRING '  AVG INSTALLMENT  OLD ' WS-ED-PMT                   04890000
                  '   NEW ' WS-ED-PMT2                                  04900000
                  DELIMITED BY SIZE INTO RPT-LINE                       04910000
           END-STRING                                                   04920000
           WRITE RPT-LINE                                               04930000
           MOVE RSIM-OLD-AVG-APR TO WS-ED-PCT                           04940000
           MOVE RSIM-NEW-AVG-APR TO WS-ED-PCT2                          04950000
           MOVE SPACES TO RPT-LINE                                      04960000
           STRING '  AVG APR PCT      OLD ' WS-ED-PCT                   04970000
                  '      NEW ' WS-ED-PCT2                               04980000
                  DELIMITED BY SIZE INTO RPT-LINE                       04990000
           END-STRING                                                   05000000
           WRITE RPT-LINE                                               05010000
           MOVE WS-T-CAP-CROSS TO WS-ED-CNT                             05020000
           MOVE SPACES TO RPT-LINE                                      05030000
           STRING '  TAKEN OVER THE RATE CAP ' WS-ED-CNT                05040000
                  DELIMITED BY SIZE INTO RPT-LINE                       05050000
           END-STRING                                                   05060000
           WRITE RPT-LINE                                               05070000
           MOVE WS-T-INCOME-EUR TO WS-ED-INCOME                         05080000
           MOVE SPACES TO RPT-LINE                                      05090000
           STRING '  ANNUAL INTEREST INCOME IMPACT EUR ' WS-ED-INCOME   05100000
                  DELIMITED BY SIZE INTO RPT-LINE                       05110000
           END-STRING                                                   05120000
           WRITE RPT-LINE                                               05130000
           ADD WS-T-CAP-CROSS TO WS-CROSS-TOTAL                         05140000
           EXIT.                                                        05150000
                                                                        05160000
      *    THE RESULT GOES ON FILE AGAINST THE CHANGE, REPLACING LAST   05170000
      *    NIGHT'S - LOANRMNT SHOWS IT AND LOANDB2 WILL NOT APPROVE     05180000
      *    THE CHANGE WITHOUT IT                                        05190000
       270-ATTACH-SIMULATION.                                           05200000
           MOVE RCH-CHANGE-ID   TO RSIM-CHANGE-ID                       05210000
           MOVE WS-T-PIPELINE   TO RSIM-PIPELINE-CNT                    05220000
           MOVE WS-T-ARM-BOOK   TO RSIM-ARM-BOOK-CNT                    05230000
           MOVE WS-T-REPRICED   TO RSIM-REPRICED-CNT                    05240000
           MOVE WS-T-BRACKET    TO RSIM-BRACKET-CHG-CNT                 05250000
           MOVE WS-T-CAP-CROSS  TO RSIM-CAP-CROSS-CNT                   05260000
           MOVE WS-T-INCOME-EUR TO RSIM-ANNUAL-INC-EUR                  05270000
           EXEC SQL                                                     05280000
              DELETE FROM KALA15.REF_CHANGE_SIMULATION                  05290000
               WHERE CHANGE_ID = :RSIM-CHANGE-ID                        05300000
           END-EXEC                                                     05310000
           PERFORM 980-CHECK-SQL                                        05320000
           EXEC SQL                                                     05330000
              INSERT INTO KALA15.REF_CHANGE_SIMULATION                  05340000
                 (CHANGE_ID, SIM_TS, PIPELINE_CNT, ARM_BOOK_CNT,        05350000
                  REPRICED_CNT, BRACKET_CHG_CNT, OLD_AVG_PAYMENT,       05360000
                  NEW_AVG_PAYMENT, OLD_AVG_APR, NEW_AVG_APR,            05370000
                  CAP_CROSS_CNT, ANNUAL_INC_EUR)                        05380000
              VALUES                                                    05390000
                 (:RSIM-CHANGE-ID, CURRENT TIMESTAMP,                   05400000
                  :RSIM-PIPELINE-CNT, :RSIM-ARM-BOOK-CNT,               05410000
                  :RSIM-REPRICED-CNT, :RSIM-BRACKET-CHG-CNT,            05420000
                  :RSIM-OLD-AVG-PAYMENT, :RSIM-NEW-AVG-PAYMENT,         05430000
                  :RSIM-OLD-AVG-APR, :RSIM-NEW-AVG-APR,                 05440000
                  :RSIM-CAP-CROSS-CNT, :RSIM-ANNUAL-INC-EUR)            05450000
           END-EXEC                                                     05460000
           PERFORM 980-CHECK-SQL                                        05470000
           EXIT.                                                        05480000
                                                                        05490000
       900-TERMINATE.                                                   05500000
           EXEC SQL                                                     05510000
              CLOSE CHGC                                                05520000
           END-EXEC                                                     05530000
           MOVE WS-CHANGES-READ TO WS-ED-CNT                            05540000
           MOVE SPACES TO RPT-LINE                                      05550000
           WRITE RPT-LINE                                               05560000
           STRING 'PENDING CHANGES SIMULATED ' WS-ED-CNT                05570000
                  DELIMITED BY SIZE INTO RPT-LINE                       05580000
           END-STRING                                                   05590000
           WRITE RPT-LINE                                               05600000
           CLOSE SIM-REPORT                                             05610000
      *    A CHANGE THAT WOULD BREACH THE CAP IS FOR THE APPROVER TO    05620000
      *    WEIGH, NOT A FAILED RUN - RC 4 FLAGS IT                      05630000
           IF WS-CROSS-TOTAL > ZERO                                     05640000
              MOVE 4 TO RETURN-CODE                                     05650000
           END-IF                                                       05660000
           DISPLAY 'LOANRSIM - CHANGES SIMULATED    : ' WS-CHANGES-READ 05670000
           DISPLAY 'LOANRSIM - LOANS EXAMINED       : ' WS-LOANS-READ   05680000
           DISPLAY 'LOANRSIM - LOANS TAKEN OVER CAP : ' WS-CROSS-TOTAL  05690000
           PERFORM 950-LOG-RUN-HISTORY                                  05700000
           EXEC SQL                                                     05710000
              COMMIT                                                    05720000
           END-EXEC                                                     05730000
           EXIT.                                                        05740000
                                                                        05750000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      05760000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      05770000
      *    CONSOLE'S DURATION TRENDING                                  05780000
       950-LOG-RUN-HISTORY.                                             05790000
           EXEC SQL                                                     05800000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       05810000
                INTO :RUNH-RUN-ID                                       05820000
                FROM KALA15.BATCH_RUN_HISTORY                           05830000
           END-EXEC                                                     05840000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            05850000
           MOVE WS-LOANS-READ TO RUNH-RECS-READ                         05860000
           MOVE WS-CHANGES-READ TO RUNH-RECS-UPDATED                    05870000
           MOVE WS-CROSS-TOTAL TO RUNH-RECS-WRITTEN                     05880000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              05890000
           EXEC SQL                                                     05900000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      05910000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        05920000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   05930000
              VALUES                                                    05940000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          05950000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   05960000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               05970000
                  :RUNH-RUN-RC)                                         05980000
           END-EXEC                                                     05990000
           EXIT.                                                        06000000
                                                                        06010000
       980-CHECK-SQL.                                                   06020000
           IF SQLCODE < 0                                               06030000
              MOVE SQLCODE TO WS-ED-SQLCODE                             06040000
              DISPLAY 'LOANRSIM - RATE SIMULATION FAILED, SQLCODE '     06050000
                      WS-ED-SQLCODE                                     06060000
              EXEC SQL                                                  06070000
                 ROLLBACK                                               06080000
              END-EXEC                                                  06090000
              MOVE 16 TO RETURN-CODE                                    06100000
              PERFORM 950-LOG-RUN-HISTORY                               06110000
              EXEC SQL                                                  06120000
                 COMMIT                                                 06130000
              END-EXEC                                                  06140000
              CLOSE SIM-REPORT                                          06150000
              STOP RUN                                                  06160000
           END-IF                                                       06170000
           EXIT.                                                        06180000
