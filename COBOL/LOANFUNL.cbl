       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANFUNL.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT FUNNEL-REPORT ASSIGN TO FNLRPT                        00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-RPT-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    THE MONTH'S APPLICATIONS FOLLOWED FROM INTAKE TO FUNDING FOR 00110000
      *    MARKETING - ONE SECTION PER INTAKE CHANNEL, A LINE PER       00120000
      *    PARTNER AND CAMPAIGN WITHIN IT, THEN THE CHANNEL AND THE     00130000
      *    WHOLE MONTH                                                  00140000
       FD  FUNNEL-REPORT                                                00150000
           RECORDING MODE F                                             00160000
           LABEL RECORDS STANDARD.                                      00170000
       01  RPT-LINE                PIC X(132).                          00180000
                                                                        00190000
       WORKING-STORAGE SECTION.                                         00200000
           EXEC SQL                                                     00210000
              INCLUDE SQLCA                                             00220000
           END-EXEC.                                                    00230000
           EXEC SQL                                                     00240000
              INCLUDE RUNHIST                                           00250000
           END-EXEC.                                                    00260000
                                                                        00270000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00280000
           88  WS-NO-MORE-APPS     VALUE 'Y'.                           00290000
       01  WS-CHANNEL-SW           PIC X     VALUE 'N'.                 00300000
           88  WS-CHANNEL-OPEN     VALUE 'Y'.                           00310000
       01  WS-DETAIL-SW            PIC X     VALUE 'N'.                 00320000
           88  WS-DETAIL-OPEN      VALUE 'Y'.                           00330000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00340000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANFUNL'.          00350000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00360000
       01  WS-APPS-READ            PIC 9(7)  VALUE ZERO.                00370000
       01  WS-LINES-WRITTEN        PIC 9(7)  VALUE ZERO.                00380000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00390000
      *    THE COHORT IS EVERY APPLICATION FIRST FILED IN THE CALENDAR  00400000
      *    MONTH JUST ENDED; ITS STAGES ARE COUNTED AS FAR AS THEY HAVE 00410000
      *    GOT BY TODAY                                                 00420000
       01  WS-MONTH-START          PIC X(10) VALUE SPACES.              00430000
       01  WS-MONTH-END            PIC X(10) VALUE SPACES.              00440000
       01  WS-TODAY                PIC X(10) VALUE SPACES.              00450000
                                                                        00460000
      *    ONE APPLICATION AS THE CURSOR DELIVERS IT. EACH STAGE IS 1   00470000
      *    WHEN THE APPLICATION HAS EVER REACHED IT:                    00480000
      *       1 SUBMITTED    5 FUNDED                                   00490000
      *       2 APPROVED     6 EXPIRED (LOANOEXP)                       00500000
      *       3 CONDITIONAL  7 WITHDRAWN                                00510000
      *       4 SIGNED       8 REJECTED                                 00520000
      *    AND EACH GAP THE WHOLE DAYS BETWEEN TWO STAGES, -1 WHEN THE  00530000
      *    LATER ONE HAS NOT BEEN REACHED:                              00540000
      *       1 SUBMITTED TO APPROVED                                   00550000
      *       2 APPROVED TO SIGNED                                      00560000
      *       3 SIGNED TO FUNDED                                        00570000
       01  WS-APP-ROW.                                                  00580000
           05  WS-A-CHANNEL        PIC X(1).                            00590000
           05  WS-A-PARTNER        PIC X(8).                            00600000
           05  WS-A-CAMPAIGN       PIC X(8).                            00610000
           05  WS-A-REASON         PIC X(20).                           00620000
           05  WS-A-STAGES.                                             00630000
               10  WS-A-SUBMITTED  PIC S9(4) COMP.                      00640000
               10  WS-A-APPROVED   PIC S9(4) COMP.                      00650000
               10  WS-A-CONDITIONAL PIC S9(4) COMP.                     00660000
               10  WS-A-SIGNED     PIC S9(4) COMP.                      00670000
               10  WS-A-FUNDED     PIC S9(4) COMP.                      00680000
               10  WS-A-EXPIRED    PIC S9(4) COMP.                      00690000
               10  WS-A-WITHDRAWN  PIC S9(4) COMP.                      00700000
               10  WS-A-REJECTED   PIC S9(4) COMP.                      00710000
           05  WS-A-STAGE-TBL REDEFINES WS-A-STAGES.                    00720000
               10  WS-A-STAGE      PIC S9(4) COMP OCCURS 8.             00730000
           05  WS-A-GAPS.                                               00740000
               10  WS-A-DAYS-TO-APPROVE PIC S9(9) COMP.                 00750000
               10  WS-A-DAYS-TO-SIGN    PIC S9(9) COMP.                 00760000
               10  WS-A-DAYS-TO-FUND    PIC S9(9) COMP.                 00770000
           05  WS-A-GAP-TBL REDEFINES WS-A-GAPS.                        00780000
               10  WS-A-GAP        PIC S9(9) COMP OCCURS 3.             00790000
                                                                        00800000
      *    THE LINE BEING BUILT AND THE CHANNEL IT BELONGS TO           00810000
       01  WS-G-CHANNEL            PIC X(1)  VALUE SPACE.               00820000
       01  WS-G-PARTNER            PIC X(8)  VALUE SPACES.              00830000
       01  WS-G-CAMPAIGN           PIC X(8)  VALUE SPACES.              00840000
                                                                        00850000
      *    THE TOTALS AT EACH LEVEL - 1 THE PARTNER AND CAMPAIGN LINE,  00860000
      *    2 THE CHANNEL, 3 THE WHOLE MONTH. A GAP IS KEPT AS A COUNT   00870000
      *    OF APPLICATIONS PER WHOLE DAY (THE LAST SLOT 366 DAYS OR     00880000
      *    MORE) SO ITS MEDIAN CAN BE READ OFF WITHOUT SORTING. REJECT  00890000
      *    REASONS ARE COUNTED IN THE FIRST 39 SLOTS AS THEY ARE MET,   00900000
      *    ANY BEYOND THAT IN THE LAST                                  00910000
       01  WS-FUNNEL-LEVELS.                                            00920000
           05  WS-LVL              OCCURS 3.                            00930000
               10  WS-LV-STAGE-CNT PIC S9(9) COMP OCCURS 8.             00940000
               10  WS-LV-GAP       OCCURS 3.                            00950000
                   15  WS-LV-GAP-N   PIC S9(9) COMP.                    00960000
                   15  WS-LV-GAP-DAY PIC S9(9) COMP OCCURS 367.         00970000
               10  WS-LV-RSN-USED  PIC S9(4) COMP.                      00980000
               10  WS-LV-RSN       OCCURS 40.                           00990000
                   15  WS-LV-RSN-TEXT PIC X(20).                        01000000
                   15  WS-LV-RSN-CNT  PIC S9(9) COMP.                   01010000
       01  WS-LX                   PIC S9(4) COMP.                      01020000
       01  WS-SX                   PIC S9(4) COMP.                      01030000
       01  WS-GX                   PIC S9(4) COMP.                      01040000
       01  WS-DX                   PIC S9(4) COMP.                      01050000
       01  WS-RX                   PIC S9(4) COMP.                      01060000
       01  WS-TOP-CNT              PIC S9(9) COMP.                      01070000
      *    READING A MEDIAN OFF THE DAY COUNTS - THE T1'TH AND T2'TH    01080000
      *    SMALLEST GAPS, THE SAME ONE WHEN THE COUNT IS ODD            01090000
       01  WS-MED-T1               PIC S9(9) COMP.                      01100000
       01  WS-MED-T2               PIC S9(9) COMP.                      01110000
       01  WS-MED-CUM              PIC S9(9) COMP.                      01120000
       01  WS-MED-V1               PIC S9(4) COMP.                      01130000
       01  WS-MED-V2               PIC S9(4) COMP.                      01140000
       01  WS-MEDIAN               PIC S9(4)V9 COMP-3.                  01150000
       01  WS-FUND-PCT             PIC S9(3)V9 COMP-3.                  01160000
                                                                        01170000
       01  WS-LINE-KEY             PIC X(19).                           01180000
       01  WS-CHANNEL-NAME         PIC X(30).                           01190000
       01  WS-DETAIL-LINE.                                              01200000
           05  WS-DL-KEY           PIC X(19).                           01210000
           05  WS-DL-STAGE         OCCURS 8.                            01220000
               10  FILLER          PIC X(1).                            01230000
               10  WS-DL-CNT       PIC ZZZZZ9.                          01240000
           05  FILLER              PIC X(2).                            01250000
           05  WS-DL-REASON        PIC X(20).                           01260000
           05  WS-DL-GAP           OCCURS 3.                            01270000
               10  FILLER          PIC X(2).                            01280000
               10  WS-DL-MED       PIC ZZZ9.9.                          01290000
               10  WS-DL-MED-X REDEFINES WS-DL-MED PIC X(6).            01300000
           05  FILLER              PIC X(2).                            01310000
           05  WS-DL-FUND-PCT      PIC ZZ9.9.                           01320000
           05  WS-DL-PCT-SIGN      PIC X(1).                            01330000
           05  FILLER              PIC X(3).                            01340000
                                                                        01350000
       PROCEDURE DIVISION.                                              01360000
       000-MAIN-PARA.                                                   01370000
           PERFORM 100-INITIALIZE                                       01380000
           PERFORM 200-COUNT-ONE-APP UNTIL WS-NO-MORE-APPS              01390000
           IF WS-CHANNEL-OPEN                                           01400000
              PERFORM 300-CLOSE-DETAIL                                  01410000
              PERFORM 310-CLOSE-CHANNEL                                 01420000
           END-IF                                                       01430000
           PERFORM 400-REPORT-MONTH-TOTAL                               01440000
           PERFORM 900-TERMINATE                                        01450000
           STOP RUN.                                                    01460000
                                                                        01470000
       100-INITIALIZE.                                                  01480000
           EXEC SQL                                                     01490000
              SELECT CHAR(CURRENT TIMESTAMP),                           01500000
                     CHAR(CURRENT DATE - (DAY(CURRENT DATE) - 1) DAYS   01510000
                          - 1 MONTH),                                   01520000
                     CHAR(CURRENT DATE - DAY(CURRENT DATE) DAYS),       01530000
                     CHAR(CURRENT DATE)                                 01540000
                INTO :WS-RUN-START, :WS-MONTH-START, :WS-MONTH-END,     01550000
                     :WS-TODAY                                          01560000
                FROM SYSIBM.SYSDUMMY1                                   01570000
           END-EXEC                                                     01580000
           OPEN OUTPUT FUNNEL-REPORT                                    01590000
           IF WS-RPT-STATUS NOT = '00'                                  01600000
              DISPLAY 'LOANFUNL - UNABLE TO OPEN FNLRPT, STATUS = '     01610000
                      WS-RPT-STATUS                                     01620000
              MOVE 16 TO RETURN-CODE                                    01630000
              STOP RUN                                                  01640000
           END-IF                                                       01650000
           PERFORM 980-CHECK-SQL                                        01660000
           MOVE 3 TO WS-LX                                              01670000
           INITIALIZE WS-LVL (WS-LX)                                    01680000
                                                                        01690000
           MOVE SPACES TO RPT-LINE                                      01700000
           STRING 'APPLICATION CONVERSION FUNNEL - FILED '              01710000
                  WS-MONTH-START ' TO ' WS-MONTH-END                    01720000
                  ', STAGES REACHED BY ' WS-TODAY                       01730000
                  DELIMITED BY SIZE INTO RPT-LINE                       01740000
           END-STRING                                                   01750000
           WRITE RPT-LINE                                               01760000
           MOVE SPACES TO RPT-LINE                                      01770000
           STRING 'MEDIAN DAYS: SB-APR SUBMITTED TO APPROVED, '         01780000
                  'AP-SIG APPROVED TO SIGNED, SG-FND SIGNED TO FUNDED'  01790000
                  DELIMITED BY SIZE INTO RPT-LINE                       01800000
           END-STRING                                                   01810000
           WRITE RPT-LINE                                               01820000
           MOVE SPACES TO RPT-LINE                                      01830000
           WRITE RPT-LINE                                               01840000
           MOVE SPACES TO RPT-LINE                                      01850000
           STRING 'PARTNER  CAMPAIGN   SUBMIT APPRVD   COND SIGNED'     01860000
                  ' FUNDED EXPIRD WITHDR REJECT  TOP REJECT REASON'     01870000
                  '     SB-APR  AP-SIG  SG-FND  FUNDED'                 01880000
                  DELIMITED BY SIZE INTO RPT-LINE                       01890000
           END-STRING                                                   01900000
           WRITE RPT-LINE                                               01910000
           PERFORM 150-OPEN-APP-CURSOR                                  01920000
           EXIT.                                                        01930000
                                                                        01940000
      *    EVERY APPLICATION WHOSE FIRST FILING THROUGH LOANDB2 FELL IN 01950000
      *    THE MONTH - ACQUIRED LOANS BOARDED BY LOANACQL NEVER WERE    01960000
      *    FILED AND ARE NOT IN THE FUNNEL. THE STAGE TIMES COME FROM   01970000
      *    THE STATUS HISTORY (APPROVED, DISBURSED) AND THE SIGNED      01980000
      *    E-SIGNATURE; A LOAN FUNDED BEFORE DISBURSEMENTS WERE LOGGED  01990000
      *    TO THE HISTORY STILL COUNTS AS FUNDED BUT HAS NO GAP. AN     02000000
      *    APPLICATION FILED BEFORE THE INTAKE CHANNEL WAS RECORDED     02010000
      *    COMES UNDER U                                                02020000
       150-OPEN-APP-CURSOR.                                             02030000
           EXEC SQL                                                     02040000
              DECLARE FNLC CURSOR FOR                                   02050000
              SELECT COALESCE(I.INTAKE_CHANNEL, 'U'),                   02060000
                     COALESCE(A.PARTNER_ID, ' '),                       02070000
                     COALESCE(A.CAMPAIGN_CODE, ' '),                    02080000
                     COALESCE(A.REJECT_REASON, ' '),                    02090000
                     CASE WHEN H.APR_TS IS NOT NULL OR A.STATUS = 1     02100000
                          THEN 1 ELSE 0 END,                            02110000
                     CASE WHEN EXISTS                                   02120000
                             (SELECT 1                                  02130000
                                FROM KALA15.APPROVAL_CONDITION C        02140000
                               WHERE C.APP_ID = A.APP_ID)               02150000
                          THEN 1 ELSE 0 END,                            02160000
                     CASE WHEN S.SIG_TS IS NOT NULL                     02170000
                          THEN 1 ELSE 0 END,                            02180000
                     CASE WHEN H.FUND_TS IS NOT NULL OR EXISTS          02190000
                             (SELECT 1                                  02200000
                                FROM KALA15.DISBURSEMENT D              02210000
                               WHERE D.APP_ID = A.APP_ID                02220000
                                 AND D.DISB_STATUS = 'SENT')            02230000
                          THEN 1 ELSE 0 END,                            02240000
                     H.EXP_F, H.WDR_F, H.REJ_F,                         02250000
                     COALESCE(DAYS(H.APR_TS) - DAYS(H.SUB_TS), -1),     02260000
                     COALESCE(DAYS(S.SIG_TS) - DAYS(H.APR_TS), -1),     02270000
                     COALESCE(DAYS(H.FUND_TS) - DAYS(S.SIG_TS), -1)     02280000
                FROM (SELECT APP_ID,                                    02290000
                             MIN(CASE WHEN CHANGED_BY =                 02300000
                                           'LOANDB2-240-INSERT'         02310000
                                      THEN CHANGED_TS END) AS SUB_TS,   02320000
                             MIN(CASE WHEN STATUS_CODE = 'APPROVED'     02330000
                                      THEN CHANGED_TS END) AS APR_TS,   02340000
                             MIN(CASE WHEN STATUS_CODE = 'DISBURSED'    02350000
                                      THEN CHANGED_TS END) AS FUND_TS,  02360000
                             MAX(CASE WHEN STATUS_CODE = 'EXPIRED'      02370000
                                      THEN 1 ELSE 0 END) AS EXP_F,      02380000
                             MAX(CASE WHEN STATUS_CODE = 'WITHDRAWN'    02390000
                                      THEN 1 ELSE 0 END) AS WDR_F,      02400000
                             MAX(CASE WHEN STATUS_CODE = 'REJECTED'     02410000
                                      THEN 1 ELSE 0 END) AS REJ_F       02420000
                        FROM KALA15.APPLICATION_STATUS_HISTORY          02430000
                       GROUP BY APP_ID) H                               02440000
                JOIN KALA15.APPLICATIONS A                              02450000
                  ON A.APP_ID = H.APP_ID                                02460000
                LEFT JOIN (SELECT APP_ID, MIN(STATUS_TS) AS SIG_TS      02470000
                             FROM KALA15.E_SIGNATURE                    02480000
                            WHERE SIG_STATUS = 'SIGNED'                 02490000
                            GROUP BY APP_ID) S                          02500000
                  ON S.APP_ID = H.APP_ID                                02510000
                LEFT JOIN KALA15.APPLICATION_INTAKE I                   02520000
                  ON I.APP_ID = H.APP_ID                                02530000
               WHERE DATE(H.SUB_TS) BETWEEN DATE(:WS-MONTH-START)       02540000
                                        AND DATE(:WS-MONTH-END)         02550000
               ORDER BY 1, 2, 3                                         02560000
           END-EXEC                                                     02570000
           EXEC SQL                                                     02580000
              OPEN FNLC                                                 02590000
           END-EXEC                                                     02600000
           PERFORM 980-CHECK-SQL                                        02610000
           EXIT.                                                        02620000
                                                                        02630000
      *    A NEW CHANNEL CLOSES THE LINE AND THE CHANNEL BEFORE IT; A   02640000
      *    NEW PARTNER OR CAMPAIGN ONLY THE LINE. THE APPLICATION THEN  02650000
      *    COUNTS AT ALL THREE LEVELS                                   02660000
       200-COUNT-ONE-APP.                                               02670000
           EXEC SQL                                                     02680000
              FETCH FNLC                                                02690000
                INTO :WS-A-CHANNEL, :WS-A-PARTNER, :WS-A-CAMPAIGN,      02700000
                     :WS-A-REASON, :WS-A-APPROVED, :WS-A-CONDITIONAL,   02710000
                     :WS-A-SIGNED, :WS-A-FUNDED, :WS-A-EXPIRED,         02720000
                     :WS-A-WITHDRAWN, :WS-A-REJECTED,                   02730000
                     :WS-A-DAYS-TO-APPROVE, :WS-A-DAYS-TO-SIGN,         02740000
                     :WS-A-DAYS-TO-FUND                                 02750000
           END-EXEC                                                     02760000
           IF SQLCODE = 100                                             02770000
              MOVE 'Y' TO WS-EOF-SW                                     02780000
           ELSE                                                         02790000
              PERFORM 980-CHECK-SQL                                     02800000
              ADD 1 TO WS-APPS-READ                                     02810000
              MOVE 1 TO WS-A-SUBMITTED                                  02820000
              IF WS-CHANNEL-OPEN AND WS-A-CHANNEL NOT = WS-G-CHANNEL    02830000
                 PERFORM 300-CLOSE-DETAIL                               02840000
                 PERFORM 310-CLOSE-CHANNEL                              02850000
              END-IF                                                    02860000
              IF WS-DETAIL-OPEN AND                                     02870000
                 (WS-A-PARTNER NOT = WS-G-PARTNER OR                    02880000
                  WS-A-CAMPAIGN NOT = WS-G-CAMPAIGN)                    02890000
                 PERFORM 300-CLOSE-DETAIL                               02900000
              END-IF                                                    02910000
              IF NOT WS-CHANNEL-OPEN                                    02920000
                 PERFORM 220-START-CHANNEL                              02930000
              END-IF                                                    02940000
              IF NOT WS-DETAIL-OPEN                                     02950000
                 MOVE WS-A-PARTNER  TO WS-G-PARTNER                     02960000
                 MOVE WS-A-CAMPAIGN TO WS-G-CAMPAIGN                    02970000
                 MOVE 1 TO WS-LX                                        02980000
                 INITIALIZE WS-LVL (WS-LX)                              02990000
                 MOVE 'Y' TO WS-DETAIL-SW                               03000000
              END-IF                                                    03010000
              PERFORM 240-ADD-TO-LEVEL                                  03020000
                  VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 3             03030000
           END-IF                                                       03040000
           EXIT.                                                        03050000
                                                                        03060000
       220-START-CHANNEL.                                               03070000
           MOVE WS-A-CHANNEL TO WS-G-CHANNEL                            03080000
           MOVE 2 TO WS-LX                                              03090000
           INITIALIZE WS-LVL (WS-LX)                                    03100000
           MOVE 'Y' TO WS-CHANNEL-SW                                    03110000
           EVALUATE WS-G-CHANNEL                                        03120000
              WHEN 'B'                                                  03130000
                 MOVE 'BRANCH TERMINAL' TO WS-CHANNEL-NAME              03140000
              WHEN 'W'                                                  03150000
                 MOVE 'LOANAPI WEB SERVICE' TO WS-CHANNEL-NAME          03160000
              WHEN 'F'                                                  03170000
                 MOVE 'LOANBULK PARTNER FILE' TO WS-CHANNEL-NAME        03180000
              WHEN 'P'                                                  03190000
                 MOVE 'PREAPPROVAL REDEMPTION' TO WS-CHANNEL-NAME       03200000
              WHEN OTHER                                                03210000
                 MOVE 'CHANNEL NOT RECORDED' TO WS-CHANNEL-NAME         03220000
           END-EVALUATE                                                 03230000
           MOVE SPACES TO RPT-LINE                                      03240000
           WRITE RPT-LINE                                               03250000
           MOVE SPACES TO RPT-LINE                                      03260000
           STRING 'CHANNEL: ' WS-CHANNEL-NAME                           03270000
                  DELIMITED BY SIZE INTO RPT-LINE                       03280000
           END-STRING                                                   03290000
           WRITE RPT-LINE                                               03300000
           EXIT.                                                        03310000
                                                                        03320000
       240-ADD-TO-LEVEL.                                                03330000
           PERFORM 242-ADD-STAGE                                        03340000
               VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 8                03350000
           PERFORM 244-ADD-GAP                                          03360000
               VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 3                03370000
           IF WS-A-REJECTED = 1 AND WS-A-REASON NOT = SPACES            03380000
              PERFORM 246-ADD-REASON                                    03390000
           END-IF                                                       03400000
           EXIT.                                                        03410000
                                                                        03420000
       242-ADD-STAGE.                                                   03430000
           ADD WS-A-STAGE (WS-SX) TO WS-LV-STAGE-CNT (WS-LX, WS-SX)     03440000
           EXIT.                                                        03450000
                                                                        03460000
       244-ADD-GAP.                                                     03470000
           IF WS-A-GAP (WS-GX) NOT < ZERO                               03480000
              IF WS-A-GAP (WS-GX) > 365                                 03490000
                 MOVE 367 TO WS-DX                                      03500000
              ELSE                                                      03510000
                 COMPUTE WS-DX = WS-A-GAP (WS-GX) + 1                   03520000
              END-IF                                                    03530000
              ADD 1 TO WS-LV-GAP-N (WS-LX, WS-GX)                       03540000
              ADD 1 TO WS-LV-GAP-DAY (WS-LX, WS-GX, WS-DX)              03550000
           END-IF                                                       03560000
           EXIT.                                                        03570000
                                                                        03580000
       246-ADD-REASON.                                                  03590000
           PERFORM 247-NEXT-REASON                                      03600000
               VARYING WS-RX FROM 1 BY 1                                03610000
               UNTIL WS-RX > WS-LV-RSN-USED (WS-LX)                     03620000
                  OR WS-LV-RSN-TEXT (WS-LX, WS-RX) = WS-A-REASON        03630000
           IF WS-RX > WS-LV-RSN-USED (WS-LX)                            03640000
              IF WS-LV-RSN-USED (WS-LX) < 39                            03650000
                 ADD 1 TO WS-LV-RSN-USED (WS-LX)                        03660000
                 MOVE WS-A-REASON TO WS-LV-RSN-TEXT (WS-LX, WS-RX)      03670000
              ELSE                                                      03680000
                 MOVE 40 TO WS-RX                                       03690000
                 MOVE 'OTHER REASONS' TO WS-LV-RSN-TEXT (WS-LX, WS-RX)  03700000
              END-IF                                                    03710000
           END-IF                                                       03720000
           ADD 1 TO WS-LV-RSN-CNT (WS-LX, WS-RX)                        03730000
           EXIT.                                                        03740000
                                                                        03750000
       247-NEXT-REASON.                                                 03760000
           CONTINUE                                                     03770000
           EXIT.                                                        03780000
                                                                        03790000
       300-CLOSE-DETAIL.                                                03800000
           MOVE 1 TO WS-LX                                              03810000
           MOVE SPACES TO WS-LINE-KEY                                   03820000
           IF WS-G-PARTNER = SPACES                                     03830000
              MOVE '(NONE)' TO WS-LINE-KEY (1:8)                        03840000
           ELSE                                                         03850000
              MOVE WS-G-PARTNER TO WS-LINE-KEY (1:8)                    03860000
           END-IF                                                       03870000
           IF WS-G-CAMPAIGN = SPACES                                    03880000
              MOVE '(NONE)' TO WS-LINE-KEY (10:8)                       03890000
           ELSE                                                         03900000
              MOVE WS-G-CAMPAIGN TO WS-LINE-KEY (10:8)                  03910000
           END-IF                                                       03920000
           PERFORM 320-WRITE-LEVEL-LINE                                 03930000
           MOVE 'N' TO WS-DETAIL-SW                                     03940000
           EXIT.                                                        03950000
                                                                        03960000
       310-CLOSE-CHANNEL.                                               03970000
           MOVE 2 TO WS-LX                                              03980000
           MOVE 'CHANNEL TOTAL' TO WS-LINE-KEY                          03990000
           PERFORM 320-WRITE-LEVEL-LINE                                 04000000
           MOVE 'N' TO WS-CHANNEL-SW                                    04010000
           EXIT.                                                        04020000
                                                                        04030000
      *    ONE REPORT LINE FOR LEVEL WS-LX UNDER WS-LINE-KEY: THE       04040000
      *    STAGE COUNTS, THE COMMONEST REJECT REASON, THE MEDIAN GAPS   04050000
      *    AND THE SHARE OF THE SUBMITTED APPLICATIONS FUNDED           04060000
       320-WRITE-LEVEL-LINE.                                            04070000
           MOVE SPACES TO WS-DETAIL-LINE                                04080000
           MOVE WS-LINE-KEY TO WS-DL-KEY                                04090000
           PERFORM 322-EDIT-STAGE                                       04100000
               VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 8                04110000
           PERFORM 340-FIND-TOP-REASON                                  04120000
           PERFORM 330-COMPUTE-MEDIAN                                   04130000
               VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX > 3                04140000
           IF WS-LV-STAGE-CNT (WS-LX, 1) > ZERO                         04150000
              COMPUTE WS-FUND-PCT ROUNDED =                             04160000
                      WS-LV-STAGE-CNT (WS-LX, 5) * 100                  04170000
                    / WS-LV-STAGE-CNT (WS-LX, 1)                        04180000
              MOVE WS-FUND-PCT TO WS-DL-FUND-PCT                        04190000
              MOVE '%' TO WS-DL-PCT-SIGN                                04200000
           END-IF                                                       04210000
           MOVE WS-DETAIL-LINE TO RPT-LINE                              04220000
           WRITE RPT-LINE                                               04230000
           ADD 1 TO WS-LINES-WRITTEN                                    04240000
           EXIT.                                                        04250000
                                                                        04260000
       322-EDIT-STAGE.                                                  04270000
           MOVE WS-LV-STAGE-CNT (WS-LX, WS-SX) TO WS-DL-CNT (WS-SX)     04280000
           EXIT.                                                        04290000
                                                                        04300000
      *    THE MEDIAN OF GAP WS-GX AT LEVEL WS-LX, WALKING THE DAY      04310000
      *    COUNTS UP TO THE MIDDLE APPLICATION (OR THE MIDDLE TWO)      04320000
       330-COMPUTE-MEDIAN.                                              04330000
           IF WS-LV-GAP-N (WS-LX, WS-GX) = ZERO                         04340000
              MOVE '     -' TO WS-DL-MED-X (WS-GX)                      04350000
           ELSE                                                         04360000
              COMPUTE WS-MED-T1 = (WS-LV-GAP-N (WS-LX, WS-GX) + 1) / 2  04370000
              COMPUTE WS-MED-T2 = (WS-LV-GAP-N (WS-LX, WS-GX) + 2) / 2  04380000
              MOVE ZERO TO WS-MED-CUM                                   04390000
              MOVE -1 TO WS-MED-V1                                      04400000
              MOVE -1 TO WS-MED-V2                                      04410000
              PERFORM 335-WALK-DAYS                                     04420000
                  VARYING WS-DX FROM 1 BY 1                             04430000
                  UNTIL WS-DX > 367 OR WS-MED-V2 NOT < ZERO             04440000
              COMPUTE WS-MEDIAN = (WS-MED-V1 + WS-MED-V2) / 2           04450000
              MOVE WS-MEDIAN TO WS-DL-MED (WS-GX)                       04460000
           END-IF                                                       04470000
           EXIT.                                                        04480000
                                                                        04490000
       335-WALK-DAYS.                                                   04500000
           ADD WS-LV-GAP-DAY (WS-LX, WS-GX, WS-DX) TO WS-MED-CUM        04510000
           IF WS-MED-V1 < ZERO AND WS-MED-CUM NOT < WS-MED-T1           04520000
              COMPUTE WS-MED-V1 = WS-DX - 1                             04530000
           END-IF                                                       04540000
           IF WS-MED-CUM NOT < WS-MED-T2                                04550000
              COMPUTE WS-MED-V2 = WS-DX - 1                             04560000
           END-IF                                                       04570000
           EXIT.                                                        04580000
                                                                        04590000
       340-FIND-TOP-REASON.                                             04600000
           MOVE ZERO TO WS-TOP-CNT                                      04610000
           PERFORM 345-CHECK-REASON                                     04620000
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 40               04630000
           EXIT.                                                        04640000
                                                                        04650000
       345-CHECK-REASON.                                                04660000
           IF WS-LV-RSN-CNT (WS-LX, WS-RX) > WS-TOP-CNT                 04670000
              MOVE WS-LV-RSN-CNT (WS-LX, WS-RX) TO WS-TOP-CNT           04680000
              MOVE WS-LV-RSN-TEXT (WS-LX, WS-RX) TO WS-DL-REASON        04690000
           END-IF                                                       04700000
           EXIT.                                                        04710000
                                                                        04720000
       400-REPORT-MONTH-TOTAL.                                          04730000
           MOVE SPACES TO RPT-LINE                                      04740000
           WRITE RPT-LINE                                               04750000
           MOVE 3 TO WS-LX                                              04760000
           MOVE 'ALL CHANNELS' TO WS-LINE-KEY                           04770000
           PERFORM 320-WRITE-LEVEL-LINE                                 04780000
           EXIT.                                                        04790000
                                                                        04800000
       900-TERMINATE.                                                   04810000
           EXEC SQL                                                     04820000
              CLOSE FNLC                                                04830000
           END-EXEC                                                     04840000
           PERFORM 950-LOG-RUN-HISTORY                                  04850000
           EXEC SQL                                                     04860000
              COMMIT                                                    04870000
           END-EXEC                                                     04880000
           CLOSE FUNNEL-REPORT                                          04890000
           DISPLAY 'LOANFUNL - MONTH FILED     : ' WS-MONTH-START (1:7) 04900000
           DISPLAY 'LOANFUNL - APPLICATIONS    : ' WS-APPS-READ         04910000
           DISPLAY 'LOANFUNL - LINES WRITTEN   : ' WS-LINES-WRITTEN     04920000
           EXIT.                                                        04930000
                                                                        04940000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      04950000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      04960000
      *    CONSOLE'S DURATION TRENDING                                  04970000
       950-LOG-RUN-HISTORY.                                             04980000
           EXEC SQL                                                     04990000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       05000000
                INTO :RUNH-RUN-ID                                       05010000
                FROM KALA15.BATCH_RUN_HISTORY                           05020000
           END-EXEC                                                     05030000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            05040000
           MOVE WS-APPS-READ TO RUNH-RECS-READ                          05050000
           MOVE ZERO TO RUNH-RECS-UPDATED                               05060000
           MOVE WS-LINES-WRITTEN TO RUNH-RECS-WRITTEN                   05070000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              05080000
           EXEC SQL                                                     05090000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      05100000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        05110000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   05120000
              VALUES                                                    05130000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          05140000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   05150000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               05160000
                  :RUNH-RUN-RC)                                         05170000
           END-EXEC                                                     05180000
           EXIT.                                                        05190000
                                                                        05200000
       980-CHECK-SQL.                                                   05210000
           IF SQLCODE < 0                                               05220000
              MOVE SQLCODE TO WS-ED-SQLCODE                             05230000
              DISPLAY 'LOANFUNL - FUNNEL REPORT FAILED, SQLCODE = '     05240000
                      WS-ED-SQLCODE                                     05250000
              EXEC SQL                                                  05260000
                 ROLLBACK                                               05270000
              END-EXEC                                                  05280000
              MOVE 16 TO RETURN-CODE                                    05290000
              PERFORM 950-LOG-RUN-HISTORY                               05300000
              EXEC SQL                                                  05310000
                 COMMIT                                                 05320000
              END-EXEC                                                  05330000
              CLOSE FUNNEL-REPORT                                       05340000
              STOP RUN                                                  05350000
           END-IF                                                       05360000
           EXIT.                                                        05370000
