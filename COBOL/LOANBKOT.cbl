       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANBKOT.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT CONTROL-CARDS ASSIGN TO BKOTCTL                       00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-CTL-STATUS.                            00080000
           SELECT BACKOUT-REPORT ASSIGN TO BKOTRPT                      00090000
               ORGANIZATION IS SEQUENTIAL                               00100000
               FILE STATUS IS WS-RPT-STATUS.                            00110000
       DATA DIVISION.                                                   00120000
       FILE SECTION.                                                    00130000
      *    THE CONTROL CARDS NAME THE RUN TO TAKE BACK AND THE          00140000
      *    SUPERVISOR WHO AUTHORISED IT:                                00150000
      *      RUNID    NNNNNNNNN   (RUN_ID FROM THE OPS CONSOLE)         00160000
      *      SUPV     NNNNNNNNN   (LOAN_OFFICER ID, CLASS S)            00170000
       FD  CONTROL-CARDS                                                00180000
           RECORDING MODE F                                             00190000
           LABEL RECORDS STANDARD.                                      00200000
       01  CTL-RECORD.                                                  00210000
           05  CTL-KEYWORD         PIC X(8).                            00220000
           05  FILLER              PIC X(1).                            00230000
           05  CTL-ID              PIC 9(9).                            00240000
           05  FILLER              PIC X(1).                            00250000
           05  CTL-EXTRA           PIC X(9).                            00260000
           05  FILLER              PIC X(52).                           00270000
                                                                        00280000
      *    WHAT WAS TAKEN BACK, APPLICATION BY APPLICATION, AND         00290000
      *    EVERY APPLICATION LEFT FOR MANUAL WORK WITH THE REASON       00300000
       FD  BACKOUT-REPORT                                               00310000
           RECORDING MODE F                                             00320000
           LABEL RECORDS STANDARD.                                      00330000
       01  BKOT-RPT-LINE           PIC X(100).                          00340000
                                                                        00350000
       WORKING-STORAGE SECTION.                                         00360000
           EXEC SQL                                                     00370000
              INCLUDE SQLCA                                             00380000
           END-EXEC.                                                    00390000
           EXEC SQL                                                     00400000
              INCLUDE RUNHIST                                           00410000
           END-EXEC.                                                    00420000
           EXEC SQL                                                     00430000
              INCLUDE OFFICER                                           00440000
           END-EXEC.                                                    00450000
           EXEC SQL                                                     00460000
              INCLUDE PAY                                               00470000
           END-EXEC.                                                    00480000
           EXEC SQL                                                     00490000
              INCLUDE OUTBOX                                            00500000
           END-EXEC.                                                    00510000
           EXEC SQL                                                     00520000
              INCLUDE LOANPOS                                           00530000
           END-EXEC.                                                    00540000
                                                                        00550000
       01  WS-CTL-EOF-SW           PIC X     VALUE 'N'.                 00560000
           88  WS-NO-MORE-CARDS    VALUE 'Y'.                           00570000
       01  WS-APP-EOF-SW           PIC X     VALUE 'N'.                 00580000
           88  WS-NO-MORE-APPS     VALUE 'Y'.                           00590000
       01  WS-PAY-EOF-SW           PIC X     VALUE 'N'.                 00600000
           88  WS-NO-MORE-PAYS     VALUE 'Y'.                           00610000
       01  WS-CTL-STATUS           PIC XX    VALUE '00'.                00620000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00630000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANBKOT'.          00640000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00650000
       01  WS-TGT-RUN-ID           PIC 9(9)  VALUE ZERO.                00660000
       01  WS-SUPV-ID              PIC 9(9)  VALUE ZERO.                00670000
       01  WS-TGT-STATUS           PIC X(1)  VALUE SPACE.               00680000
       01  WS-TGT-JOB              PIC X(8)  VALUE SPACES.              00690000
      *    THE JOBS THAT RESERVE THEIR RUN ID BEFORE WRITING AND TAG    00690001
      *    THE ROWS THEY WRITE WITH IT. ANY OTHER JOB'S RUN LEAVES      00690002
      *    NOTHING THIS UTILITY CAN FIND, SO IT IS REFUSED              00690003
           88  WS-TGT-TAGS-ITS-ROWS                                     00690004
                                   VALUE 'LOANACQL' 'LOANAGRT'          00690005
                                         'LOANCASH' 'LOANDETH'          00690006
                                         'LOANDISB' 'LOANDSTL'          00690007
                                         'LOANDUNN' 'LOANENFP'          00690008
                                         'LOANFEE ' 'LOANINSB'          00690009
                                         'LOANINST' 'LOANOEXP'          0069000A
                                         'LOANPENI' 'LOANREAS'          0069000B
                                         'LOANSDD '.                    0069000C
      *    THESE JOBS' STATUS-HISTORY ROWS RECORD A CHANGE THEY MADE    00700000
      *    TO THE APPLICATION ITSELF - ITS STATUS OR ITS OFFICER -      00710000
      *    WITH NO BEFORE-IMAGE KEPT, SO THEIR LOANS GO TO MANUAL WORK. 00710001
      *    LOANACQL BOARDS THE WHOLE LOAN - APPLICATION, CUSTOMER,      00710002
      *    DISBURSEMENT, COLLATERAL AND THE REST - SO ITS LOANS ARE     00710003
      *    HELD TOO, AND WITH ANY LOAN HELD ITS FILE IS NOT RELEASED    00710004
           88  WS-TGT-CHANGES-MASTER                                    00730000
                                   VALUE 'LOANOEXP' 'LOANDETH'          00740000
                                         'LOANREAS' 'LOANACQL'.         00740001
      *    ONLY LOANFEE ADDS ITS FEES INTO THE LOAN TOTAL               00760000
           88  WS-TGT-IS-LOANFEE   VALUE 'LOANFEE'.                     00770000
       01  WS-REFUSAL              PIC X(60) VALUE SPACES.              00780000
       01  WS-HOLD-REASON          PIC X(50) VALUE SPACES.              00790000
       01  WS-APP-ID               PIC S9(9) COMP VALUE ZERO.           00800000
       01  WS-CNT                  PIC S9(9) COMP VALUE ZERO.           00810000
       01  WS-FEE-SUM              PIC S9(8)V9(2) COMP-3 VALUE ZERO.    00820000
       01  WS-REV-BAL              PIC S9(8)V9(2) COMP-3 VALUE ZERO.    00830000
      *    WHAT WAS TAKEN BACK ON THE APPLICATION IN HAND               00840000
       01  WS-APP-PAYS             PIC 9(5)  VALUE ZERO.                00850000
       01  WS-APP-FEES             PIC 9(5)  VALUE ZERO.                00860000
       01  WS-APP-PENS             PIC 9(5)  VALUE ZERO.                00870000
       01  WS-APP-HISTS            PIC 9(5)  VALUE ZERO.                00880000
       01  WS-APP-EVENTS           PIC 9(5)  VALUE ZERO.                00890000
      *    RUN TOTALS FOR THE SUMMARY AND THE RUN-HISTORY ROW           00900000
       01  WS-APPS-SEEN            PIC 9(7)  VALUE ZERO.                00910000
       01  WS-APPS-REVERSED        PIC 9(7)  VALUE ZERO.                00920000
       01  WS-APPS-HELD            PIC 9(7)  VALUE ZERO.                00930000
       01  WS-TOT-PAYS             PIC 9(7)  VALUE ZERO.                00940000
       01  WS-TOT-FEES             PIC 9(7)  VALUE ZERO.                00950000
       01  WS-TOT-PENS             PIC 9(7)  VALUE ZERO.                00960000
       01  WS-TOT-HISTS            PIC 9(7)  VALUE ZERO.                00970000
       01  WS-TOT-EVENTS           PIC 9(7)  VALUE ZERO.                00980000
       01  WS-TOT-COMPENSATED      PIC 9(7)  VALUE ZERO.                00990000
       01  WS-FILES-RELEASED       PIC 9(7)  VALUE ZERO.                01000000
       01  WS-ED-APP               PIC 9(9)  VALUE ZERO.                01010000
       01  WS-ED-RUN               PIC 9(9)  VALUE ZERO.                01020000
       01  WS-ED-COUNT             PIC ZZZ,ZZ9.                         01030000
       01  WS-ED-SQLCODE           PIC -(9)9.                           01040000
                                                                        01050000
       PROCEDURE DIVISION.                                              01060000
       000-MAIN-PARA.                                                   01070000
           PERFORM 100-INITIALIZE                                       01080000
           PERFORM 200-VALIDATE-REQUEST                                 01090000
           PERFORM 300-BACK-OUT-ONE-APP UNTIL WS-NO-MORE-APPS           01100000
           PERFORM 700-RELEASE-FILES                                    01110000
           PERFORM 800-MARK-RUN-BACKED-OUT                              01120000
           PERFORM 900-TERMINATE                                        01130000
           STOP RUN.                                                    01140000
                                                                        01150000
       100-INITIALIZE.                                                  01160000
           EXEC SQL                                                     01170000
              SELECT CHAR(CURRENT TIMESTAMP)                            01180000
                INTO :WS-RUN-START                                      01190000
                FROM SYSIBM.SYSDUMMY1                                   01200000
           END-EXEC                                                     01210000
           PERFORM 945-RESERVE-RUN-ID                                   01220000
           OPEN INPUT CONTROL-CARDS                                     01230000
           IF WS-CTL-STATUS NOT = '00'                                  01240000
              DISPLAY 'LOANBKOT - UNABLE TO OPEN BKOTCTL, STATUS = '    01250000
                      WS-CTL-STATUS                                     01260000
              MOVE 16 TO RETURN-CODE                                    01270000
              STOP RUN                                                  01280000
           END-IF                                                       01290000
           OPEN OUTPUT BACKOUT-REPORT                                   01300000
           IF WS-RPT-STATUS NOT = '00'                                  01310000
              DISPLAY 'LOANBKOT - UNABLE TO OPEN BKOTRPT, STATUS = '    01320000
                      WS-RPT-STATUS                                     01330000
              MOVE 16 TO RETURN-CODE                                    01340000
              STOP RUN                                                  01350000
           END-IF                                                       01360000
                                                                        01370000
           PERFORM 110-READ-CONTROL-CARD UNTIL WS-NO-MORE-CARDS         01380000
           CLOSE CONTROL-CARDS                                          01390000
                                                                        01400000
           MOVE RUNH-RUN-ID TO WS-ED-RUN                                01410000
           MOVE SPACES TO BKOT-RPT-LINE                                 01420000
           STRING 'BATCH RUN BACKOUT - RUN ' WS-TGT-RUN-ID              01430000
                  ' BY BACKOUT RUN ' WS-ED-RUN                          01440000
                  DELIMITED BY SIZE INTO BKOT-RPT-LINE                  01450000
           END-STRING                                                   01460000
           WRITE BKOT-RPT-LINE                                          01470000
                                                                        01480000
           IF WS-TGT-RUN-ID = ZERO OR WS-SUPV-ID = ZERO                 01490000
              MOVE 'CONTROL CARDS MUST NAME A RUNID AND A SUPV'         01500000
                TO WS-REFUSAL                                           01510000
              PERFORM 190-REFUSE-BACKOUT                                01520000
           END-IF                                                       01530000
           EXIT.                                                        01540000
                                                                        01550000
       110-READ-CONTROL-CARD.                                           01560000
           READ CONTROL-CARDS                                           01570000
              AT END MOVE 'Y' TO WS-CTL-EOF-SW                          01580000
           END-READ                                                     01590000
           IF NOT WS-NO-MORE-CARDS                                      01600000
              EVALUATE CTL-KEYWORD                                      01610000
                 WHEN 'RUNID'                                           01620000
                    MOVE CTL-ID TO WS-TGT-RUN-ID                        01630000
                 WHEN 'SUPV'                                            01640000
                    MOVE CTL-ID TO WS-SUPV-ID                           01650000
                 WHEN OTHER                                             01660000
                    CONTINUE                                            01670000
              END-EVALUATE                                              01680000
           END-IF                                                       01690000
           EXIT.                                                        01700000
                                                                        01710000
      *    NOTHING HAS BEEN CHANGED WHEN A REQUEST IS REFUSED - THE     01720000
      *    REFUSAL STILL CLOSES OFF THIS RUN'S OWN HISTORY ROW SO THE   01730000
      *    ATTEMPT SHOWS ON THE OPERATIONS CONSOLE                      01740000
       190-REFUSE-BACKOUT.                                              01750000
           DISPLAY 'LOANBKOT - BACKOUT REFUSED: ' WS-REFUSAL            01760000
           MOVE SPACES TO BKOT-RPT-LINE                                 01770000
           STRING 'REFUSED  - ' WS-REFUSAL                              01780000
                  DELIMITED BY SIZE INTO BKOT-RPT-LINE                  01790000
           END-STRING                                                   01800000
           WRITE BKOT-RPT-LINE                                          01810000
           MOVE 8 TO RETURN-CODE                                        01820000
           PERFORM 950-LOG-RUN-HISTORY                                  01830000
           EXEC SQL                                                     01840000
              COMMIT                                                    01850000
           END-EXEC                                                     01860000
           CLOSE BACKOUT-REPORT                                         01870000
           STOP RUN.                                                    01880000
                                                                        01890000
      *    ONLY A RUN THAT FINISHED CAN BE TAKEN BACK, AND ONLY ONCE.   01900000
      *    A RUN STILL SHOWING R EITHER IS GOING NOW OR FAILED, AND A   01910000
      *    FAILED CHECKPOINTED JOB IS RESTARTED FROM ITS CHECKPOINT -   01920000
      *    TAKING ITS FIRST PART BACK WOULD LEAVE THE RESTART SHORT     01930000
       200-VALIDATE-REQUEST.                                            01940000
           EXEC SQL                                                     01950000
              SELECT JOB_NAME, COALESCE(RUN_STATUS, 'C')                01960000
                INTO :WS-TGT-JOB, :WS-TGT-STATUS                        01970000
                FROM KALA15.BATCH_RUN_HISTORY                           01980000
               WHERE RUN_ID = :WS-TGT-RUN-ID                            01990000
           END-EXEC                                                     02000000
           EVALUATE TRUE                                                02010000
              WHEN SQLCODE NOT = 00                                     02020000
                 MOVE 'RUN IS NOT ON BATCH_RUN_HISTORY' TO WS-REFUSAL   02030000
              WHEN WS-TGT-STATUS = 'B'                                  02040000
                 MOVE 'RUN HAS ALREADY BEEN BACKED OUT' TO WS-REFUSAL   02050000
              WHEN WS-TGT-STATUS = 'R'                                  02060000
                 MOVE 'RUN NEVER COMPLETED - RESTART IT INSTEAD'        02070000
                   TO WS-REFUSAL                                        02080000
              WHEN WS-TGT-JOB = WS-JOB-NAME                             02090000
                 MOVE 'A BACKOUT CANNOT ITSELF BE BACKED OUT'           02100000
                   TO WS-REFUSAL                                        02110000
              WHEN NOT WS-TGT-TAGS-ITS-ROWS                             02110001
                 MOVE 'JOB DOES NOT TAG ITS ROWS - CORRECT BY HAND'     02110002
                   TO WS-REFUSAL                                        02110003
              WHEN OTHER                                                02120000
                 CONTINUE                                               02130000
           END-EVALUATE                                                 02140000
           IF WS-REFUSAL NOT = SPACES                                   02150000
              PERFORM 190-REFUSE-BACKOUT                                02160000
           END-IF                                                       02170000
                                                                        02180000
           MOVE WS-SUPV-ID TO OFF-OFFICER-ID                            02190000
           EXEC SQL                                                     02200000
              SELECT OFFICER_NAME, OPERATOR_CLASS                       02210000
                INTO :OFF-OFFICER-NAME, :OFF-OPERATOR-CLASS             02220000
                FROM KALA15.LOAN_OFFICER                                02230000
               WHERE OFFICER_ID = :OFF-OFFICER-ID                       02240000
           END-EXEC                                                     02250000
           IF SQLCODE NOT = 00 OR OFF-OPERATOR-CLASS NOT = 'S'          02260000
              MOVE 'SUPV IS NOT A SUPERVISOR ON LOAN_OFFICER'           02270000
                TO WS-REFUSAL                                           02280000
              PERFORM 190-REFUSE-BACKOUT                                02290000
           END-IF                                                       02300000
                                                                        02310000
           MOVE SPACES TO BKOT-RPT-LINE                                 02320000
           STRING 'JOB ' WS-TGT-JOB ' AUTHORISED BY SUPERVISOR '        02330000
                  WS-SUPV-ID ' ' OFF-OFFICER-NAME                       02340000
                  DELIMITED BY SIZE INTO BKOT-RPT-LINE                  02350000
           END-STRING                                                   02360000
           WRITE BKOT-RPT-LINE                                          02370000
                                                                        02380000
      *    EVERY APPLICATION THE RUN LEFT A TAGGED ROW ON, WHATEVER     02390000
      *    THE TABLE. THE WHOLE BACKOUT IS ONE UNIT OF WORK - IT        02400000
      *    COMMITS ONCE AT THE END OR NOT AT ALL                        02410000
           EXEC SQL                                                     02420000
              DECLARE BKOTAPP CURSOR FOR                                02430000
              SELECT APP_ID FROM KALA15.PAYMENT                         02440000
               WHERE RUN_ID = :WS-TGT-RUN-ID                            02450000
              UNION                                                     02460000
              SELECT APP_ID FROM KALA15.PAYMENT_SCHEDULE                02470000
               WHERE RUN_ID = :WS-TGT-RUN-ID                            02480000
              UNION                                                     02490000
              SELECT APP_ID FROM KALA15.FEE_HISTORY                     02500000
               WHERE RUN_ID = :WS-TGT-RUN-ID                            02510000
                  OR CHG_RUN_ID = :WS-TGT-RUN-ID                        02520000
              UNION                                                     02530000
              SELECT APP_ID FROM KALA15.FEE_WAIVER                      02540000
               WHERE RUN_ID = :WS-TGT-RUN-ID                            02550000
              UNION                                                     02560000
              SELECT APP_ID FROM KALA15.PENALTY_ACCRUAL                 02570000
               WHERE RUN_ID = :WS-TGT-RUN-ID                            02580000
              UNION                                                     02590000
              SELECT APP_ID FROM KALA15.APPLICATION_STATUS_HISTORY      02600000
               WHERE RUN_ID = :WS-TGT-RUN-ID                            02610000
              UNION                                                     02620000
              SELECT APP_ID FROM KALA15.EVENT_OUTBOX                    02630000
               WHERE RUN_ID = :WS-TGT-RUN-ID                            02640000
               ORDER BY 1                                               02650000
           END-EXEC                                                     02660000
           EXEC SQL                                                     02670000
              OPEN BKOTAPP                                              02680000
           END-EXEC                                                     02690000
           EXIT.                                                        02700000
                                                                        02710000
       300-BACK-OUT-ONE-APP.                                            02720000
           EXEC SQL                                                     02730000
              FETCH BKOTAPP                                             02740000
               INTO :WS-APP-ID                                          02750000
           END-EXEC                                                     02760000
           IF SQLCODE NOT = 00                                          02770000
              MOVE 'Y' TO WS-APP-EOF-SW                                 02780000
           ELSE                                                         02790000
              ADD 1 TO WS-APPS-SEEN                                     02800000
              MOVE WS-APP-ID TO WS-ED-APP                               02810000
              PERFORM 310-CHECK-HOLD                                    02820000
              IF WS-HOLD-REASON NOT = SPACES                            02830000
                 PERFORM 390-REPORT-HELD                                02840000
              ELSE                                                      02850000
                 MOVE ZERO TO WS-APP-PAYS WS-APP-FEES WS-APP-PENS       02860000
                              WS-APP-HISTS WS-APP-EVENTS                02870000
                 PERFORM 320-REVERSE-PAYMENTS                           02880000
                 PERFORM 330-REVERSE-BACK-VALUING                       02880001
                 PERFORM 340-REVERSE-FEES                               02890000
                 PERFORM 350-REVERSE-PENALTIES                          02900000
                 PERFORM 360-REVERSE-STATUS-HISTORY                     02910000
                 PERFORM 370-REVERSE-OUTBOX                             02920000
                 MOVE WS-APP-ID TO POS-APP-ID                           02930000
                 PERFORM 480-REFRESH-LOAN-POSITION                      02940000
                 PERFORM 395-REPORT-REVERSED                            02950000
              END-IF                                                    02960000
           END-IF                                                       02970000
           EXIT.                                                        02980000
                                                                        02990000
      *    THE SAME LINES THE ONLINE REVERSAL (850) DRAWS, APPLIED TO   03000000
      *    THE WHOLE RUN: ANYTHING THAT HAS HAPPENED ON THE LOAN SINCE  03010000
      *    THE RUN, OR THAT THE RUN CANNOT CLEANLY UNDO, LEAVES THE     03020000
      *    APPLICATION UNTOUCHED AND ON THE REPORT FOR MANUAL WORK      03030000
       310-CHECK-HOLD.                                                  03040000
           MOVE SPACES TO WS-HOLD-REASON                                03050000
           IF WS-TGT-CHANGES-MASTER                                     03060000
              MOVE 'RUN CHANGED THE APPLICATION RECORD ITSELF'          03070000
                TO WS-HOLD-REASON                                       03080000
           END-IF                                                       03090000
                                                                        03100000
      *    A RECOVERY REDUCED THE CHARGE-OFF BALANCE AND A RETURN       03110000
      *    ALREADY UN-POSTED AN INSTALLMENT - NEITHER UNDOES CLEANLY    03120000
           IF WS-HOLD-REASON = SPACES                                   03130000
              EXEC SQL                                                  03140000
                 SELECT COUNT(*)                                        03150000
                   INTO :WS-CNT                                         03160000
                   FROM KALA15.PAYMENT                                  03170000
                  WHERE APP_ID = :WS-APP-ID                             03180000
                    AND RUN_ID = :WS-TGT-RUN-ID                         03190000
                    AND PAY_TYPE IN ('RECVRY', 'SDDRTN')                03200000
              END-EXEC                                                  03210000
              IF WS-CNT > ZERO                                          03220000
                 MOVE 'RECOVERY OR DIRECT-DEBIT RETURN IN THE RUN'      03230000
                   TO WS-HOLD-REASON                                    03240000
              END-IF                                                    03250000
           END-IF                                                       03260000
                                                                        03270000
           IF WS-HOLD-REASON = SPACES                                   03280000
              EXEC SQL                                                  03290000
                 SELECT COUNT(*)                                        03300000
                   INTO :WS-CNT                                         03310000
                   FROM KALA15.PAYMENT P                                03320000
                  WHERE P.APP_ID = :WS-APP-ID                           03330000
                    AND COALESCE(P.RUN_ID, 0) <> :WS-TGT-RUN-ID         03340000
                    AND P.PAY_ID >                                      03350000
                        (SELECT MIN(R.PAY_ID)                           03360000
                           FROM KALA15.PAYMENT R                        03370000
                          WHERE R.APP_ID = P.APP_ID                     03380000
                            AND R.RUN_ID = :WS-TGT-RUN-ID)              03390000
              END-EXEC                                                  03400000
              IF WS-CNT > ZERO                                          03410000
                 MOVE 'LATER PAYMENT OR REVERSAL ON THE LOAN'           03420000
                   TO WS-HOLD-REASON                                    03430000
              END-IF                                                    03440000
           END-IF                                                       03450000
                                                                        03460000
           IF WS-HOLD-REASON = SPACES                                   03470000
              EXEC SQL                                                  03480000
                 SELECT COUNT(*)                                        03490000
                   INTO :WS-CNT                                         03500000
                   FROM KALA15.CLOSE_PERIOD C                           03510000
                  WHERE C.PERIOD_STATUS = 'CLOSED'                      03520000
                    AND (C.PERIOD_END >=                                03530000
                         (SELECT MIN(P.PAY_DATE)                        03540000
                            FROM KALA15.PAYMENT P                       03550000
                           WHERE P.APP_ID = :WS-APP-ID                  03560000
                             AND P.RUN_ID = :WS-TGT-RUN-ID)             03570000
                     OR C.PERIOD_END >=                                 03580000
                         (SELECT MIN(F.ASSESSED_DATE)                   03590000
                            FROM KALA15.FEE_HISTORY F                   03600000
                           WHERE F.APP_ID = :WS-APP-ID                  03610000
                             AND F.RUN_ID = :WS-TGT-RUN-ID))            03620000
              END-EXEC                                                  03630000
              IF WS-CNT > ZERO                                          03640000
                 MOVE 'PERIOD CLOSED - POST AN ADJUSTMENT'              03650000
                   TO WS-HOLD-REASON                                    03660000
              END-IF                                                    03670000
           END-IF                                                       03680000
                                                                        03690000
           IF WS-HOLD-REASON = SPACES                                   03700000
              EXEC SQL                                                  03710000
                 SELECT COUNT(*)                                        03720000
                   INTO :WS-CNT                                         03730000
                   FROM KALA15.FEE_HISTORY                              03740000
                  WHERE APP_ID = :WS-APP-ID                             03750000
                    AND RUN_ID = :WS-TGT-RUN-ID                         03760000
                    AND COALESCE(CHG_RUN_ID, 0) <> :WS-TGT-RUN-ID       03770000
                    AND COALESCE(PAID_AMT, 0)                           03780000
                        + COALESCE(WAIVED_AMT, 0) > 0                   03790000
              END-EXEC                                                  03800000
              IF WS-CNT > ZERO                                          03810000
                 MOVE 'FEE RAISED BY THE RUN HAS SINCE BEEN SETTLED'    03820000
                   TO WS-HOLD-REASON                                    03830000
              END-IF                                                    03840000
           END-IF                                                       03850000
                                                                        03860000
           IF WS-HOLD-REASON = SPACES                                   03870000
              EXEC SQL                                                  03880000
                 SELECT COUNT(*)                                        03890000
                   INTO :WS-CNT                                         03900000
                   FROM KALA15.APPLICATION_STATUS_HISTORY H             03910000
                  WHERE H.APP_ID = :WS-APP-ID                           03920000
                    AND COALESCE(H.RUN_ID, 0) <> :WS-TGT-RUN-ID         03930000
                    AND H.HIST_ID >                                     03940000
                        (SELECT MIN(R.HIST_ID)                          03950000
                           FROM KALA15.APPLICATION_STATUS_HISTORY R     03960000
                          WHERE R.APP_ID = H.APP_ID                     03970000
                            AND R.RUN_ID = :WS-TGT-RUN-ID)              03980000
              END-EXEC                                                  03990000
              IF WS-CNT > ZERO                                          04000000
                 MOVE 'LATER STATUS CHANGE ON THE APPLICATION'          04010000
                   TO WS-HOLD-REASON                                    04020000
              END-IF                                                    04030000
           END-IF                                                       04040000
           EXIT.                                                        04050000
                                                                        04060000
      *    EACH OF THE RUN'S PAYMENTS GETS ITS OWN REVRSL ROW, NEWEST   04070000
      *    FIRST, CARRYING THE BALANCE IT REINSTATES - THE CASH TRAIL   04080000
      *    SHOWS BOTH SIDES, AS IT DOES FOR 851 ONLINE. THE REVERSAL    04090000
      *    ROWS CARRY THIS BACKOUT'S OWN RUN ID                         04100000
       320-REVERSE-PAYMENTS.                                            04110000
           MOVE 'N' TO WS-PAY-EOF-SW                                    04120000
           EXEC SQL                                                     04130000
              DECLARE BKOTPAY CURSOR FOR                                04140000
              SELECT PAY_ID, PAY_AMOUNT, BALANCE_AFTER                  04150000
                FROM KALA15.PAYMENT                                     04160000
               WHERE APP_ID = :WS-APP-ID                                04170000
                 AND RUN_ID = :WS-TGT-RUN-ID                            04180000
               ORDER BY PAY_ID DESC                                     04190000
           END-EXEC                                                     04200000
           EXEC SQL                                                     04210000
              OPEN BKOTPAY                                              04220000
           END-EXEC                                                     04230000
           PERFORM 325-REVERSE-ONE-PAYMENT UNTIL WS-NO-MORE-PAYS        04240000
           EXEC SQL                                                     04250000
              CLOSE BKOTPAY                                             04260000
           END-EXEC                                                     04270000
                                                                        04280000
      *    EVERY INSTALLMENT THE RUN POSTED GOES BACK TO NULL, WHICH    04290000
      *    RESTORES THE NEXT-DUE POINTER THE POSTING JOBS COMPUTE       04300000
           EXEC SQL                                                     04310000
              UPDATE KALA15.PAYMENT_SCHEDULE                            04320000
                 SET ACTUAL_BALANCE_AMT = NULL,                         04330000
                     RUN_ID = NULL                                      04340000
               WHERE APP_ID = :WS-APP-ID                                04350000
                 AND RUN_ID = :WS-TGT-RUN-ID                            04360000
           END-EXEC                                                     04370000
           PERFORM 980-CHECK-SQL                                        04380000
           EXIT.                                                        04390000
                                                                        04400000
       325-REVERSE-ONE-PAYMENT.                                         04410000
           EXEC SQL                                                     04420000
              FETCH BKOTPAY                                             04430000
               INTO :PAY-ID, :PAY-AMOUNT, :PAY-BALANCE-AFTER            04440000
           END-EXEC                                                     04450000
           IF SQLCODE NOT = 00                                          04460000
              MOVE 'Y' TO WS-PAY-EOF-SW                                 04470000
           ELSE                                                         04480000
              COMPUTE WS-REV-BAL = PAY-BALANCE-AFTER + PAY-AMOUNT       04490000
              EXEC SQL                                                  04500000
                 SELECT COALESCE(MAX(PAY_ID), 0) + 1                    04510000
                   INTO :PAY-ID                                         04520000
                   FROM KALA15.PAYMENT                                  04530000
              END-EXEC                                                  04540000
              MOVE WS-APP-ID  TO PAY-APP-ID                             04550000
              MOVE 'REVRSL'   TO PAY-TYPE                               04560000
              MOVE WS-REV-BAL TO PAY-BALANCE-AFTER                      04570000
              EXEC SQL                                                  04580000
                 INSERT INTO KALA15.PAYMENT                             04590000
                        (PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE,          04600000
                         PAY_TYPE, BALANCE_AFTER, RUN_ID)               04610000
                 VALUES (:PAY-ID, :PAY-APP-ID, :PAY-AMOUNT,             04620000
                         CURRENT DATE, :PAY-TYPE, :PAY-BALANCE-AFTER,   04630000
                         :RUNH-RUN-ID)                                  04640000
              END-EXEC                                                  04650000
              PERFORM 980-CHECK-SQL                                     04660000
              ADD 1 TO WS-APP-PAYS                                      04670000
           END-IF                                                       04680000
           EXIT.                                                        04690000
                                                                        04700000
      *    A BACK-VALUED CREDIT IN THE RUN CLEARED THE DELINQUENCY IT   04700001
      *    CURED AND TOOK THE OVER-ACCRUAL OFF THE RUNNING INTEREST.    04700002
      *    WITH THE PAYMENT GONE THE DELINQUENCY IS OPEN AGAIN, UNLESS  04700003
      *    SOMETHING HAS MOVED IT ON SINCE, AND WHAT THE RUN TOOK OFF   04700004
      *    GOES BACK ON TOP OF WHATEVER LOANACCR HAS ACCRUED SINCE - A  04700005
      *    LOAN GONE TO NON-ACCRUAL IN THE MEANTIME HAD ITS ACCRUAL     04700006
      *    REVERSED OUT AND GETS NOTHING BACK                           04700007
       330-REVERSE-BACK-VALUING.                                        04700008
           EXEC SQL                                                     04700009
              UPDATE KALA15.DELINQUENCY                                 0470000A
                 SET DELINQ_STATUS = 'OPEN',                            0470000B
                     RUN_ID        = NULL                               0470000C
               WHERE APP_ID = :WS-APP-ID                                0470000D
                 AND RUN_ID = :WS-TGT-RUN-ID                            0470000E
                 AND DELINQ_STATUS = 'CLEARED'                          0470000F
           END-EXEC                                                     0470000G
           PERFORM 980-CHECK-SQL                                        0470000H
                                                                        0470000I
           EXEC SQL                                                     0470000J
              UPDATE KALA15.INTEREST_ACCRUAL                            0470000K
                 SET ACCRUED_AMT     = ACCRUED_AMT                      0470000L
                                       + COALESCE(BACKVAL_ADJ_AMT, 0),  0470000M
                     BACKVAL_ADJ_AMT = NULL,                            0470000N
                     RUN_ID          = NULL                             0470000O
               WHERE APP_ID = :WS-APP-ID                                0470000P
                 AND RUN_ID = :WS-TGT-RUN-ID                            0470000Q
                 AND COALESCE(ACCRUAL_STATUS, 'A') <> 'N'               0470000R
           END-EXEC                                                     0470000S
           PERFORM 980-CHECK-SQL                                        0470000T
           EXIT.                                                        0470000U
                                                                        0470000V
      *    FEES THE RUN SETTLED OR WAIVED GO BACK TO WHAT THEY HELD     04710000
      *    BEFORE IT; ITS WAIVERS ARE MARKED REVERSED; FEES IT RAISED   04720000
      *    ARE REMOVED - AND FOR LOANFEE TAKEN BACK OUT OF THE LOAN     04730000
      *    TOTAL THEY WERE ADDED TO                                     04740000
       340-REVERSE-FEES.                                                04750000
           EXEC SQL                                                     04760000
              UPDATE KALA15.FEE_HISTORY                                 04770000
                 SET PAID_AMT         = PRIOR_PAID_AMT,                 04780000
                     WAIVED_AMT       = PRIOR_WAIVED_AMT,               04790000
                     PRIOR_PAID_AMT   = NULL,                           04800000
                     PRIOR_WAIVED_AMT = NULL,                           04810000
                     CHG_RUN_ID       = NULL                            04820000
               WHERE APP_ID = :WS-APP-ID                                04830000
                 AND CHG_RUN_ID = :WS-TGT-RUN-ID                        04840000
           END-EXEC                                                     04850000
           PERFORM 980-CHECK-SQL                                        04860000
           IF SQLCODE = 00                                              04870000
              ADD SQLERRD(3) TO WS-APP-FEES                             04880000
           END-IF                                                       04890000
                                                                        04900000
           EXEC SQL                                                     04910000
              UPDATE KALA15.FEE_WAIVER                                  04920000
                 SET WV_STATUS    = 'REVERSED',                         04930000
                     DECIDED_DATE = CURRENT DATE                        04940000
               WHERE APP_ID = :WS-APP-ID                                04950000
                 AND RUN_ID = :WS-TGT-RUN-ID                            04960000
           END-EXEC                                                     04970000
           PERFORM 980-CHECK-SQL                                        04980000
                                                                        04990000
           IF WS-TGT-IS-LOANFEE                                         05000000
              EXEC SQL                                                  05010000
                 SELECT COALESCE(SUM(FEE_AMT), 0)                       05020000
                   INTO :WS-FEE-SUM                                     05030000
                   FROM KALA15.FEE_HISTORY                              05040000
                  WHERE APP_ID = :WS-APP-ID                             05050000
                    AND RUN_ID = :WS-TGT-RUN-ID                         05060000
              END-EXEC                                                  05070000
              IF WS-FEE-SUM > ZERO                                      05080000
                 EXEC SQL                                               05090000
                    UPDATE KALA15.APPLICATIONS                          05100000
                       SET TOTAL_LOAN = TOTAL_LOAN - :WS-FEE-SUM        05110000
                     WHERE APP_ID = :WS-APP-ID                          05120000
                 END-EXEC                                               05130000
                 PERFORM 980-CHECK-SQL                                  05140000
              END-IF                                                    05150000
           END-IF                                                       05160000
                                                                        05170000
           EXEC SQL                                                     05180000
              DELETE FROM KALA15.FEE_HISTORY                            05190000
               WHERE APP_ID = :WS-APP-ID                                05200000
                 AND RUN_ID = :WS-TGT-RUN-ID                            05210000
           END-EXEC                                                     05220000
           PERFORM 980-CHECK-SQL                                        05230000
           IF SQLCODE = 00                                              05240000
              ADD SQLERRD(3) TO WS-APP-FEES                             05250000
           END-IF                                                       05260000
           EXIT.                                                        05270000
                                                                        05280000
      *    AN ACCRUAL ROW THE RUN STARTED HAS NO PRIOR THROUGH-DATE     05290000
      *    AND IS REMOVED; ONE IT MOVED ON GOES BACK TO ITS PRIOR       05300000
      *    AMOUNT, THROUGH-DATE AND STATUS                              05310000
       350-REVERSE-PENALTIES.                                           05320000
           EXEC SQL                                                     05330000
              DELETE FROM KALA15.PENALTY_ACCRUAL                        05340000
               WHERE APP_ID = :WS-APP-ID                                05350000
                 AND RUN_ID = :WS-TGT-RUN-ID                            05360000
                 AND PRIOR_ACCRUED_THRU IS NULL                         05370000
           END-EXEC                                                     05380000
           PERFORM 980-CHECK-SQL                                        05390000
           IF SQLCODE = 00                                              05400000
              ADD SQLERRD(3) TO WS-APP-PENS                             05410000
           END-IF                                                       05420000
                                                                        05430000
           EXEC SQL                                                     05440000
              UPDATE KALA15.PENALTY_ACCRUAL                             05450000
                 SET ACCRUED_AMT        = PRIOR_ACCRUED_AMT,            05460000
                     ACCRUED_THRU       = PRIOR_ACCRUED_THRU,           05470000
                     PEN_STATUS         = PRIOR_STATUS,                 05480000
                     PRIOR_ACCRUED_AMT  = NULL,                         05490000
                     PRIOR_ACCRUED_THRU = NULL,                         05500000
                     PRIOR_STATUS       = NULL,                         05510000
                     RUN_ID             = NULL                          05520000
               WHERE APP_ID = :WS-APP-ID                                05530000
                 AND RUN_ID = :WS-TGT-RUN-ID                            05540000
           END-EXEC                                                     05550000
           PERFORM 980-CHECK-SQL                                        05560000
           IF SQLCODE = 00                                              05570000
              ADD SQLERRD(3) TO WS-APP-PENS                             05580000
           END-IF                                                       05590000
           EXIT.                                                        05600000
                                                                        05610000
      *    310-CHECK-HOLD HAS ALREADY PROVED NOTHING WAS LOGGED ON      05620000
      *    THE APPLICATION AFTER THE RUN, SO ITS ROWS ARE THE NEWEST    05630000
       360-REVERSE-STATUS-HISTORY.                                      05640000
           EXEC SQL                                                     05650000
              DELETE FROM KALA15.APPLICATION_STATUS_HISTORY             05660000
               WHERE APP_ID = :WS-APP-ID                                05670000
                 AND RUN_ID = :WS-TGT-RUN-ID                            05680000
           END-EXEC                                                     05690000
           PERFORM 980-CHECK-SQL                                        05700000
           IF SQLCODE = 00                                              05710000
              ADD SQLERRD(3) TO WS-APP-HISTS                            05720000
           END-IF                                                       05730000
           EXIT.                                                        05740000
                                                                        05750000
      *    AN EVENT LOANMQTX HAS NOT SENT IS SIMPLY WITHDRAWN. ONE      05760000
      *    ALREADY PUBLISHED CANNOT BE, SO SUBSCRIBERS ARE TOLD WITH    05770000
      *    A SINGLE BACKED OUT EVENT FOR THE APPLICATION                05780000
       370-REVERSE-OUTBOX.                                              05790000
           EXEC SQL                                                     05800000
              DELETE FROM KALA15.EVENT_OUTBOX                           05810000
               WHERE APP_ID = :WS-APP-ID                                05820000
                 AND RUN_ID = :WS-TGT-RUN-ID                            05830000
                 AND PUBLISHED_FLAG = 'N'                               05840000
           END-EXEC                                                     05850000
           PERFORM 980-CHECK-SQL                                        05860000
           IF SQLCODE = 00                                              05870000
              ADD SQLERRD(3) TO WS-APP-EVENTS                           05880000
           END-IF                                                       05890000
                                                                        05900000
           EXEC SQL                                                     05910000
              SELECT COUNT(*)                                           05920000
                INTO :WS-CNT                                            05930000
                FROM KALA15.EVENT_OUTBOX                                05940000
               WHERE APP_ID = :WS-APP-ID                                05950000
                 AND RUN_ID = :WS-TGT-RUN-ID                            05960000
           END-EXEC                                                     05970000
           IF WS-CNT > ZERO                                             05980000
              EXEC SQL                                                  05990000
                 SELECT COALESCE(MAX(EVENT_ID), 0) + 1                  06000000
                   INTO :OBX-EVENT-ID                                   06010000
                   FROM KALA15.EVENT_OUTBOX                             06020000
              END-EXEC                                                  06030000
              MOVE WS-APP-ID    TO OBX-APP-ID                           06040000
              MOVE 'BACKED OUT' TO OBX-STATUS-CODE                      06050000
              EXEC SQL                                                  06060000
                 INSERT INTO KALA15.EVENT_OUTBOX                        06070000
                    (EVENT_ID, APP_ID, STATUS_CODE, EVENT_TS,           06080000
                     PUBLISHED_FLAG, RUN_ID)                            06090000
                 VALUES                                                 06100000
                    (:OBX-EVENT-ID, :OBX-APP-ID, :OBX-STATUS-CODE,      06110000
                     CURRENT TIMESTAMP, 'N', :RUNH-RUN-ID)              06120000
              END-EXEC                                                  06130000
              PERFORM 980-CHECK-SQL                                     06140000
              ADD 1 TO WS-TOT-COMPENSATED                               06150000
           END-IF                                                       06160000
           EXIT.                                                        06170000
                                                                        06180000
       390-REPORT-HELD.                                                 06190000
           ADD 1 TO WS-APPS-HELD                                        06200000
           MOVE SPACES TO BKOT-RPT-LINE                                 06210000
           STRING 'HELD     APP ' WS-ED-APP ' - ' WS-HOLD-REASON        06220000
                  DELIMITED BY SIZE INTO BKOT-RPT-LINE                  06230000
           END-STRING                                                   06240000
           WRITE BKOT-RPT-LINE                                          06250000
           EXIT.                                                        06260000
                                                                        06270000
       395-REPORT-REVERSED.                                             06280000
           ADD 1 TO WS-APPS-REVERSED                                    06290000
           ADD WS-APP-PAYS   TO WS-TOT-PAYS                             06300000
           ADD WS-APP-FEES   TO WS-TOT-FEES                             06310000
           ADD WS-APP-PENS   TO WS-TOT-PENS                             06320000
           ADD WS-APP-HISTS  TO WS-TOT-HISTS                            06330000
           ADD WS-APP-EVENTS TO WS-TOT-EVENTS                           06340000
           MOVE SPACES TO BKOT-RPT-LINE                                 06350000
           STRING 'REVERSED APP ' WS-ED-APP                             06360000
                  ' PAYMENTS ' WS-APP-PAYS                              06370000
                  ' FEES ' WS-APP-FEES                                  06380000
                  ' PENALTIES ' WS-APP-PENS                             06390000
                  ' HISTORY ' WS-APP-HISTS                              06400000
                  ' EVENTS ' WS-APP-EVENTS                              06410000
                  DELIMITED BY SIZE INTO BKOT-RPT-LINE                  06420000
           END-STRING                                                   06430000
           WRITE BKOT-RPT-LINE                                          06440000
           EXIT.                                                        06450000
                                                                        06460000
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   06470000
      *    RESTORED, INSIDE THE SAME UNIT OF WORK - THE BALANCE         06480000
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    06490000
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       06500000
       480-REFRESH-LOAN-POSITION.                                       06510000
           MOVE 'LOANBKOT' TO POS-UPDATED-BY                            06520000
           EXEC SQL                                                     06530000
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   06540000
                INTO :POS-NEXT-INST-NO                                  06550000
                FROM KALA15.PAYMENT_SCHEDULE                            06560000
               WHERE APP_ID = :POS-APP-ID                               06570000
                 AND ACTUAL_BALANCE_AMT IS NULL                         06580000
           END-EXEC                                                     06590000
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      06600000
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    06610000
           EXEC SQL                                                     06620000
              SELECT COALESCE(                                          06630000
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             06640000
                                      S.BALANCE_AMT)                    06650000
                        FROM KALA15.PAYMENT_SCHEDULE S                  06660000
                       WHERE S.APP_ID = A.APP_ID                        06670000
                         AND S.INSTALLMENT_NO =                         06680000
                             CASE WHEN :POS-NEXT-INST-NO = 0            06690000
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    06700000
                                    FROM KALA15.PAYMENT_SCHEDULE P      06710000
                                   WHERE P.APP_ID = A.APP_ID)           06720000
                                  ELSE :POS-NEXT-INST-NO - 1            06730000
                             END),                                      06740000
                     A.LOAN_AMN)                                        06750000
                INTO :POS-PRINCIPAL-BAL                                 06760000
                FROM KALA15.APPLICATIONS A                              06770000
               WHERE A.APP_ID = :POS-APP-ID                             06780000
           END-EXEC                                                     06790000
           EXEC SQL                                                     06800000
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  06810000
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 06820000
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                06830000
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    06840000
               WHERE D.APP_ID = :POS-APP-ID                             06850000
                 AND D.DELINQ_STATUS = 'OPEN'                           06860000
                 AND S.APP_ID = D.APP_ID                                06870000
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                06880000
           END-EXEC                                                     06890000
           EXEC SQL                                                     06900000
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         06910000
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            06920000
                             - COALESCE(WAIVED_AMT, 0)                  06930000
                        ELSE 0 END), 0),                                06940000
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          06950000
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            06960000
                             - COALESCE(WAIVED_AMT, 0)                  06970000
                        ELSE 0 END), 0)                                 06980000
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    06990000
                FROM KALA15.FEE_HISTORY                                 07000000
               WHERE APP_ID = :POS-APP-ID                               07010000
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    07020000
                               + COALESCE(WAIVED_AMT, 0)                07030000
           END-EXEC                                                     07040000
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  07050000
           EXEC SQL                                                     07060000
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   07070000
                INTO :POS-PENALTY-DUE                                   07080000
                FROM KALA15.PENALTY_ACCRUAL                             07090000
               WHERE APP_ID = :POS-APP-ID                               07100000
                 AND PEN_STATUS = 'OPEN'                                07110000
           END-EXEC                                                     07120000
           EXEC SQL                                                     07130000
              UPDATE KALA15.LOAN_POSITION                               07140000
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                07150000
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               07160000
                     INTEREST_DUE   = :POS-INTEREST-DUE,                07170000
                     FEES_DUE       = :POS-FEES-DUE,                    07180000
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 07190000
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 07200000
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                07210000
                     UPDATED_BY     = :POS-UPDATED-BY                   07220000
               WHERE APP_ID = :POS-APP-ID                               07230000
           END-EXEC                                                     07240000
           IF SQLCODE = 100                                             07250000
              EXEC SQL                                                  07260000
                 INSERT INTO KALA15.LOAN_POSITION                       07270000
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           07280000
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           07290000
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       07300000
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                07310000
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         07320000
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               07330000
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           07340000
                         :POS-UPDATED-BY)                               07350000
              END-EXEC                                                  07360000
           END-IF                                                       07370000
           PERFORM 980-CHECK-SQL                                        07380000
           EXIT.                                                        07390000
                                                                        07400000
      *    A STATEMENT OR RETURNS FILE THE RUN APPLIED IS ON RECORD AS  07410000
      *    PROCESSED AND WOULD BE REFUSED IF SENT AGAIN. ONCE EVERY     07420000
      *    APPLICATION IS BACK THE RECORD GOES, SO THE CORRECTED FILE   07430000
      *    CAN BE APPLIED; WITH ANY HELD IT STAYS - A RERUN WOULD POST  07440000
      *    THE HELD LOANS TWICE                                         07450000
       700-RELEASE-FILES.                                               07460000
           IF WS-APPS-HELD = ZERO                                       07470000
              EXEC SQL                                                  07480000
                 DELETE FROM KALA15.PROCESSED_FILES                     07490000
                  WHERE RUN_ID = :WS-TGT-RUN-ID                         07500000
              END-EXEC                                                  07510000
              PERFORM 980-CHECK-SQL                                     07520000
              IF SQLCODE = 00                                           07530000
                 ADD SQLERRD(3) TO WS-FILES-RELEASED                    07540000
              END-IF                                                    07550000
           ELSE                                                         07560000
              EXEC SQL                                                  07570000
                 SELECT COUNT(*)                                        07580000
                   INTO :WS-CNT                                         07590000
                   FROM KALA15.PROCESSED_FILES                          07600000
                  WHERE RUN_ID = :WS-TGT-RUN-ID                         07610000
              END-EXEC                                                  07620000
              IF WS-CNT > ZERO                                          07630000
                 MOVE SPACES TO BKOT-RPT-LINE                           07640000
                 STRING 'FILE NOT RELEASED - APPLICATIONS ARE HELD, '   07650000
                        'A RERUN WOULD POST THEM TWICE'                 07660000
                        DELIMITED BY SIZE INTO BKOT-RPT-LINE            07670000
                 END-STRING                                             07680000
                 WRITE BKOT-RPT-LINE                                    07690000
              END-IF                                                    07700000
           END-IF                                                       07710000
           EXIT.                                                        07720000
                                                                        07730000
      *    THE RUN STAYS ON BATCH_RUN_HISTORY, MARKED B WITH WHEN, WHO  07740000
      *    AUTHORISED IT AND WHICH BACKOUT RUN DID THE WORK - THE OPS   07750000
      *    CONSOLE SHOWS IT AS BACKED OUT                               07760000
       800-MARK-RUN-BACKED-OUT.                                         07770000
           MOVE WS-SUPV-ID  TO RUNH-BACKOUT-AUTH-ID                     07780000
           MOVE RUNH-RUN-ID TO RUNH-BACKOUT-RUN-ID                      07790000
           EXEC SQL                                                     07800000
              UPDATE KALA15.BATCH_RUN_HISTORY                           07810000
                 SET RUN_STATUS      = 'B',                             07820000
                     BACKOUT_TS      = CURRENT TIMESTAMP,               07830000
                     BACKOUT_AUTH_ID = :RUNH-BACKOUT-AUTH-ID,           07840000
                     BACKOUT_RUN_ID  = :RUNH-BACKOUT-RUN-ID             07850000
               WHERE RUN_ID = :WS-TGT-RUN-ID                            07860000
           END-EXEC                                                     07870000
           PERFORM 980-CHECK-SQL                                        07880000
                                                                        07890000
           MOVE WS-APPS-REVERSED TO WS-ED-COUNT                         07900000
           MOVE SPACES TO BKOT-RPT-LINE                                 07910000
           STRING 'APPLICATIONS REVERSED ' WS-ED-COUNT                  07920000
                  DELIMITED BY SIZE INTO BKOT-RPT-LINE                  07930000
           END-STRING                                                   07940000
           WRITE BKOT-RPT-LINE                                          07950000
           MOVE WS-APPS-HELD TO WS-ED-COUNT                             07960000
           MOVE SPACES TO BKOT-RPT-LINE                                 07970000
           STRING 'APPLICATIONS HELD     ' WS-ED-COUNT                  07980000
                  DELIMITED BY SIZE INTO BKOT-RPT-LINE                  07990000
           END-STRING                                                   08000000
           WRITE BKOT-RPT-LINE                                          08010000
           MOVE SPACES TO BKOT-RPT-LINE                                 08020000
           STRING 'PAYMENTS ' WS-TOT-PAYS ' FEES ' WS-TOT-FEES          08030000
                  ' PENALTIES ' WS-TOT-PENS ' HISTORY ' WS-TOT-HISTS    08040000
                  ' EVENTS ' WS-TOT-EVENTS                              08050000
                  ' BACKED-OUT EVENTS SENT ' WS-TOT-COMPENSATED         08060000
                  ' FILES RELEASED ' WS-FILES-RELEASED                  08070000
                  DELIMITED BY SIZE INTO BKOT-RPT-LINE                  08080000
           END-STRING                                                   08090000
           WRITE BKOT-RPT-LINE                                          08100000
                                                                        08110000
           IF WS-APPS-HELD > ZERO                                       08120000
              MOVE 4 TO RETURN-CODE                                     08130000
           END-IF                                                       08140000
           EXIT.                                                        08150000
                                                                        08160000
       900-TERMINATE.                                                   08170000
           EXEC SQL                                                     08180000
              CLOSE BKOTAPP                                             08190000
           END-EXEC                                                     08200000
           PERFORM 950-LOG-RUN-HISTORY                                  08210000
           EXEC SQL                                                     08220000
              COMMIT                                                    08230000
           END-EXEC                                                     08240000
           CLOSE BACKOUT-REPORT                                         08250000
           DISPLAY 'LOANBKOT - RUN BACKED OUT       : ' WS-TGT-RUN-ID   08260000
           DISPLAY 'LOANBKOT - APPLICATIONS REVERSED: ' WS-APPS-REVERSED08270000
           DISPLAY 'LOANBKOT - APPLICATIONS HELD    : ' WS-APPS-HELD    08280000
           EXIT.                                                        08290000
                                                                        08300000
      *    RESERVES THIS RUN'S BATCH_RUN_HISTORY ROW BEFORE ANY WORK    08310000
      *    IS DONE, SO THE REVERSAL ROWS IT WRITES CAN CARRY ITS OWN    08320000
      *    RUN ID. COMMITTED AT ONCE - THE ROW MUST OUTLIVE A FAILED    08330000
      *    RUN, AND OTHER JOBS TAKING THEIR OWN RUN IDS MUST NOT        08340000
      *    QUEUE BEHIND THIS ONE                                        08350000
       945-RESERVE-RUN-ID.                                              08360000
           EXEC SQL                                                     08370000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       08380000
                INTO :RUNH-RUN-ID                                       08390000
                FROM KALA15.BATCH_RUN_HISTORY                           08400000
           END-EXEC                                                     08410000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            08420000
           MOVE -1 TO RUNH-RUN-RC                                       08430000
           EXEC SQL                                                     08440000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      08450000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        08460000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       08470000
              VALUES                                                    08480000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          08490000
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            08500000
           END-EXEC                                                     08510000
           IF SQLCODE NOT = 00                                          08520000
              DISPLAY 'LOANBKOT - UNABLE TO RESERVE RUN ID, SQLCODE '   08530000
                      SQLCODE                                           08540000
              MOVE 16 TO RETURN-CODE                                    08550000
              STOP RUN                                                  08560000
           END-IF                                                       08570000
           EXEC SQL                                                     08580000
              COMMIT                                                    08590000
           END-EXEC                                                     08600000
           EXIT.                                                        08610000
                                                                        08620000
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     08630000
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       08640000
      *    CONSOLE'S DURATION TRENDING                                  08650000
       950-LOG-RUN-HISTORY.                                             08660000
           MOVE WS-APPS-SEEN     TO RUNH-RECS-READ                      08670000
           MOVE WS-APPS-REVERSED TO RUNH-RECS-UPDATED                   08680000
           MOVE WS-APPS-HELD     TO RUNH-RECS-WRITTEN                   08690000
           MOVE RETURN-CODE      TO RUNH-RUN-RC                         08700000
           EXEC SQL                                                     08710000
              UPDATE KALA15.BATCH_RUN_HISTORY                           08720000
                 SET END_TS       = CURRENT TIMESTAMP,                  08730000
                     RECS_READ    = :RUNH-RECS-READ,                    08740000
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 08750000
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 08760000
                     RUN_RC       = :RUNH-RUN-RC,                       08770000
                     RUN_STATUS   = 'C'                                 08780000
               WHERE RUN_ID = :RUNH-RUN-ID                              08790000
           END-EXEC                                                     08800000
           EXIT.                                                        08810000
                                                                        08820000
       980-CHECK-SQL.                                                   08830000
           IF SQLCODE < 0                                               08840000
              PERFORM 990-ABORT-BACKOUT                                 08850000
           END-IF                                                       08860000
           EXIT.                                                        08870000
                                                                        08880000
      *    ANY DATABASE FAILURE ROLLS THE WHOLE BACKOUT BACK - A RUN    08890000
      *    HALF TAKEN BACK IS WORSE THAN ONE NOT TAKEN BACK AT ALL.     08900000
      *    THE TARGET RUN IS LEFT UNMARKED AND CAN BE TRIED AGAIN       08910000
       990-ABORT-BACKOUT.                                               08920000
           MOVE SQLCODE TO WS-ED-SQLCODE                                08930000
           DISPLAY 'LOANBKOT - BACKOUT FAILED, SQLCODE ' WS-ED-SQLCODE  08940000
                   ' APP ' WS-ED-APP                                    08950000
           EXEC SQL                                                     08960000
              ROLLBACK                                                  08970000
           END-EXEC                                                     08980000
           MOVE SPACES TO BKOT-RPT-LINE                                 08990000
           STRING 'ABORTED  - NOTHING WAS CHANGED, SQLCODE '            09000000
                  WS-ED-SQLCODE ' AT APP ' WS-ED-APP                    09010000
                  DELIMITED BY SIZE INTO BKOT-RPT-LINE                  09020000
           END-STRING                                                   09030000
           WRITE BKOT-RPT-LINE                                          09040000
           MOVE 16 TO RETURN-CODE                                       09050000
           PERFORM 950-LOG-RUN-HISTORY                                  09060000
           EXEC SQL                                                     09070000
              COMMIT                                                    09080000
           END-EXEC                                                     09090000
           CLOSE BACKOUT-REPORT                                         09100000
           STOP RUN.                                                    09110000
