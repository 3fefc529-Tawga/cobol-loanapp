       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANGLRC.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
      *    THE FINANCE SYSTEM'S MONTH-END TRIAL BALANCE - ONE RECORD    00060000
      *    PER GL ACCOUNT WITH ITS CLOSING DEBIT AND CREDIT BALANCES    00070000
           SELECT TRIAL-BALANCE ASSIGN TO GLTBIN                        00080000
               ORGANIZATION IS SEQUENTIAL                               00090000
               FILE STATUS IS WS-TB-STATUS.                             00100000
      *    FINANCE'S EXPLANATIONS FOR BREAKS ALREADY ON THE REPORT -    00110000
      *    ONE RECORD PER PERIOD AND BALANCE; MAY BE EMPTY              00120000
           SELECT BREAK-EXPLAIN ASSIGN TO GLRCEXP                       00130000
               ORGANIZATION IS SEQUENTIAL                               00140000
               FILE STATUS IS WS-EXP-STATUS.                            00150000
           SELECT GLRC-REPORT   ASSIGN TO GLRCRPT                       00160000
               ORGANIZATION IS SEQUENTIAL                               00170000
               FILE STATUS IS WS-RPT-STATUS.                            00180000
       DATA DIVISION.                                                   00190000
       FILE SECTION.                                                    00200000
       FD  TRIAL-BALANCE                                                00210000
           RECORDING MODE F                                             00220000
           LABEL RECORDS STANDARD.                                      00230000
       01  TB-RECORD.                                                   00240000
           05  TB-PERIOD-ID        PIC X(07).                           00250000
           05  TB-ACCOUNT          PIC X(10).                           00260000
           05  TB-DEBIT-BAL        PIC 9(12)V99.                        00270000
           05  TB-CREDIT-BAL       PIC 9(12)V99.                        00280000
           05  TB-ACCOUNT-NAME     PIC X(30).                           00290000
           05  FILLER              PIC X(05).                           00300000
                                                                        00310000
       FD  BREAK-EXPLAIN                                                00320000
           RECORDING MODE F                                             00330000
           LABEL RECORDS STANDARD.                                      00340000
       01  EXP-RECORD.                                                  00350000
           05  EXP-PERIOD-ID       PIC X(07).                           00360000
           05  EXP-COMPONENT       PIC X(01).                           00370000
           05  EXP-EXPLAINED-BY    PIC X(03).                           00380000
           05  EXP-TEXT            PIC X(40).                           00390000
           05  FILLER              PIC X(29).                           00400000
                                                                        00410000
      *    THE RECONCILIATION THE AUDITORS TEST: EACH LOAN BALANCE'S    00420000
      *    GL ACCOUNT AGAINST THE SUBLEDGER, THEN EVERY EARLIER BREAK   00430000
      *    STILL WAITING FOR ITS EXPLANATION                            00440000
       FD  GLRC-REPORT                                                  00450000
           RECORDING MODE F                                             00460000
           LABEL RECORDS STANDARD.                                      00470000
       01  GLRC-RPT-LINE           PIC X(132).                          00480000
                                                                        00490000
       WORKING-STORAGE SECTION.                                         00500000
           EXEC SQL                                                     00510000
              INCLUDE SQLCA                                             00520000
           END-EXEC.                                                    00530000
           EXEC SQL                                                     00540000
              INCLUDE MECLOSE                                           00550000
           END-EXEC.                                                    00560000
           EXEC SQL                                                     00570000
              INCLUDE ACCRUAL                                           00580000
           END-EXEC.                                                    00590000
           EXEC SQL                                                     00600000
              INCLUDE GLRCBRK                                           00610000
           END-EXEC.                                                    00620000
           EXEC SQL                                                     00630000
              INCLUDE BUSPARM                                           00640000
           END-EXEC.                                                    00650000
           EXEC SQL                                                     00660000
              INCLUDE RUNHIST                                           00670000
           END-EXEC.                                                    00680000
                                                                        00690000
       01  WS-TB-EOF-SW            PIC X     VALUE 'N'.                 00700000
           88  WS-NO-MORE-TB       VALUE 'Y'.                           00710000
       01  WS-EXP-EOF-SW           PIC X     VALUE 'N'.                 00720000
           88  WS-NO-MORE-EXP      VALUE 'Y'.                           00730000
       01  WS-OPEN-EOF-SW          PIC X     VALUE 'N'.                 00740000
           88  WS-NO-MORE-OPEN     VALUE 'Y'.                           00750000
       01  WS-TB-STATUS            PIC XX    VALUE '00'.                00760000
       01  WS-EXP-STATUS           PIC XX    VALUE '00'.                00770000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00780000
       01  WS-TB-READ              PIC 9(7)  VALUE ZERO.                00790000
       01  WS-TB-MATCHED           PIC 9(7)  VALUE ZERO.                00800000
       01  WS-TB-WRONG-PERIOD      PIC 9(7)  VALUE ZERO.                00810000
       01  WS-BREAKS-FOUND         PIC 9(7)  VALUE ZERO.                00820000
       01  WS-BREAKS-CARRIED       PIC 9(7)  VALUE ZERO.                00830000
       01  WS-BREAKS-EXPLAINED     PIC 9(7)  VALUE ZERO.                00840000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANGLRC'.          00850000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00860000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00870000
      *    A DIFFERENCE WITHIN THIS MANY UNITS IS ROUNDING, NOT A       00880000
      *    BREAK - GLREC_TOLERANCE IN BUSINESS_PARAM, NONE BY DEFAULT   00890000
       01  WS-TOLERANCE            PIC S9(7)V9(2) COMP-3 VALUE ZERO.    00900000
       01  WS-NEG-TOLERANCE        PIC S9(7)V9(2) COMP-3 VALUE ZERO.    00910000
       01  WS-TB-NET               PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00920000
       01  WS-CX                   PIC S9(4) COMP.                      00930000
       01  WS-SL-PRINCIPAL         PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00940000
       01  WS-SL-ACCRUED           PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00950000
       01  WS-SL-FEES              PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00960000
       01  WS-SL-CHGOFF            PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00970000
                                                                        00980000
      *    THE FOUR CLOSE_SNAPSHOT BALANCES AND THE GL_ACCOUNT_MAP      00990000
      *    EVENT UNDER WHICH FINANCE REGISTERS THE ACCOUNT THAT         01000000
      *    CARRIES EACH ONE - ITS DEBIT ACCOUNT IS THE BALANCE SHEET    01010000
      *    ACCOUNT, MAINTAINED ON THE SAME REFERENCE-DATA SCREEN AS     01020000
      *    THE POSTING EVENTS                                           01030000
       01  WS-COMP-VALUES.                                              01040000
           05  FILLER              PIC X(25)                            01050000
                                   VALUE 'PBALPRIN PRINCIPAL       '.   01060000
           05  FILLER              PIC X(25)                            01070000
                                   VALUE 'IBALACCR ACCRUED INTEREST'.   01080000
           05  FILLER              PIC X(25)                            01090000
                                   VALUE 'FBALFEES OPEN FEES       '.   01100000
           05  FILLER              PIC X(25)                            01110000
                                   VALUE 'CBALCHGOFCHARGE-OFF BOOK '.   01120000
       01  WS-COMP-TABLE REDEFINES WS-COMP-VALUES.                      01130000
           05  WS-COMP             OCCURS 4.                            01140000
               10  WS-CP-CODE      PIC X(1).                            01150000
               10  WS-CP-EVENT     PIC X(8).                            01160000
               10  WS-CP-NAME      PIC X(16).                           01170000
       01  WS-COMP-BALANCES.                                            01180000
           05  WS-CB               OCCURS 4.                            01190000
               10  WS-CB-ACCT      PIC X(10).                           01200000
               10  WS-CB-MAPPED    PIC X(1).                            01210000
               10  WS-CB-IN-TB     PIC X(1).                            01220000
               10  WS-CB-GL-BAL    PIC S9(12)V9(2) COMP-3.              01230000
               10  WS-CB-SL-BAL    PIC S9(12)V9(2) COMP-3.              01240000
               10  WS-CB-BREAK     PIC S9(12)V9(2) COMP-3.              01250000
                                                                        01260000
       01  WS-ED-AMT1              PIC -Z,ZZZ,ZZZ,ZZ9.99.               01270000
       01  WS-ED-AMT2              PIC -Z,ZZZ,ZZZ,ZZ9.99.               01280000
       01  WS-ED-AMT3              PIC -Z,ZZZ,ZZZ,ZZ9.99.               01290000
       01  WS-ED-RESULT            PIC X(8).                            01300000
                                                                        01310000
       PROCEDURE DIVISION.                                              01320000
       000-MAIN-PARA.                                                   01330000
           PERFORM 100-INITIALIZE                                       01340000
           PERFORM 200-PROCESS-ONE-TB UNTIL WS-NO-MORE-TB               01350000
           PERFORM 400-RECONCILE-ONE-BALANCE                            01360000
              VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 4                 01370000
           PERFORM 500-APPLY-ONE-EXPLANATION UNTIL WS-NO-MORE-EXP       01380000
           PERFORM 600-REPORT-CARRIED-BREAKS                            01390000
           PERFORM 900-TERMINATE                                        01400000
           STOP RUN.                                                    01410000
                                                                        01420000
       100-INITIALIZE.                                                  01430000
           EXEC SQL                                                     01440000
              SELECT CHAR(CURRENT TIMESTAMP)                            01450000
                INTO :WS-RUN-START                                      01460000
                FROM SYSIBM.SYSDUMMY1                                   01470000
           END-EXEC                                                     01480000
           OPEN INPUT TRIAL-BALANCE                                     01490000
           IF WS-TB-STATUS NOT = '00'                                   01500000
              DISPLAY 'LOANGLRC - UNABLE TO OPEN GLTBIN, STATUS = '     01510000
                      WS-TB-STATUS                                      01520000
              MOVE 16 TO RETURN-CODE                                    01530000
              STOP RUN                                                  01540000
           END-IF                                                       01550000
           OPEN INPUT BREAK-EXPLAIN                                     01560000
           IF WS-EXP-STATUS NOT = '00'                                  01570000
              DISPLAY 'LOANGLRC - UNABLE TO OPEN GLRCEXP, STATUS = '    01580000
                      WS-EXP-STATUS                                     01590000
              MOVE 16 TO RETURN-CODE                                    01600000
              STOP RUN                                                  01610000
           END-IF                                                       01620000
           OPEN OUTPUT GLRC-REPORT                                      01630000
           IF WS-RPT-STATUS NOT = '00'                                  01640000
              DISPLAY 'LOANGLRC - UNABLE TO OPEN GLRCRPT, STATUS = '    01650000
                      WS-RPT-STATUS                                     01660000
              MOVE 16 TO RETURN-CODE                                    01670000
              STOP RUN                                                  01680000
           END-IF                                                       01690000
           MOVE 'GLREC_TOLERANCE   ' TO BUSPARM-NAME                    01700000
           EXEC SQL                                                     01710000
              SELECT PARAM_VALUE                                        01720000
                INTO :BUSPARM-VALUE                                     01730000
                FROM KALA15.BUSINESS_PARAM                              01740000
               WHERE PARAM_NAME = :BUSPARM-NAME                         01750000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     01760000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     01770000
           END-EXEC                                                     01780000
           IF SQLCODE = 00                                              01790000
              MOVE BUSPARM-VALUE TO WS-TOLERANCE                        01800000
           END-IF                                                       01810000
           COMPUTE WS-NEG-TOLERANCE = ZERO - WS-TOLERANCE               01820000
                                                                        01830000
      *    THE PERIOD IS THE ONE FINANCE CLOSED THE TRIAL BALANCE FOR   01840000
      *    - IT MUST ALREADY BE LOCKED BY LOANMECL, OR THERE IS NO      01850000
      *    SNAPSHOT TO RECONCILE AGAINST                                01860000
           READ TRIAL-BALANCE                                           01870000
              AT END MOVE 'Y' TO WS-TB-EOF-SW                           01880000
           END-READ                                                     01890000
           IF WS-NO-MORE-TB                                             01900000
              DISPLAY 'LOANGLRC - TRIAL BALANCE FILE IS EMPTY'          01910000
              MOVE 8 TO RETURN-CODE                                     01920000
              STOP RUN                                                  01930000
           END-IF                                                       01940000
           MOVE TB-PERIOD-ID TO CLSP-PERIOD-ID                          01950000
           EXEC SQL                                                     01960000
              SELECT PERIOD_STATUS                                      01970000
                INTO :CLSP-PERIOD-STATUS                                01980000
                FROM KALA15.CLOSE_PERIOD                                01990000
               WHERE PERIOD_ID = :CLSP-PERIOD-ID                        02000000
           END-EXEC                                                     02010000
           IF SQLCODE NOT = 00 OR NOT CLSP-CLOSED                       02020000
              DISPLAY 'LOANGLRC - PERIOD ' CLSP-PERIOD-ID               02030000
                      ' IS NOT CLOSED - RUN LOANMECL FIRST'             02040000
              MOVE 8 TO RETURN-CODE                                     02050000
              STOP RUN                                                  02060000
           END-IF                                                       02070000
           MOVE SPACES TO GLRC-RPT-LINE                                 02080000
           STRING 'SUBLEDGER TO GL RECONCILIATION - PERIOD '            02090000
                  CLSP-PERIOD-ID                                        02100000
                  DELIMITED BY SIZE INTO GLRC-RPT-LINE                  02110000
           END-STRING                                                   02120000
           WRITE GLRC-RPT-LINE                                          02130000
                                                                        02140000
           PERFORM 110-LOAD-ONE-BALANCE                                 02150000
              VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 4                 02160000
           EXEC SQL                                                     02170000
              SELECT COALESCE(SUM(PRINCIPAL_BAL), 0),                   02180000
                     COALESCE(SUM(ACCRUED_INT), 0),                     02190000
                     COALESCE(SUM(OPEN_FEES), 0),                       02200000
                     COALESCE(SUM(CHARGEOFF_BAL), 0)                    02210000
                INTO :WS-SL-PRINCIPAL, :WS-SL-ACCRUED,                  02220000
                     :WS-SL-FEES, :WS-SL-CHGOFF                         02230000
                FROM KALA15.CLOSE_SNAPSHOT                              02240000
               WHERE PERIOD_ID = :CLSP-PERIOD-ID                        02250000
           END-EXEC                                                     02260000
           PERFORM 980-CHECK-SQL                                        02270000
           MOVE WS-SL-PRINCIPAL TO WS-CB-SL-BAL(1)                      02280000
           MOVE WS-SL-ACCRUED   TO WS-CB-SL-BAL(2)                      02290000
           MOVE WS-SL-FEES      TO WS-CB-SL-BAL(3)                      02300000
           MOVE WS-SL-CHGOFF    TO WS-CB-SL-BAL(4)                      02310000
                                                                        02320000
           EXEC SQL                                                     02330000
              DECLARE OPENC CURSOR FOR                                  02340000
              SELECT PERIOD_ID, COMPONENT, GL_ACCT, BREAK_AMT           02350000
                FROM KALA15.GL_RECON_BREAK                              02360000
               WHERE BREAK_STATUS = 'OPEN'                              02370000
                 AND PERIOD_ID < :CLSP-PERIOD-ID                        02380000
               ORDER BY PERIOD_ID, COMPONENT                            02390000
           END-EXEC                                                     02400000
           EXIT.                                                        02410000
                                                                        02420000
      *    A BALANCE WITH NO ACCOUNT REGISTERED CANNOT BE RECONCILED -  02430000
      *    IT IS REPORTED AND THE RUN ENDS RC=8 FOR FINANCE TO MAP IT   02440000
       110-LOAD-ONE-BALANCE.                                            02450000
           MOVE SPACES TO WS-CB-ACCT(WS-CX)                             02460000
           MOVE 'N' TO WS-CB-MAPPED(WS-CX)                              02470000
           MOVE 'N' TO WS-CB-IN-TB(WS-CX)                               02480000
           MOVE ZERO TO WS-CB-GL-BAL(WS-CX)                             02490000
           MOVE ZERO TO WS-CB-SL-BAL(WS-CX)                             02500000
           MOVE ZERO TO WS-CB-BREAK(WS-CX)                              02510000
           MOVE WS-CP-EVENT(WS-CX) TO GLMAP-EVENT-TYPE                  02520000
           EXEC SQL                                                     02530000
              SELECT DEBIT_ACCT                                         02540000
                INTO :GLMAP-DEBIT-ACCT                                  02550000
                FROM KALA15.GL_ACCOUNT_MAP                              02560000
               WHERE EVENT_TYPE = :GLMAP-EVENT-TYPE                     02570000
           END-EXEC                                                     02580000
           IF SQLCODE = 00                                              02590000
              MOVE GLMAP-DEBIT-ACCT TO WS-CB-ACCT(WS-CX)                02600000
              MOVE 'Y' TO WS-CB-MAPPED(WS-CX)                           02610000
           ELSE                                                         02620000
              MOVE SPACES TO GLRC-RPT-LINE                              02630000
              STRING 'NO GL MAPPING FOR BALANCE EVENT '                 02640000
                     GLMAP-EVENT-TYPE ' - ' WS-CP-NAME(WS-CX)           02650000
                     ' NOT RECONCILED'                                  02660000
                     DELIMITED BY SIZE INTO GLRC-RPT-LINE               02670000
              END-STRING                                                02680000
              WRITE GLRC-RPT-LINE                                       02690000
              MOVE 8 TO RETURN-CODE                                     02700000
           END-IF                                                       02710000
           EXIT.                                                        02720000
                                                                        02730000
      *    ONLY THE ACCOUNTS CARRYING A LOAN BALANCE ARE OF INTEREST -  02740000
      *    THE REST OF THE LEDGER IS PASSED OVER. A RECORD FOR ANOTHER  02750000
      *    PERIOD MEANS THE WRONG GENERATION WAS CATALOGUED             02760000
       200-PROCESS-ONE-TB.                                              02770000
           ADD 1 TO WS-TB-READ                                          02780000
           IF TB-PERIOD-ID NOT = CLSP-PERIOD-ID                         02790000
              ADD 1 TO WS-TB-WRONG-PERIOD                               02800000
              MOVE SPACES TO GLRC-RPT-LINE                              02810000
              STRING 'TRIAL BALANCE RECORD FOR PERIOD ' TB-PERIOD-ID    02820000
                     ' ACCOUNT ' TB-ACCOUNT ' IGNORED'                  02830000
                     DELIMITED BY SIZE INTO GLRC-RPT-LINE               02840000
              END-STRING                                                02850000
              WRITE GLRC-RPT-LINE                                       02860000
              MOVE 8 TO RETURN-CODE                                     02870000
           ELSE                                                         02880000
              COMPUTE WS-TB-NET = TB-DEBIT-BAL - TB-CREDIT-BAL          02890000
              PERFORM 210-MATCH-ONE-BALANCE                             02900000
                 VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 4              02910000
           END-IF                                                       02920000
           READ TRIAL-BALANCE                                           02930000
              AT END MOVE 'Y' TO WS-TB-EOF-SW                           02940000
           END-READ                                                     02950000
           EXIT.                                                        02960000
                                                                        02970000
       210-MATCH-ONE-BALANCE.                                           02980000
           IF WS-CB-MAPPED(WS-CX) = 'Y' AND                             02990000
              TB-ACCOUNT = WS-CB-ACCT(WS-CX)                            03000000
              ADD WS-TB-NET TO WS-CB-GL-BAL(WS-CX)                      03010000
              MOVE 'Y' TO WS-CB-IN-TB(WS-CX)                            03020000
              ADD 1 TO WS-TB-MATCHED                                    03030000
           END-IF                                                       03040000
           EXIT.                                                        03050000
                                                                        03060000
      *    A DIFFERENCE OUTSIDE THE TOLERANCE IS RECORDED AS AN OPEN    03070000
      *    BREAK FOR THE PERIOD. A RERUN AFTER FINANCE CORRECTS THE     03080000
      *    FILE REFRESHES THE AMOUNTS BUT KEEPS ANY EXPLANATION, AND    03090000
      *    AN OPEN BREAK THAT NOW AGREES IS WITHDRAWN                   03100000
       400-RECONCILE-ONE-BALANCE.                                       03110000
           IF WS-CB-MAPPED(WS-CX) = 'Y'                                 03120000
              COMPUTE WS-CB-BREAK(WS-CX) =                              03130000
                      WS-CB-GL-BAL(WS-CX) - WS-CB-SL-BAL(WS-CX)         03140000
              MOVE CLSP-PERIOD-ID       TO GLRB-PERIOD-ID               03150000
              MOVE WS-CP-CODE(WS-CX)    TO GLRB-COMPONENT               03160000
              MOVE WS-CB-ACCT(WS-CX)    TO GLRB-GL-ACCT                 03170000
              MOVE WS-CB-GL-BAL(WS-CX)  TO GLRB-GL-BAL                  03180000
              MOVE WS-CB-SL-BAL(WS-CX)  TO GLRB-SUBLEDGER-BAL           03190000
              MOVE WS-CB-BREAK(WS-CX)   TO GLRB-BREAK-AMT               03200000
              IF WS-CB-BREAK(WS-CX) > WS-TOLERANCE OR                   03210000
                 WS-CB-BREAK(WS-CX) < WS-NEG-TOLERANCE                  03220000
                 MOVE '*BREAK* ' TO WS-ED-RESULT                        03230000
                 ADD 1 TO WS-BREAKS-FOUND                               03240000
                 PERFORM 410-RECORD-BREAK                               03250000
              ELSE                                                      03260000
                 MOVE 'AGREED  ' TO WS-ED-RESULT                        03270000
                 EXEC SQL                                               03280000
                    DELETE FROM KALA15.GL_RECON_BREAK                   03290000
                     WHERE PERIOD_ID = :GLRB-PERIOD-ID                  03300000
                       AND COMPONENT = :GLRB-COMPONENT                  03310000
                       AND BREAK_STATUS = 'OPEN'                        03320000
                 END-EXEC                                               03330000
              END-IF                                                    03340000
              MOVE WS-CB-GL-BAL(WS-CX) TO WS-ED-AMT1                    03350000
              MOVE WS-CB-SL-BAL(WS-CX) TO WS-ED-AMT2                    03360000
              MOVE WS-CB-BREAK(WS-CX)  TO WS-ED-AMT3                    03370000
              MOVE SPACES TO GLRC-RPT-LINE                              03380000
              STRING WS-CP-NAME(WS-CX) ' ' WS-CB-ACCT(WS-CX)            03390000
                     ' GL ' WS-ED-AMT1 ' SUBLEDGER ' WS-ED-AMT2         03400000
                     ' DIFF ' WS-ED-AMT3 ' ' WS-ED-RESULT               03410000
                     DELIMITED BY SIZE INTO GLRC-RPT-LINE               03420000
              END-STRING                                                03430000
              WRITE GLRC-RPT-LINE                                       03440000
              IF WS-CB-IN-TB(WS-CX) NOT = 'Y'                           03450000
                 MOVE SPACES TO GLRC-RPT-LINE                           03460000
                 STRING '   ACCOUNT ' WS-CB-ACCT(WS-CX)                 03470000
                        ' IS NOT ON THE TRIAL BALANCE'                  03480000
                        DELIMITED BY SIZE INTO GLRC-RPT-LINE            03490000
                 END-STRING                                             03500000
                 WRITE GLRC-RPT-LINE                                    03510000
              END-IF                                                    03520000
           END-IF                                                       03530000
           EXIT.                                                        03540000
                                                                        03550000
       410-RECORD-BREAK.                                                03560000
           EXEC SQL                                                     03570000
              SELECT BREAK_STATUS                                       03580000
                INTO :GLRB-STATUS                                       03590000
                FROM KALA15.GL_RECON_BREAK                              03600000
               WHERE PERIOD_ID = :GLRB-PERIOD-ID                        03610000
                 AND COMPONENT = :GLRB-COMPONENT                        03620000
           END-EXEC                                                     03630000
           IF SQLCODE = 100                                             03640000
              MOVE 'OPEN' TO GLRB-STATUS                                03650000
              EXEC SQL                                                  03660000
                 INSERT INTO KALA15.GL_RECON_BREAK                      03670000
                    (PERIOD_ID, COMPONENT, GL_ACCT, GL_BAL,             03680000
                     SUBLEDGER_BAL, BREAK_AMT, BREAK_STATUS,            03690000
                     EXPLAIN_TEXT, EXPLAINED_BY)                        03700000
                 VALUES                                                 03710000
                    (:GLRB-PERIOD-ID, :GLRB-COMPONENT, :GLRB-GL-ACCT,   03720000
                     :GLRB-GL-BAL, :GLRB-SUBLEDGER-BAL,                 03730000
                     :GLRB-BREAK-AMT, :GLRB-STATUS, ' ', ' ')           03740000
              END-EXEC                                                  03750000
           ELSE                                                         03760000
              EXEC SQL                                                  03770000
                 UPDATE KALA15.GL_RECON_BREAK                           03780000
                    SET GL_ACCT = :GLRB-GL-ACCT,                        03790000
                        GL_BAL = :GLRB-GL-BAL,                          03800000
                        SUBLEDGER_BAL = :GLRB-SUBLEDGER-BAL,            03810000
                        BREAK_AMT = :GLRB-BREAK-AMT                     03820000
                  WHERE PERIOD_ID = :GLRB-PERIOD-ID                     03830000
                    AND COMPONENT = :GLRB-COMPONENT                     03840000
              END-EXEC                                                  03850000
           END-IF                                                       03860000
           PERFORM 980-CHECK-SQL                                        03870000
           EXIT.                                                        03880000
                                                                        03890000
      *    AN EXPLANATION CLOSES THE BREAK FOR GOOD - WHO SIGNED IT     03900000
      *    OFF, WHEN AND WHY STAY ON THE ROW FOR THE AUDITORS           03910000
       500-APPLY-ONE-EXPLANATION.                                       03920000
           READ BREAK-EXPLAIN                                           03930000
              AT END MOVE 'Y' TO WS-EXP-EOF-SW                          03940000
           END-READ                                                     03950000
           IF NOT WS-NO-MORE-EXP                                        03960000
              MOVE EXP-PERIOD-ID    TO GLRB-PERIOD-ID                   03970000
              MOVE EXP-COMPONENT    TO GLRB-COMPONENT                   03980000
              MOVE EXP-TEXT         TO GLRB-EXPLAIN-TEXT                03990000
              MOVE EXP-EXPLAINED-BY TO GLRB-EXPLAINED-BY                04000000
              EXEC SQL                                                  04010000
                 UPDATE KALA15.GL_RECON_BREAK                           04020000
                    SET BREAK_STATUS = 'EXPLAIN',                       04030000
                        EXPLAIN_TEXT = :GLRB-EXPLAIN-TEXT,              04040000
                        EXPLAINED_BY = :GLRB-EXPLAINED-BY,              04050000
                        EXPLAINED_TS = CURRENT TIMESTAMP                04060000
                  WHERE PERIOD_ID = :GLRB-PERIOD-ID                     04070000
                    AND COMPONENT = :GLRB-COMPONENT                     04080000
                    AND BREAK_STATUS = 'OPEN'                           04090000
              END-EXEC                                                  04100000
              MOVE SPACES TO GLRC-RPT-LINE                              04110000
              IF SQLCODE = 00                                           04120000
                 ADD 1 TO WS-BREAKS-EXPLAINED                           04130000
                 STRING 'EXPLAINED ' EXP-PERIOD-ID ' ' EXP-COMPONENT    04140000
                        ' BY ' EXP-EXPLAINED-BY ' - ' EXP-TEXT          04150000
                        DELIMITED BY SIZE INTO GLRC-RPT-LINE            04160000
                 END-STRING                                             04170000
              ELSE                                                      04180000
                 PERFORM 980-CHECK-SQL                                  04190000
                 STRING 'NO OPEN BREAK FOR ' EXP-PERIOD-ID ' '          04200000
                        EXP-COMPONENT ' - EXPLANATION IGNORED'          04210000
                        DELIMITED BY SIZE INTO GLRC-RPT-LINE            04220000
                 END-STRING                                             04230000
              END-IF                                                    04240000
              WRITE GLRC-RPT-LINE                                       04250000
           END-IF                                                       04260000
           EXIT.                                                        04270000
                                                                        04280000
      *    EVERY EARLIER BREAK STILL WAITING FOR ITS EXPLANATION IS     04290000
      *    REPORTED AGAIN EACH MONTH, SO NONE CAN AGE OUT OF SIGHT      04300000
       600-REPORT-CARRIED-BREAKS.                                       04310000
           MOVE 'BREAKS CARRIED FORWARD FROM EARLIER PERIODS'           04320000
                TO GLRC-RPT-LINE                                        04330000
           WRITE GLRC-RPT-LINE                                          04340000
           EXEC SQL                                                     04350000
              OPEN OPENC                                                04360000
           END-EXEC                                                     04370000
           PERFORM 980-CHECK-SQL                                        04380000
           PERFORM 610-REPORT-ONE-CARRIED UNTIL WS-NO-MORE-OPEN         04390000
           EXEC SQL                                                     04400000
              CLOSE OPENC                                               04410000
           END-EXEC                                                     04420000
           IF WS-BREAKS-CARRIED = ZERO                                  04430000
              MOVE '   NONE' TO GLRC-RPT-LINE                           04440000
              WRITE GLRC-RPT-LINE                                       04450000
           END-IF                                                       04460000
           EXIT.                                                        04470000
                                                                        04480000
       610-REPORT-ONE-CARRIED.                                          04490000
           EXEC SQL                                                     04500000
              FETCH OPENC                                               04510000
               INTO :GLRB-PERIOD-ID, :GLRB-COMPONENT, :GLRB-GL-ACCT,    04520000
                    :GLRB-BREAK-AMT                                     04530000
           END-EXEC                                                     04540000
           IF SQLCODE NOT = 00                                          04550000
              PERFORM 980-CHECK-SQL                                     04560000
              MOVE 'Y' TO WS-OPEN-EOF-SW                                04570000
           ELSE                                                         04580000
              ADD 1 TO WS-BREAKS-CARRIED                                04590000
              MOVE GLRB-BREAK-AMT TO WS-ED-AMT1                         04600000
              MOVE SPACES TO GLRC-RPT-LINE                              04610000
              STRING '   ' GLRB-PERIOD-ID ' ' GLRB-COMPONENT ' '        04620000
                     GLRB-GL-ACCT ' DIFF ' WS-ED-AMT1                   04630000
                     ' UNEXPLAINED'                                     04640000
                     DELIMITED BY SIZE INTO GLRC-RPT-LINE               04650000
              END-STRING                                                04660000
              WRITE GLRC-RPT-LINE                                       04670000
           END-IF                                                       04680000
           EXIT.                                                        04690000
                                                                        04700000
       900-TERMINATE.                                                   04710000
           IF WS-TB-MATCHED = ZERO                                      04720000
              MOVE 'NO LOAN BALANCE ACCOUNT FOUND ON THE TRIAL BALANCE' 04730000
                   TO GLRC-RPT-LINE                                     04740000
              WRITE GLRC-RPT-LINE                                       04750000
              MOVE 8 TO RETURN-CODE                                     04760000
           END-IF                                                       04770000
           IF RETURN-CODE < 4 AND                                       04780000
              (WS-BREAKS-FOUND > ZERO OR WS-BREAKS-CARRIED > ZERO)      04790000
              MOVE 4 TO RETURN-CODE                                     04800000
           END-IF                                                       04810000
           PERFORM 950-LOG-RUN-HISTORY                                  04820000
           EXEC SQL                                                     04830000
              COMMIT                                                    04840000
           END-EXEC                                                     04850000
           CLOSE TRIAL-BALANCE                                          04860000
           CLOSE BREAK-EXPLAIN                                          04870000
           CLOSE GLRC-REPORT                                            04880000
           DISPLAY 'LOANGLRC - TRIAL BALANCE RECORDS: ' WS-TB-READ      04890000
           DISPLAY 'LOANGLRC - WRONG PERIOD:          '                 04900000
                   WS-TB-WRONG-PERIOD                                   04910000
           DISPLAY 'LOANGLRC - BREAKS THIS PERIOD:    ' WS-BREAKS-FOUND 04920000
           DISPLAY 'LOANGLRC - BREAKS EXPLAINED:      '                 04930000
                   WS-BREAKS-EXPLAINED                                  04940000
           DISPLAY 'LOANGLRC - BREAKS CARRIED:        '                 04950000
                   WS-BREAKS-CARRIED                                    04960000
           EXIT.                                                        04970000
                                                                        04980000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      04990000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      05000000
      *    CONSOLE'S DURATION TRENDING                                  05010000
       950-LOG-RUN-HISTORY.                                             05020000
           EXEC SQL                                                     05030000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       05040000
                INTO :RUNH-RUN-ID                                       05050000
                FROM KALA15.BATCH_RUN_HISTORY                           05060000
           END-EXEC                                                     05070000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            05080000
           MOVE WS-TB-READ TO RUNH-RECS-READ                            05090000
           MOVE WS-BREAKS-EXPLAINED TO RUNH-RECS-UPDATED                05100000
           MOVE WS-BREAKS-FOUND TO RUNH-RECS-WRITTEN                    05110000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              05120000
           EXEC SQL                                                     05130000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      05140000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        05150000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   05160000
              VALUES                                                    05170000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          05180000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   05190000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               05200000
                  :RUNH-RUN-RC)                                         05210000
           END-EXEC                                                     05220000
           EXIT.                                                        05230000
                                                                        05240000
       980-CHECK-SQL.                                                   05250000
           IF SQLCODE < 0                                               05260000
              MOVE SQLCODE TO WS-ED-SQLCODE                             05270000
              DISPLAY 'LOANGLRC - RECONCILIATION FAILED, SQLCODE = '    05280000
                      WS-ED-SQLCODE                                     05290000
              EXEC SQL                                                  05300000
                 ROLLBACK                                               05310000
              END-EXEC                                                  05320000
              MOVE 16 TO RETURN-CODE                                    05330000
              PERFORM 950-LOG-RUN-HISTORY                               05340000
              EXEC SQL                                                  05350000
                 COMMIT                                                 05360000
              END-EXEC                                                  05370000
              CLOSE GLRC-REPORT                                         05380000
              STOP RUN                                                  05390000
           END-IF                                                       05400000
           EXIT.                                                        05410000
