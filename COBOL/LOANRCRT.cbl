       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANRCRT.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT RCRT-REPORT   ASSIGN TO RCRTRPT                       00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-RCRT-RPT-STATUS.                       00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    ONE PAGE-BLOCK PER MANAGER - EVERY OPERATOR IN THE TEAM      00110000
      *    WITH CLASS, STATUS, LAST ACTIVITY AND THE REQUEST CODES THE  00120000
      *    CLASS MAY DRIVE, CLOSED BY A SIGN-OFF LINE FOR THE MANAGER   00130000
       FD  RCRT-REPORT                                                  00140000
           RECORDING MODE F                                             00150000
           LABEL RECORDS STANDARD.                                      00160000
       01  RCRT-RPT-LINE           PIC X(132).                          00170000
                                                                        00180000
       WORKING-STORAGE SECTION.                                         00190000
           EXEC SQL                                                     00200000
              INCLUDE SQLCA                                             00210000
           END-EXEC.                                                    00220000
           EXEC SQL                                                     00230000
              INCLUDE OFFICER                                           00240000
           END-EXEC.                                                    00250000
           EXEC SQL                                                     00260000
              INCLUDE AUTHMTRX                                          00270000
           END-EXEC.                                                    00280000
           EXEC SQL                                                     00290000
              INCLUDE OPSIGNON                                          00300000
           END-EXEC.                                                    00310000
           EXEC SQL                                                     00320000
              INCLUDE BUSPARM                                           00330000
           END-EXEC.                                                    00340000
           EXEC SQL                                                     00350000
              INCLUDE RUNHIST                                           00360000
           END-EXEC.                                                    00370000
                                                                        00380000
       01  WS-RCRT-RPT-STATUS      PIC XX    VALUE '00'.                00390000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANRCRT'.          00400000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00410000
       01  WS-RUN-DATE             PIC X(10) VALUE SPACES.              00420000
      *    DAYS WITHOUT A TRANSACTION_LOG ROW BEFORE AN ACTIVE          00430000
      *    OPERATOR IS SUSPENDED - ENROLMENT OR REINSTATEMENT           00440000
      *    (STATUS_DATE) RESTARTS THE CLOCK SO A NEW STARTER IS NOT     00450000
      *    CAUGHT BEFORE THEIR FIRST SIGN-ON                            00460000
       01  WS-IDLE-DAYS            PIC S9(9) COMP VALUE 90.             00470000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00480000
           88 END-OF-OPERATORS               VALUE 'Y'.                 00490000
       01  WS-AUTH-EOF-SW          PIC X     VALUE 'N'.                 00500000
           88 END-OF-FUNCTIONS               VALUE 'Y'.                 00510000
       01  WS-MANAGER-ID           PIC X(3)  VALUE SPACES.              00520000
       01  WS-MANAGER-NAME         PIC X(30) VALUE SPACES.              00530000
       01  WS-PREV-MANAGER         PIC X(3)  VALUE HIGH-VALUES.         00540000
       01  WS-LAST-ACTIVITY        PIC X(10) VALUE SPACES.              00550000
       01  WS-DORMANT-SW           PIC X     VALUE 'N'.                 00560000
           88 OPERATOR-DORMANT               VALUE 'Y'.                 00570000
       01  WS-STATUS-TEXT          PIC X(9)  VALUE SPACES.              00580000
       01  WS-FUNCTIONS            PIC X(64) VALUE SPACES.              00590000
       01  WS-FUNC-PTR             PIC S9(4) COMP VALUE 1.              00600000
       01  WS-FUNC-ROWS            PIC S9(9) COMP VALUE ZERO.           00610000
       01  WS-OPERATORS            PIC 9(7)  VALUE ZERO.                00620000
       01  WS-SUSPENDED            PIC 9(7)  VALUE ZERO.                00630000
       01  WS-UNASSIGNED           PIC 9(7)  VALUE ZERO.                00640000
       01  WS-LINES-WRITTEN        PIC 9(7)  VALUE ZERO.                00650000
       01  WS-ED-IDLE              PIC 9(5)  VALUE ZERO.                00660000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00670000
                                                                        00680000
       PROCEDURE DIVISION.                                              00690000
       000-MAIN-PARA.                                                   00700000
           PERFORM 100-INITIALIZE                                       00710000
           PERFORM 200-REPORT-ONE-OPERATOR                              00720000
              UNTIL END-OF-OPERATORS                                    00730000
           PERFORM 900-TERMINATE                                        00740000
           STOP RUN.                                                    00750000
                                                                        00760000
       100-INITIALIZE.                                                  00770000
           EXEC SQL                                                     00780000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE, ISO)   00790000
                INTO :WS-RUN-START, :WS-RUN-DATE                        00800000
                FROM SYSIBM.SYSDUMMY1                                   00810000
           END-EXEC                                                     00820000
           OPEN OUTPUT RCRT-REPORT                                      00830000
           IF WS-RCRT-RPT-STATUS NOT = '00'                             00840000
              DISPLAY 'LOANRCRT - UNABLE TO OPEN RCRTRPT, STATUS = '    00850000
                      WS-RCRT-RPT-STATUS                                00860000
              MOVE 16 TO RETURN-CODE                                    00870000
              STOP RUN                                                  00880000
           END-IF                                                       00890000
                                                                        00900000
           MOVE 'RECERT_IDLE_DAYS  ' TO BUSPARM-NAME                    00910000
           EXEC SQL                                                     00920000
              SELECT PARAM_VALUE                                        00930000
                INTO :BUSPARM-VALUE                                     00940000
                FROM KALA15.BUSINESS_PARAM                              00950000
               WHERE PARAM_NAME = :BUSPARM-NAME                         00960000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     00970000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     00980000
           END-EXEC                                                     00990000
           IF SQLCODE = 00                                              01000000
              MOVE BUSPARM-VALUE TO WS-IDLE-DAYS                        01010000
           END-IF                                                       01020000
                                                                        01030000
      *    EVERY OPERATOR, GROUPED UNDER THEIR MANAGER - THOSE WITH NO  01040000
      *    MANAGER COME FIRST SO THE GAP IS THE FIRST THING READ. LAST  01050000
      *    ACTIVITY IS THE NEWEST TRANSACTION_LOG ROW; DORMANCY ALSO    01060000
      *    ALLOWS FOR A LATER ENROLMENT OR REINSTATEMENT DATE           01070000
           EXEC SQL                                                     01080000
              DECLARE RCRTC CURSOR FOR                                  01090000
              SELECT O.OPERATOR_ID, O.OFFICER_NAME, O.OPERATOR_CLASS,   01100000
                     O.OPERATOR_STATUS,                                 01110000
                     COALESCE(O.MANAGER_ID, ' '),                       01120000
                     COALESCE(M.OFFICER_NAME, 'NO MANAGER ASSIGNED'),   01130000
                     COALESCE(CHAR(T.LAST_DATE, ISO), 'NEVER'),         01140000
                     CASE WHEN O.OPERATOR_STATUS = 'A'                  01150000
                           AND COALESCE(T.LAST_DATE, DATE('0001-01-01'))01160000
                               < CURRENT DATE - :WS-IDLE-DAYS DAYS      01170000
                           AND COALESCE(O.STATUS_DATE,                  01180000
                                        DATE('0001-01-01'))             01190000
                               < CURRENT DATE - :WS-IDLE-DAYS DAYS      01200000
                          THEN 'Y' ELSE 'N' END                         01210000
                FROM KALA15.LOAN_OFFICER O                              01220000
                LEFT OUTER JOIN KALA15.LOAN_OFFICER M                   01230000
                  ON M.OPERATOR_ID = O.MANAGER_ID                       01240000
                LEFT OUTER JOIN                                         01250000
                     (SELECT L.OPERATOR_ID, DATE(MAX(L.TXN_TS))         01260000
                        FROM KALA15.TRANSACTION_LOG L                   01270000
                       GROUP BY L.OPERATOR_ID)                          01280000
                     AS T (OPERATOR_ID, LAST_DATE)                      01290000
                  ON T.OPERATOR_ID = O.OPERATOR_ID                      01300000
               ORDER BY 5, O.OPERATOR_ID                                01310000
           END-EXEC                                                     01320000
                                                                        01330000
           EXEC SQL                                                     01340000
              DECLARE AUTHC CURSOR FOR                                  01350000
              SELECT CRUD_SW                                            01360000
                FROM KALA15.FUNCTION_AUTH                               01370000
               WHERE OPERATOR_CLASS = :AUTH-OPERATOR-CLASS              01380000
               ORDER BY CRUD_SW                                         01390000
           END-EXEC                                                     01400000
                                                                        01410000
           EXEC SQL                                                     01420000
              OPEN RCRTC                                                01430000
           END-EXEC                                                     01440000
           PERFORM 980-CHECK-SQL                                        01450000
                                                                        01460000
           MOVE WS-IDLE-DAYS TO WS-ED-IDLE                              01470000
           MOVE SPACES TO RCRT-RPT-LINE                                 01480000
           STRING 'QUARTERLY ACCESS RECERTIFICATION AS AT ' WS-RUN-DATE 01490000
                  ' - OPERATORS IDLE OVER ' WS-ED-IDLE                  01500000
                  ' DAYS SUSPENDED THIS RUN'                            01510000
                  DELIMITED BY SIZE INTO RCRT-RPT-LINE                  01520000
           END-STRING                                                   01530000
           WRITE RCRT-RPT-LINE                                          01540000
           ADD 1 TO WS-LINES-WRITTEN                                    01550000
           EXIT.                                                        01560000
                                                                        01570000
       200-REPORT-ONE-OPERATOR.                                         01580000
           EXEC SQL                                                     01590000
              FETCH RCRTC                                               01600000
               INTO :OFF-OPERATOR-ID, :OFF-OFFICER-NAME,                01610000
                    :OFF-OPERATOR-CLASS, :OFF-OPERATOR-STATUS,          01620000
                    :WS-MANAGER-ID, :WS-MANAGER-NAME,                   01630000
                    :WS-LAST-ACTIVITY, :WS-DORMANT-SW                   01640000
           END-EXEC                                                     01650000
           IF SQLCODE NOT = 00                                          01660000
              PERFORM 980-CHECK-SQL                                     01670000
              MOVE 'Y' TO WS-EOF-SW                                     01680000
           ELSE                                                         01690000
              ADD 1 TO WS-OPERATORS                                     01700000
              IF WS-MANAGER-ID NOT = WS-PREV-MANAGER                    01710000
                 PERFORM 210-START-TEAM                                 01720000
              END-IF                                                    01730000
              IF WS-MANAGER-ID = SPACES                                 01740000
                 ADD 1 TO WS-UNASSIGNED                                 01750000
              END-IF                                                    01760000
              IF OPERATOR-DORMANT                                       01770000
                 PERFORM 300-SUSPEND-OPERATOR                           01780000
              END-IF                                                    01790000
              PERFORM 400-LIST-FUNCTIONS                                01800000
              PERFORM 220-WRITE-OPERATOR-LINE                           01810000
           END-IF                                                       01820000
           EXIT.                                                        01830000
                                                                        01840000
      *    A NEW MANAGER - CLOSE THE PREVIOUS TEAM WITH ITS SIGN-OFF    01850000
      *    LINE AND HEAD THE NEXT ONE                                   01860000
       210-START-TEAM.                                                  01870000
           IF WS-PREV-MANAGER NOT = HIGH-VALUES                         01880000
              PERFORM 230-WRITE-SIGN-OFF                                01890000
           END-IF                                                       01900000
           MOVE WS-MANAGER-ID TO WS-PREV-MANAGER                        01910000
           MOVE SPACES TO RCRT-RPT-LINE                                 01920000
           WRITE RCRT-RPT-LINE                                          01930000
           MOVE SPACES TO RCRT-RPT-LINE                                 01940000
           STRING 'MANAGER ' WS-MANAGER-ID ' ' WS-MANAGER-NAME          01950000
                  DELIMITED BY SIZE INTO RCRT-RPT-LINE                  01960000
           END-STRING                                                   01970000
           WRITE RCRT-RPT-LINE                                          01980000
           MOVE SPACES TO RCRT-RPT-LINE                                 01990000
           STRING '  OPR NAME                           '               02000000
                  'CLASS STATUS    '                                    02010000
                  'LAST ACTIVITY PERMITTED REQUEST CODES'               02020000
                  DELIMITED BY SIZE INTO RCRT-RPT-LINE                  02030000
           END-STRING                                                   02040000
           WRITE RCRT-RPT-LINE                                          02050000
           ADD 3 TO WS-LINES-WRITTEN                                    02060000
           EXIT.                                                        02070000
                                                                        02080000
       220-WRITE-OPERATOR-LINE.                                         02090000
           EVALUATE TRUE                                                02100000
              WHEN OPERATOR-DORMANT                                     02110000
                 MOVE 'SUSP-IDLE' TO WS-STATUS-TEXT                     02120000
              WHEN OFF-OPERATOR-SUSPENDED                               02130000
                 MOVE 'SUSPENDED' TO WS-STATUS-TEXT                     02140000
              WHEN OTHER                                                02150000
                 MOVE 'ACTIVE' TO WS-STATUS-TEXT                        02160000
           END-EVALUATE                                                 02170000
           MOVE SPACES TO RCRT-RPT-LINE                                 02180000
           STRING '  ' OFF-OPERATOR-ID ' ' OFF-OFFICER-NAME             02190000
                  '   ' OFF-OPERATOR-CLASS '   ' WS-STATUS-TEXT         02200000
                  ' ' WS-LAST-ACTIVITY '    ' WS-FUNCTIONS              02210000
                  DELIMITED BY SIZE INTO RCRT-RPT-LINE                  02220000
           END-STRING                                                   02230000
           WRITE RCRT-RPT-LINE                                          02240000
           ADD 1 TO WS-LINES-WRITTEN                                    02250000
           EXIT.                                                        02260000
                                                                        02270000
       230-WRITE-SIGN-OFF.                                              02280000
           MOVE SPACES TO RCRT-RPT-LINE                                 02290000
           STRING '  ACCESS ABOVE REVIEWED AND CONFIRMED BY MANAGER '   02300000
                  WS-PREV-MANAGER                                       02310000
                  '  SIGNATURE ____________________  DATE __________'   02320000
                  DELIMITED BY SIZE INTO RCRT-RPT-LINE                  02330000
           END-STRING                                                   02340000
           WRITE RCRT-RPT-LINE                                          02350000
           ADD 1 TO WS-LINES-WRITTEN                                    02360000
           EXIT.                                                        02370000
                                                                        02380000
      *    NO ACTIVITY WITHIN THE WINDOW - THE OPERATOR IS SUSPENDED    02390000
      *    AND ANY SESSION STILL OPEN ON A TERMINAL IS CLOSED, SO       02400000
      *    NEITHER SIGN-ON NOR LOANDB2 WILL ACCEPT THEM UNTIL SECURITY  02410000
      *    ADMINISTRATION REINSTATES THE ROW                            02420000
       300-SUSPEND-OPERATOR.                                            02430000
           EXEC SQL                                                     02440000
              UPDATE KALA15.LOAN_OFFICER                                02450000
                 SET OPERATOR_STATUS = 'S',                             02460000
                     STATUS_DATE     = CURRENT DATE                     02470000
               WHERE OPERATOR_ID     = :OFF-OPERATOR-ID                 02480000
                 AND OPERATOR_STATUS = 'A'                              02490000
           END-EXEC                                                     02500000
           PERFORM 980-CHECK-SQL                                        02510000
           MOVE OFF-OPERATOR-ID TO TSES-OPERATOR-ID                     02520000
           EXEC SQL                                                     02530000
              DELETE FROM KALA15.TERMINAL_SESSION                       02540000
               WHERE OPERATOR_ID = :TSES-OPERATOR-ID                    02550000
           END-EXEC                                                     02560000
           PERFORM 980-CHECK-SQL                                        02570000
           SET OFF-OPERATOR-SUSPENDED TO TRUE                           02580000
           ADD 1 TO WS-SUSPENDED                                        02590000
           DISPLAY 'LOANRCRT - SUSPENDED IDLE OPERATOR ' OFF-OPERATOR-ID02600000
                   ' LAST ACTIVITY ' WS-LAST-ACTIVITY                   02610000
           EXIT.                                                        02620000
                                                                        02630000
      *    THE REQUEST CODES THE CLASS'S FUNCTION_AUTH ROWS ALLOW. A    02640000
      *    CLASS WITH NO ROWS IS NOT RESTRICTED BY THE MATRIX AT ALL,   02650000
      *    WHICH THE MANAGER NEEDS TO SEE SPELLED OUT                   02660000
       400-LIST-FUNCTIONS.                                              02670000
           MOVE SPACES TO WS-FUNCTIONS                                  02680000
           MOVE 1 TO WS-FUNC-PTR                                        02690000
           MOVE ZERO TO WS-FUNC-ROWS                                    02700000
           MOVE 'N' TO WS-AUTH-EOF-SW                                   02710000
           MOVE OFF-OPERATOR-CLASS TO AUTH-OPERATOR-CLASS               02720000
           EXEC SQL                                                     02730000
              OPEN AUTHC                                                02740000
           END-EXEC                                                     02750000
           PERFORM 980-CHECK-SQL                                        02760000
           PERFORM 410-FETCH-FUNCTION                                   02770000
              UNTIL END-OF-FUNCTIONS                                    02780000
           EXEC SQL                                                     02790000
              CLOSE AUTHC                                               02800000
           END-EXEC                                                     02810000
           IF WS-FUNC-ROWS = ZERO                                       02820000
              MOVE 'ALL - CLASS HAS NO FUNCTION_AUTH ROWS'              02830000
                 TO WS-FUNCTIONS                                        02840000
           END-IF                                                       02850000
           EXIT.                                                        02860000
                                                                        02870000
       410-FETCH-FUNCTION.                                              02880000
           EXEC SQL                                                     02890000
              FETCH AUTHC                                               02900000
               INTO :AUTH-CRUD-SW                                       02910000
           END-EXEC                                                     02920000
           IF SQLCODE NOT = 00                                          02930000
              PERFORM 980-CHECK-SQL                                     02940000
              MOVE 'Y' TO WS-AUTH-EOF-SW                                02950000
           ELSE                                                         02960000
              ADD 1 TO WS-FUNC-ROWS                                     02970000
              IF WS-FUNC-PTR < 64                                       02980000
                 STRING AUTH-CRUD-SW ' '                                02990000
                        DELIMITED BY SIZE INTO WS-FUNCTIONS             03000000
                        WITH POINTER WS-FUNC-PTR                        03010000
                 END-STRING                                             03020000
              END-IF                                                    03030000
           END-IF                                                       03040000
           EXIT.                                                        03050000
                                                                        03060000
      *    RC 4 WHEN ANYONE WAS SUSPENDED OR HAS NO MANAGER TO SIGN     03070000
      *    THEM OFF, SO SECURITY ADMINISTRATION SEES IT FROM THE        03080000
      *    SCHEDULER                                                    03090000
       900-TERMINATE.                                                   03100000
           EXEC SQL                                                     03110000
              CLOSE RCRTC                                               03120000
           END-EXEC                                                     03130000
           IF WS-PREV-MANAGER NOT = HIGH-VALUES                         03140000
              PERFORM 230-WRITE-SIGN-OFF                                03150000
           END-IF                                                       03160000
           IF WS-SUSPENDED > ZERO OR WS-UNASSIGNED > ZERO               03170000
              MOVE 4 TO RETURN-CODE                                     03180000
           END-IF                                                       03190000
           PERFORM 950-LOG-RUN-HISTORY                                  03200000
           EXEC SQL                                                     03210000
              COMMIT                                                    03220000
           END-EXEC                                                     03230000
           MOVE SPACES TO RCRT-RPT-LINE                                 03240000
           WRITE RCRT-RPT-LINE                                          03250000
           MOVE SPACES TO RCRT-RPT-LINE                                 03260000
           STRING 'OPERATORS ' WS-OPERATORS                             03270000
                  ' SUSPENDED THIS RUN ' WS-SUSPENDED                   03280000
                  ' WITHOUT A MANAGER ' WS-UNASSIGNED                   03290000
                  DELIMITED BY SIZE INTO RCRT-RPT-LINE                  03300000
           END-STRING                                                   03310000
           WRITE RCRT-RPT-LINE                                          03320000
           CLOSE RCRT-REPORT                                            03330000
           DISPLAY 'LOANRCRT - OPERATORS REVIEWED  : ' WS-OPERATORS     03340000
           DISPLAY 'LOANRCRT - SUSPENDED THIS RUN  : ' WS-SUSPENDED     03350000
           DISPLAY 'LOANRCRT - WITHOUT A MANAGER   : ' WS-UNASSIGNED    03360000
           EXIT.                                                        03370000
                                                                        03380000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      03390000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      03400000
      *    CONSOLE'S DURATION TRENDING                                  03410000
       950-LOG-RUN-HISTORY.                                             03420000
           EXEC SQL                                                     03430000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       03440000
                INTO :RUNH-RUN-ID                                       03450000
                FROM KALA15.BATCH_RUN_HISTORY                           03460000
           END-EXEC                                                     03470000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            03480000
           MOVE WS-OPERATORS TO RUNH-RECS-READ                          03490000
           MOVE WS-SUSPENDED TO RUNH-RECS-UPDATED                       03500000
           MOVE WS-LINES-WRITTEN TO RUNH-RECS-WRITTEN                   03510000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              03520000
           EXEC SQL                                                     03530000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      03540000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        03550000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   03560000
              VALUES                                                    03570000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          03580000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   03590000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               03600000
                  :RUNH-RUN-RC)                                         03610000
           END-EXEC                                                     03620000
           EXIT.                                                        03630000
                                                                        03640000
      *    A FAILED SUSPENSION MUST NOT LEAVE HALF THE DORMANT IDS      03650000
      *    SUSPENDED - EVERYTHING THIS RUN DID IS ROLLED BACK AND THE   03660000
      *    WHOLE RUN CAN SIMPLY BE RESUBMITTED                          03670000
       980-CHECK-SQL.                                                   03680000
           IF SQLCODE < 0                                               03690000
              MOVE SQLCODE TO WS-ED-SQLCODE                             03700000
              DISPLAY 'LOANRCRT - RECERTIFICATION FAILED, SQLCODE '     03710000
                      WS-ED-SQLCODE                                     03720000
              EXEC SQL                                                  03730000
                 ROLLBACK                                               03740000
              END-EXEC                                                  03750000
              MOVE 16 TO RETURN-CODE                                    03760000
              PERFORM 950-LOG-RUN-HISTORY                               03770000
              EXEC SQL                                                  03780000
                 COMMIT                                                 03790000
              END-EXEC                                                  03800000
              CLOSE RCRT-REPORT                                         03810000
              STOP RUN                                                  03820000
           END-IF                                                       03830000
           EXIT.                                                        03840000
