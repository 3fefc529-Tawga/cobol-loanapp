       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANRCPY.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT RCPY-REPORT   ASSIGN TO RCPYRPT                       00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-RCPY-RPT-STATUS.                       00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
      *    ONE LINE PER COPY SENT - THE ORIGINAL ITEM, THE LOAN, AND    00110000
      *    THE REPRESENTATIVE OR GUARDIAN IT WAS COPIED TO              00120000
       FD  RCPY-REPORT                                                  00130000
           RECORDING MODE F                                             00140000
           LABEL RECORDS STANDARD.                                      00150000
       01  RCPY-RPT-LINE           PIC X(132).                          00160000
                                                                        00170000
       WORKING-STORAGE SECTION.                                         00180000
           EXEC SQL                                                     00190000
              INCLUDE SQLCA                                             00200000
           END-EXEC.                                                    00210000
           EXEC SQL                                                     00220000
              INCLUDE CORRHIST                                          00230000
           END-EXEC.                                                    00240000
           EXEC SQL                                                     00250000
              INCLUDE CORRCOPY                                          00260000
           END-EXEC.                                                    00270000
           EXEC SQL                                                     00280000
              INCLUDE RUNHIST                                           00290000
           END-EXEC.                                                    00300000
                                                                        00310000
       01  WS-RCPY-RPT-STATUS      PIC XX    VALUE '00'.                00320000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANRCPY'.          00330000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00340000
       01  WS-RUN-DATE             PIC X(10) VALUE SPACES.              00350000
      *    HOW FAR BACK AN ITEM IS STILL PICKED UP, SO A MISSED NIGHT   00360000
      *    IS CAUGHT BY THE NEXT ONE - THE COPY TABLE STOPS A REPEAT    00370000
       01  WS-LOOKBACK-DAYS        PIC S9(9) COMP VALUE 7.              00380000
      *    THE NEWEST ITEM ON FILE AT THE START OF THE RUN - COPIES     00390000
      *    THIS RUN ADDS LIE ABOVE IT AND ARE NEVER COPIED AGAIN        00400000
       01  WS-HIGH-CORR-ID         PIC S9(9) COMP VALUE ZERO.           00410000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00420000
           88 END-OF-ITEMS                   VALUE 'Y'.                 00430000
       01  WS-ORIG-CORR-ID         PIC S9(9) COMP.                      00440000
       01  WS-ORIG-TYPE            PIC X(10).                           00450000
       01  WS-HOLDER-NAME          PIC X(30).                           00460000
       01  WS-HOLDER-POSTAL        PIC X(5).                            00470000
       01  WS-HOLDER-CITY          PIC X(20).                           00480000
       01  WS-HOLDER-TEXT          PIC X(14).                           00490000
       01  WS-ED-CORR-ID           PIC Z(8)9.                           00500000
       01  WS-ED-APP-ID            PIC Z(8)9.                           00510000
       01  WS-ED-HOLDER-ID         PIC Z(8)9.                           00520000
       01  WS-ITEMS-READ           PIC 9(7)  VALUE ZERO.                00530000
       01  WS-REP-COPIES           PIC 9(7)  VALUE ZERO.                00540000
       01  WS-GRD-COPIES           PIC 9(7)  VALUE ZERO.                00550000
       01  WS-LINES-WRITTEN        PIC 9(7)  VALUE ZERO.                00560000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00570000
                                                                        00580000
       PROCEDURE DIVISION.                                              00590000
       000-MAIN-PARA.                                                   00600000
           PERFORM 100-INITIALIZE                                       00610000
           PERFORM 200-COPY-ONE-ITEM                                    00620000
              UNTIL END-OF-ITEMS                                        00630000
           PERFORM 900-TERMINATE                                        00640000
           STOP RUN.                                                    00650000
                                                                        00660000
       100-INITIALIZE.                                                  00670000
           EXEC SQL                                                     00680000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE, ISO)   00690000
                INTO :WS-RUN-START, :WS-RUN-DATE                        00700000
                FROM SYSIBM.SYSDUMMY1                                   00710000
           END-EXEC                                                     00720000
           OPEN OUTPUT RCPY-REPORT                                      00730000
           IF WS-RCPY-RPT-STATUS NOT = '00'                             00740000
              DISPLAY 'LOANRCPY - UNABLE TO OPEN RCPYRPT, STATUS = '    00750000
                      WS-RCPY-RPT-STATUS                                00760000
              MOVE 16 TO RETURN-CODE                                    00770000
              STOP RUN                                                  00780000
           END-IF                                                       00790000
                                                                        00800000
           EXEC SQL                                                     00810000
              SELECT COALESCE(MAX(CORR_ID), 0)                          00820000
                INTO :WS-HIGH-CORR-ID                                   00830000
                FROM KALA15.CORRESPONDENCE                              00840000
           END-EXEC                                                     00850000
           PERFORM 980-CHECK-SQL                                        00860000
                                                                        00870000
      *    EVERY RECENT ITEM TO A CUSTOMER WHO HAS SOMEONE ENTITLED TO  00880000
      *    A COPY. A FULL-SERVICING REPRESENTATIVE GETS EVERYTHING, A   00890000
      *    PAYMENTS REPRESENTATIVE ONLY WHAT CONCERNS PAYING - BILLS,   00900000
      *    REMINDERS, DUNNING, PRENOTIFICATIONS AND PAYOFF QUOTES - AND 00910000
      *    ONLY WHILE THE AUTHORITY WAS VALID ON THE ITEM'S DATE; AN    00920000
      *    INQUIRY-ONLY REPRESENTATIVE GETS NONE. AN ACTIVE GUARDIAN    00930000
      *    GETS EVERYTHING EXCEPT THE CONSENT REQUEST ALREADY ADDRESSED 00940000
      *    TO THEM. ITEMS THAT ARE THEMSELVES COPIES ARE SKIPPED        00950000
           EXEC SQL                                                     00960000
              DECLARE RCPYC CURSOR FOR                                  00970000
              SELECT C.CORR_ID, C.APP_ID, C.CORR_TYPE,                  00980000
                     COALESCE(C.LANG_CODE, ' '), 'R', R.REP_ID,         00990000
                     R.REP_NAME, COALESCE(R.REP_POSTAL, ' '),           01000000
                     COALESCE(R.REP_CITY, ' ')                          01010000
                FROM KALA15.CORRESPONDENCE C,                           01020000
                     KALA15.APPLICATIONS A,                             01030000
                     KALA15.CUSTOMER_REPRESENTATIVE R                   01040000
               WHERE C.CORR_ID <= :WS-HIGH-CORR-ID                      01050000
                 AND C.CORR_DATE >= CURRENT DATE - :WS-LOOKBACK-DAYS    01060000
                                                  DAYS                  01070000
                 AND C.CORR_TYPE <> 'GRDCONSENT'                        01080000
                 AND A.APP_ID = C.APP_ID                                01090000
                 AND R.CUST_SSN = A.CUST_SSN                            01100000
                 AND R.REP_STATUS = 'A'                                 01110000
                 AND R.VALID_FROM <= C.CORR_DATE                        01120000
                 AND COALESCE(R.VALID_TO, DATE('9999-12-31'))           01130000
                     >= C.CORR_DATE                                     01140000
                 AND (R.REP_SCOPE = 'F' OR                              01150000
                      (R.REP_SCOPE = 'P' AND                            01160000
                       C.CORR_TYPE IN ('NOTICE', 'REMINDER',            01170000
                                       'DUNNING1', 'DUNNING2',          01180000
                                       'DUNNING3', 'EINVOICE',          01190000
                                       'SDDPRENOTE', 'QUOTE')))         01200000
                 AND NOT EXISTS                                         01210000
                     (SELECT 1                                          01220000
                        FROM KALA15.CORRESPONDENCE_COPY K               01230000
                       WHERE K.COPY_CORR_ID = C.CORR_ID)                01240000
                 AND NOT EXISTS                                         01250000
                     (SELECT 1                                          01260000
                        FROM KALA15.CORRESPONDENCE_COPY K               01270000
                       WHERE K.ORIG_CORR_ID = C.CORR_ID                 01280000
                         AND K.HOLDER_TYPE = 'R'                        01290000
                         AND K.HOLDER_ID = R.REP_ID)                    01300000
              UNION ALL                                                 01310000
              SELECT C.CORR_ID, C.APP_ID, C.CORR_TYPE,                  01320000
                     COALESCE(C.LANG_CODE, ' '), 'G', G.GRD_ID,         01330000
                     G.GUARDIAN_NAME, COALESCE(G.GUARDIAN_POSTAL, ' '), 01340000
                     COALESCE(G.GUARDIAN_CITY, ' ')                     01350000
                FROM KALA15.CORRESPONDENCE C,                           01360000
                     KALA15.APPLICATIONS A,                             01370000
                     KALA15.GUARDIANSHIP G                              01380000
               WHERE C.CORR_ID <= :WS-HIGH-CORR-ID                      01390000
                 AND C.CORR_DATE >= CURRENT DATE - :WS-LOOKBACK-DAYS    01400000
                                                  DAYS                  01410000
                 AND C.CORR_TYPE <> 'GRDCONSENT'                        01420000
                 AND A.APP_ID = C.APP_ID                                01430000
                 AND G.CUST_SSN = A.CUST_SSN                            01440000
                 AND G.GRD_STATUS = 'A'                                 01450000
                 AND NOT EXISTS                                         01460000
                     (SELECT 1                                          01470000
                        FROM KALA15.CORRESPONDENCE_COPY K               01480000
                       WHERE K.COPY_CORR_ID = C.CORR_ID)                01490000
                 AND NOT EXISTS                                         01500000
                     (SELECT 1                                          01510000
                        FROM KALA15.CORRESPONDENCE_COPY K               01520000
                       WHERE K.ORIG_CORR_ID = C.CORR_ID                 01530000
                         AND K.HOLDER_TYPE = 'G'                        01540000
                         AND K.HOLDER_ID = G.GRD_ID)                    01550000
               ORDER BY 1, 5, 6                                         01560000
           END-EXEC                                                     01570000
                                                                        01580000
           EXEC SQL                                                     01590000
              OPEN RCPYC                                                01600000
           END-EXEC                                                     01610000
           PERFORM 980-CHECK-SQL                                        01620000
                                                                        01630000
           MOVE SPACES TO RCPY-RPT-LINE                                 01640000
           STRING 'CORRESPONDENCE COPIES TO REPRESENTATIVES AND '       01650000
                  'GUARDIANS AS AT ' WS-RUN-DATE                        01660000
                  DELIMITED BY SIZE INTO RCPY-RPT-LINE                  01670000
           END-STRING                                                   01680000
           WRITE RCPY-RPT-LINE                                          01690000
           MOVE SPACES TO RCPY-RPT-LINE                                 01700000
           STRING '  ORIGINAL   TYPE          LOAN  HOLDER'             01710000
                  '              NAME'                                  01720000
                  DELIMITED BY SIZE INTO RCPY-RPT-LINE                  01730000
           END-STRING                                                   01740000
           WRITE RCPY-RPT-LINE                                          01750000
           ADD 2 TO WS-LINES-WRITTEN                                    01760000
           EXIT.                                                        01770000
                                                                        01780000
       200-COPY-ONE-ITEM.                                               01790000
           EXEC SQL                                                     01800000
              FETCH RCPYC                                               01810000
               INTO :WS-ORIG-CORR-ID, :CORR-APP-ID, :WS-ORIG-TYPE,      01820000
                    :CORR-LANG-CODE, :CCPY-HOLDER-TYPE,                 01830000
                    :CCPY-HOLDER-ID, :WS-HOLDER-NAME,                   01840000
                    :WS-HOLDER-POSTAL, :WS-HOLDER-CITY                  01850000
           END-EXEC                                                     01860000
           IF SQLCODE NOT = 00                                          01870000
              PERFORM 980-CHECK-SQL                                     01880000
              MOVE 'Y' TO WS-EOF-SW                                     01890000
           ELSE                                                         01900000
              ADD 1 TO WS-ITEMS-READ                                    01910000
              PERFORM 300-INSERT-COPY                                   01920000
              PERFORM 400-WRITE-COPY-LINE                               01930000
           END-IF                                                       01940000
           EXIT.                                                        01950000
                                                                        01960000
      *    THE COPY IS A CORRESPONDENCE ITEM OF ITS OWN, SAME TYPE AND  01970000
      *    LANGUAGE AS THE ORIGINAL, ADDRESSED TO THE HOLDER - SO IT    01980000
      *    SHOWS IN THE CUSTOMER 360 HISTORY - AND IS TIED BACK TO THE  01990000
      *    ORIGINAL THROUGH CORRESPONDENCE_COPY                         02000000
       300-INSERT-COPY.                                                 02010000
           EXEC SQL                                                     02020000
              SELECT COALESCE(MAX(CORR_ID), 0) + 1                      02030000
                INTO :CORR-ID                                           02040000
                FROM KALA15.CORRESPONDENCE                              02050000
           END-EXEC                                                     02060000
           PERFORM 980-CHECK-SQL                                        02070000
           MOVE WS-ORIG-TYPE TO CORR-TYPE                               02080000
           MOVE SPACES TO CORR-DESTINATION                              02090000
           STRING WS-HOLDER-NAME DELIMITED BY '  '                      02100000
                  ', ' WS-HOLDER-POSTAL ' ' WS-HOLDER-CITY              02110000
                  DELIMITED BY SIZE                                     02120000
                  INTO CORR-DESTINATION                                 02130000
           END-STRING                                                   02140000
           EXEC SQL                                                     02150000
              INSERT INTO KALA15.CORRESPONDENCE                         02160000
                 (CORR_ID, APP_ID, CORR_TYPE, CORR_DATE,                02170000
                  DESTINATION, LANG_CODE)                               02180000
              VALUES                                                    02190000
                 (:CORR-ID, :CORR-APP-ID, :CORR-TYPE, CURRENT DATE,     02200000
                  :CORR-DESTINATION, :CORR-LANG-CODE)                   02210000
           END-EXEC                                                     02220000
           PERFORM 980-CHECK-SQL                                        02230000
           MOVE CORR-ID TO CCPY-COPY-CORR-ID                            02240000
           MOVE WS-ORIG-CORR-ID TO CCPY-ORIG-CORR-ID                    02250000
           EXEC SQL                                                     02260000
              INSERT INTO KALA15.CORRESPONDENCE_COPY                    02270000
                 (COPY_CORR_ID, ORIG_CORR_ID, HOLDER_TYPE, HOLDER_ID,   02280000
                  COPY_DATE)                                            02290000
              VALUES                                                    02300000
                 (:CCPY-COPY-CORR-ID, :CCPY-ORIG-CORR-ID,               02310000
                  :CCPY-HOLDER-TYPE, :CCPY-HOLDER-ID, CURRENT DATE)     02320000
           END-EXEC                                                     02330000
           PERFORM 980-CHECK-SQL                                        02340000
           IF CCPY-REPRESENTATIVE                                       02350000
              ADD 1 TO WS-REP-COPIES                                    02360000
           ELSE                                                         02370000
              ADD 1 TO WS-GRD-COPIES                                    02380000
           END-IF                                                       02390000
           EXIT.                                                        02400000
                                                                        02410000
       400-WRITE-COPY-LINE.                                             02420000
           IF CCPY-REPRESENTATIVE                                       02430000
              MOVE 'REPRESENTATIVE' TO WS-HOLDER-TEXT                   02440000
           ELSE                                                         02450000
              MOVE 'GUARDIAN' TO WS-HOLDER-TEXT                         02460000
           END-IF                                                       02470000
           MOVE CORR-APP-ID TO WS-ED-APP-ID                             02480000
           MOVE CCPY-HOLDER-ID TO WS-ED-HOLDER-ID                       02490000
           MOVE WS-ORIG-CORR-ID TO WS-ED-CORR-ID                        02500000
           MOVE SPACES TO RCPY-RPT-LINE                                 02510000
           STRING '  ' WS-ED-CORR-ID ' ' WS-ORIG-TYPE ' '               02520000
                  WS-ED-APP-ID ' ' WS-HOLDER-TEXT WS-ED-HOLDER-ID       02530000
                  ' ' WS-HOLDER-NAME ' ' WS-HOLDER-POSTAL ' '           02540000
                  WS-HOLDER-CITY                                        02550000
                  DELIMITED BY SIZE INTO RCPY-RPT-LINE                  02560000
           END-STRING                                                   02570000
           WRITE RCPY-RPT-LINE                                          02580000
           ADD 1 TO WS-LINES-WRITTEN                                    02590000
           EXIT.                                                        02600000
                                                                        02610000
       900-TERMINATE.                                                   02620000
           EXEC SQL                                                     02630000
              CLOSE RCPYC                                               02640000
           END-EXEC                                                     02650000
           PERFORM 950-LOG-RUN-HISTORY                                  02660000
           EXEC SQL                                                     02670000
              COMMIT                                                    02680000
           END-EXEC                                                     02690000
           MOVE SPACES TO RCPY-RPT-LINE                                 02700000
           WRITE RCPY-RPT-LINE                                          02710000
           MOVE SPACES TO RCPY-RPT-LINE                                 02720000
           STRING 'COPIES TO REPRESENTATIVES ' WS-REP-COPIES            02730000
                  ' COPIES TO GUARDIANS ' WS-GRD-COPIES                 02740000
                  DELIMITED BY SIZE INTO RCPY-RPT-LINE                  02750000
           END-STRING                                                   02760000
           WRITE RCPY-RPT-LINE                                          02770000
           CLOSE RCPY-REPORT                                            02780000
           DISPLAY 'LOANRCPY - COPIES TO REPRESENTATIVES : '            02790000
                   WS-REP-COPIES                                        02800000
           DISPLAY 'LOANRCPY - COPIES TO GUARDIANS       : '            02810000
                   WS-GRD-COPIES                                        02820000
           EXIT.                                                        02830000
                                                                        02840000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      02850000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      02860000
      *    CONSOLE'S DURATION TRENDING                                  02870000
       950-LOG-RUN-HISTORY.                                             02880000
           EXEC SQL                                                     02890000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       02900000
                INTO :RUNH-RUN-ID                                       02910000
                FROM KALA15.BATCH_RUN_HISTORY                           02920000
           END-EXEC                                                     02930000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            02940000
           MOVE WS-ITEMS-READ TO RUNH-RECS-READ                         02950000
           MOVE ZERO TO RUNH-RECS-UPDATED                               02960000
           COMPUTE RUNH-RECS-WRITTEN = WS-REP-COPIES + WS-GRD-COPIES    02970000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              02980000
           EXEC SQL                                                     02990000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      03000000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        03010000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   03020000
              VALUES                                                    03030000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          03040000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   03050000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               03060000
                  :RUNH-RUN-RC)                                         03070000
           END-EXEC                                                     03080000
           EXIT.                                                        03090000
                                                                        03100000
      *    A COPY WITHOUT ITS CORRESPONDENCE_COPY ROW WOULD BE SENT     03110000
      *    AGAIN TOMORROW - ANY FAILURE ROLLS THE WHOLE RUN BACK AND    03120000
      *    THE NEXT RUN PICKS EVERYTHING UP WITHIN THE LOOK-BACK        03130000
       980-CHECK-SQL.                                                   03140000
           IF SQLCODE < 0                                               03150000
              MOVE SQLCODE TO WS-ED-SQLCODE                             03160000
              DISPLAY 'LOANRCPY - COPY RUN FAILED, SQLCODE '            03170000
                      WS-ED-SQLCODE                                     03180000
              EXEC SQL                                                  03190000
                 ROLLBACK                                               03200000
              END-EXEC                                                  03210000
              MOVE 16 TO RETURN-CODE                                    03220000
              PERFORM 950-LOG-RUN-HISTORY                               03230000
              EXEC SQL                                                  03240000
                 COMMIT                                                 03250000
              END-EXEC                                                  03260000
              CLOSE RCPY-REPORT                                         03270000
              STOP RUN                                                  03280000
           END-IF                                                       03290000
           EXIT.                                                        03300000
