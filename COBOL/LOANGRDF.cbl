       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANGRDF.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT GUARDIAN-FEED ASSIGN TO GRDFEED                       00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-FEED-STATUS.                           00080000
           SELECT REVIEW-RPT    ASSIGN TO GRDRPT                        00090000
               ORGANIZATION IS SEQUENTIAL                               00100000
               FILE STATUS IS WS-RPT-STATUS.                            00110000
       DATA DIVISION.                                                   00120000
       FILE SECTION.                                                    00130000
      *    THE GUARDIANSHIP REGISTER'S EXTRACT FOR OUR CUSTOMERS - ONE  00140000
      *    RECORD PER GUARDIANSHIP, KEYED BY THE REGISTER'S OWN         00150000
      *    REFERENCE, WITH THE GUARDIAN'S NAME AND POSTAL ADDRESS.      00160000
      *    AN 'E' IN THE STATUS BYTE MARKS A GUARDIANSHIP THE COURT     00170000
      *    HAS ENDED, WITH THE DATE IT ENDED                            00180000
       FD  GUARDIAN-FEED                                                00190000
           RECORDING MODE F                                             00200000
           LABEL RECORDS STANDARD.                                      00210000
       01  GRD-FEED-RECORD.                                             00220000
           05  GRDF-SSN            PIC X(11).                           00230000
           05  GRDF-REGISTER-REF   PIC X(12).                           00240000
           05  GRDF-GUARDIAN-NAME  PIC X(30).                           00250000
           05  GRDF-ADDRESS        PIC X(20).                           00260000
           05  GRDF-POSTAL         PIC X(5).                            00270000
           05  GRDF-CITY           PIC X(20).                           00280000
           05  GRDF-RESTRICTED     PIC X(1).                            00290000
           05  GRDF-STATUS         PIC X(1).                            00300000
               88  GRDF-ENDED      VALUE 'E'.                           00310000
           05  GRDF-START-DATE     PIC X(10).                           00320000
           05  GRDF-END-DATE       PIC X(10).                           00330000
                                                                        00340000
       FD  REVIEW-RPT                                                   00350000
           RECORDING MODE F                                             00360000
           LABEL RECORDS STANDARD.                                      00370000
       01  REVIEW-LINE             PIC X(80).                           00380000
                                                                        00390000
       WORKING-STORAGE SECTION.                                         00400000
           EXEC SQL                                                     00410000
              INCLUDE SQLCA                                             00420000
           END-EXEC.                                                    00430000
           EXEC SQL                                                     00440000
              INCLUDE GUARDSHP                                          00450000
           END-EXEC.                                                    00460000
           EXEC SQL                                                     00470000
              INCLUDE CHKPT                                             00480000
           END-EXEC.                                                    00490000
                                                                        00500000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00510000
           88  WS-NO-MORE-FEED     VALUE 'Y'.                           00520000
       01  WS-FEED-STATUS          PIC XX    VALUE '00'.                00530000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00540000
       01  WS-RECS-READ            PIC 9(7)  VALUE ZERO.                00550000
       01  WS-RECS-ADDED           PIC 9(7)  VALUE ZERO.                00560000
       01  WS-RECS-CONFIRMED       PIC 9(7)  VALUE ZERO.                00570000
       01  WS-RECS-CHANGED         PIC 9(7)  VALUE ZERO.                00580000
       01  WS-RECS-UNCHANGED       PIC 9(7)  VALUE ZERO.                00590000
       01  WS-RECS-ENDED           PIC 9(7)  VALUE ZERO.                00600000
       01  WS-RECS-UNMATCHED       PIC 9(7)  VALUE ZERO.                00610000
       01  WS-LOANS-HELD           PIC 9(7)  VALUE ZERO.                00620000
       01  WS-CUST-CNT             PIC S9(9) COMP VALUE ZERO.           00630000
       01  WS-GRD-FOUND-SW         PIC X     VALUE 'N'.                 00640000
           88  GRD-ON-FILE         VALUE 'Y'.                           00650000
           88  GRD-NOT-ON-FILE     VALUE 'N'.                           00660000
           88  GRD-LOOKUP-ERROR    VALUE 'E'.                           00670000
       01  WS-OPEN-APP-ID          PIC S9(9) COMP VALUE ZERO.           00680000
       01  WS-OPEN-APP-STATUS      PIC S9(4) COMP VALUE ZERO.           00690000
       01  WS-OPEN-APP-DISP        PIC 9(8).                            00700000
       01  WS-OPEN-STATUS-DISP     PIC 9.                               00710000
       01  WS-SQLCODE-DISP         PIC -9(9).                           00720000
      *    CHECKPOINT/RESTART - RECORDS ALREADY COMMITTED ON A PRIOR    00730000
      *    RUN ARE RE-READ BUT NOT RE-APPLIED                           00740000
       01  WS-RESUME-POINT         PIC S9(9) COMP VALUE ZERO.           00750000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANGRDF'.          00760000
       01  WS-GATE-WAITING         PIC S9(4) COMP VALUE ZERO.           00770000
                                                                        00780000
       PROCEDURE DIVISION.                                              00790000
       000-MAIN-PARA.                                                   00800000
           PERFORM 100-INITIALIZE                                       00810000
           PERFORM 200-PROCESS-GUARDIANSHIP UNTIL WS-NO-MORE-FEED       00820000
           PERFORM 900-TERMINATE                                        00830000
           STOP RUN.                                                    00840000
                                                                        00850000
       100-INITIALIZE.                                                  00860000
      *    THE CYCLE GATE RUNS BEFORE ANY FILE IS OPENED - A            00870000
      *    GATED NIGHT MUST NOT CATALOG AN EMPTY GENERATION             00880000
           PERFORM 140-CHECK-CYCLE-GATE                                 00890000
           OPEN INPUT  GUARDIAN-FEED                                    00900000
           IF WS-FEED-STATUS NOT = '00'                                 00910000
              DISPLAY 'LOANGRDF - UNABLE TO OPEN GUARDIAN-FEED, '       00920000
                      'STATUS = ' WS-FEED-STATUS                        00930000
              MOVE 16 TO RETURN-CODE                                    00940000
              STOP RUN                                                  00950000
           END-IF                                                       00960000
           OPEN OUTPUT REVIEW-RPT                                       00970000
           IF WS-RPT-STATUS NOT = '00'                                  00980000
              DISPLAY 'LOANGRDF - UNABLE TO OPEN REVIEW-RPT, '          00990000
                      'STATUS = ' WS-RPT-STATUS                         01000000
              MOVE 16 TO RETURN-CODE                                    01010000
              STOP RUN                                                  01020000
           END-IF                                                       01030000
           PERFORM 150-ESTABLISH-CHECKPOINT                             01040000
           PERFORM 110-READ-FEED                                        01050000
           EXIT.                                                        01060000
                                                                        01070000
      *    SEE LOANADDR - THE JOB REFUSES TO START UNTIL EVERY          01080000
      *    PREDECESSOR ON CYCLE_CONTROL HAS POSTED A CLEAN RUN          01090000
       140-CHECK-CYCLE-GATE.                                            01100000
           EXEC SQL                                                     01110000
              SELECT COUNT(*)                                           01120000
                INTO :WS-GATE-WAITING                                   01130000
                FROM KALA15.CYCLE_CONTROL C                             01140000
               WHERE C.JOB_NAME = :WS-JOB-NAME                          01150000
                 AND NOT EXISTS                                         01160000
                     (SELECT 1                                          01170000
                        FROM KALA15.BATCH_RUN_HISTORY R                 01180000
                       WHERE R.JOB_NAME = C.PRED_JOB                    01190000
                         AND R.RUN_RC = 0                               01200000
                         AND R.END_TS >=                                01210000
                             TIMESTAMP(C.BUSINESS_DATE, '00.00.00'))    01220000
           END-EXEC                                                     01230000
           IF SQLCODE = 00 AND WS-GATE-WAITING > ZERO                   01240000
              DISPLAY 'LOANGRDF - CYCLE GATE: ' WS-GATE-WAITING         01250000
                      ' PREDECESSOR(S) NOT COMPLETE'                    01260000
              MOVE 8 TO RETURN-CODE                                     01270000
              STOP RUN                                                  01280000
           END-IF                                                       01290000
           EXIT.                                                        01300000
                                                                        01310000
      *    LOCATES (OR OPENS) THIS JOB'S CHECKPOINT ROW - A ROW LEFT    01320000
      *    IN-PROGRESS BY AN ABEND MEANS THIS IS A RESTART, SO RECORDS  01330000
      *    UP TO THE LAST COMMITTED KEY ARE SKIPPED RATHER THAN REDONE  01340000
       150-ESTABLISH-CHECKPOINT.                                        01350000
           EXEC SQL                                                     01360000
              SELECT LAST_KEY, COMMIT_FREQ, RUN_STATUS                  01370000
                INTO :CHKPT-LAST-KEY, :CHKPT-COMMIT-FREQ,               01380000
                     :CHKPT-RUN-STATUS                                  01390000
                FROM KALA15.BATCH_CHECKPOINT                            01400000
               WHERE JOB_NAME = :WS-JOB-NAME                            01410000
           END-EXEC                                                     01420000
           EVALUATE SQLCODE                                             01430000
              WHEN 100                                                  01440000
                 MOVE WS-JOB-NAME  TO CHKPT-JOB-NAME                    01450000
                 MOVE ZERO         TO CHKPT-LAST-KEY, WS-RESUME-POINT   01460000
                 MOVE 100          TO CHKPT-COMMIT-FREQ                 01470000
                 SET  CHKPT-IN-PROGRESS TO TRUE                         01480000
                 EXEC SQL                                               01490000
                    INSERT INTO KALA15.BATCH_CHECKPOINT                 01500000
                           (JOB_NAME, LAST_KEY, COMMIT_FREQ,            01510000
                            RUN_STATUS, LAST_UPDATE_TS)                 01520000
                    VALUES (:CHKPT-JOB-NAME, :CHKPT-LAST-KEY,           01530000
                            :CHKPT-COMMIT-FREQ, :CHKPT-RUN-STATUS,      01540000
                            CURRENT TIMESTAMP)                          01550000
                 END-EXEC                                               01560000
              WHEN 00                                                   01570000
                 IF CHKPT-IN-PROGRESS                                   01580000
                    MOVE CHKPT-LAST-KEY TO WS-RESUME-POINT              01590000
                    DISPLAY 'LOANGRDF - RESTARTING AFTER RECORD '       01600000
                            WS-RESUME-POINT                             01610000
                 ELSE                                                   01620000
                    MOVE ZERO TO CHKPT-LAST-KEY, WS-RESUME-POINT        01630000
                    SET  CHKPT-IN-PROGRESS TO TRUE                      01640000
                    EXEC SQL                                            01650000
                       UPDATE KALA15.BATCH_CHECKPOINT                   01660000
                          SET LAST_KEY = 0, RUN_STATUS = 'R'            01670000
                        WHERE JOB_NAME = :WS-JOB-NAME                   01680000
                    END-EXEC                                            01690000
                 END-IF                                                 01700000
           END-EVALUATE                                                 01710000
           EXIT.                                                        01720000
                                                                        01730000
       110-READ-FEED.                                                   01740000
           READ GUARDIAN-FEED                                           01750000
              AT END                                                    01760000
                 MOVE 'Y' TO WS-EOF-SW                                  01770000
           END-READ                                                     01780000
           IF NOT WS-NO-MORE-FEED                                       01790000
              ADD 1 TO WS-RECS-READ                                     01800000
           END-IF                                                       01810000
           EXIT.                                                        01820000
                                                                        01830000
      *    ONE REGISTER RECORD: A PERSONAL ID WE DO NOT HOLD GOES ON    01840000
      *    THE REVIEW REPORT; OTHERWISE THE GUARDIANSHIP IS MATCHED ON  01850000
      *    THE REGISTER REFERENCE AND ADDED, REFRESHED OR ENDED. A NEW  01860000
      *    ONE ALSO LISTS THE WARD'S UNDISBURSED LOANS, WHICH NOW WAIT  01870000
      *    FOR THE GUARDIAN'S CONSENT BEFORE LOANDISB PAYS THEM OUT     01880000
       200-PROCESS-GUARDIANSHIP.                                        01890000
           IF WS-RECS-READ <= WS-RESUME-POINT                           01900000
              CONTINUE                                                  01910000
           ELSE                                                         01920000
              MOVE ZERO TO WS-CUST-CNT                                  01930000
              EXEC SQL                                                  01940000
                 SELECT COUNT(*)                                        01950000
                   INTO :WS-CUST-CNT                                    01960000
                   FROM KALA15.CUSTOMER                                 01970000
                  WHERE SSN = :GRDF-SSN                                 01980000
              END-EXEC                                                  01990000
              PERFORM 210-FIND-GUARDIANSHIP                             02000000
              EVALUATE TRUE                                             02010000
                 WHEN WS-CUST-CNT = ZERO                                02020000
                    ADD 1 TO WS-RECS-UNMATCHED                          02030000
                    MOVE SPACES TO REVIEW-LINE                          02040000
                    STRING 'NO CUSTOMER ON FILE FOR SSN: '              02050000
                           GRDF-SSN ' REF ' GRDF-REGISTER-REF           02060000
                           DELIMITED BY SIZE INTO REVIEW-LINE           02070000
                    END-STRING                                          02080000
                    WRITE REVIEW-LINE                                   02090000
                 WHEN GRD-LOOKUP-ERROR                                  02100000
                    MOVE SQLCODE TO WS-SQLCODE-DISP                     02110000
                    MOVE SPACES TO REVIEW-LINE                          02120000
                    STRING 'SQL ERROR ' WS-SQLCODE-DISP ' ON REF: '     02130000
                           GRDF-REGISTER-REF                            02140000
                           DELIMITED BY SIZE INTO REVIEW-LINE           02150000
                    END-STRING                                          02160000
                    WRITE REVIEW-LINE                                   02170000
                 WHEN GRDF-ENDED AND GRD-ON-FILE AND GRD-ACTIVE         02180000
                    PERFORM 320-END-GUARDIANSHIP                        02190000
                 WHEN GRDF-ENDED                                        02200000
                    ADD 1 TO WS-RECS-UNCHANGED                          02210000
                 WHEN GRD-NOT-ON-FILE                                   02220000
                    PERFORM 300-ADD-GUARDIANSHIP                        02230000
                 WHEN OTHER                                             02240000
                    PERFORM 310-REFRESH-GUARDIANSHIP                    02250000
              END-EVALUATE                                              02260000
              PERFORM 230-CHECKPOINT-COMMIT                             02270000
           END-IF                                                       02280000
           PERFORM 110-READ-FEED                                        02290000
           EXIT.                                                        02300000
                                                                        02310000
       210-FIND-GUARDIANSHIP.                                           02320000
           MOVE GRDF-REGISTER-REF TO GRD-REGISTER-REF                   02330000
           EXEC SQL                                                     02340000
              SELECT GRD_ID, GRD_STATUS, GUARDIAN_NAME,                 02350000
                     COALESCE(GUARDIAN_ADDRESS, ' '),                   02360000
                     COALESCE(GUARDIAN_POSTAL, ' '),                    02370000
                     COALESCE(GUARDIAN_CITY, ' '), COMP_RESTRICTED      02380000
                INTO :GRD-ID, :GRD-STATUS, :GRD-GUARDIAN-NAME,          02390000
                     :GRD-GUARDIAN-ADDRESS, :GRD-GUARDIAN-POSTAL,       02400000
                     :GRD-GUARDIAN-CITY, :GRD-COMP-RESTRICTED           02410000
                FROM KALA15.GUARDIANSHIP                                02420000
               WHERE REGISTER_REF = :GRD-REGISTER-REF                   02430000
                 AND GRD_SOURCE = 'REGISTER'                            02440000
           END-EXEC                                                     02450000
           EVALUATE SQLCODE                                             02460000
              WHEN 00                                                   02470000
                 SET GRD-ON-FILE TO TRUE                                02480000
              WHEN 100                                                  02490000
                 SET GRD-NOT-ON-FILE TO TRUE                            02500000
              WHEN OTHER                                                02510000
                 SET GRD-LOOKUP-ERROR TO TRUE                           02520000
           END-EVALUATE                                                 02530000
           EXIT.                                                        02540000
                                                                        02550000
      *    A GUARDIANSHIP KEYED FROM A COURT LETTER ON LOANGRDN IS      02560000
      *    TAKEN OVER BY THE REGISTER ROW RATHER THAN DUPLICATED, SO    02570000
      *    ANY CONSENT ALREADY RECORDED AGAINST IT STILL STANDS         02580000
       300-ADD-GUARDIANSHIP.                                            02590000
           EXEC SQL                                                     02600000
              UPDATE KALA15.GUARDIANSHIP                                02610000
                 SET REGISTER_REF = :GRDF-REGISTER-REF,                 02620000
                     GRD_SOURCE = 'REGISTER',                           02630000
                     GUARDIAN_ADDRESS = :GRDF-ADDRESS,                  02640000
                     GUARDIAN_POSTAL = :GRDF-POSTAL,                    02650000
                     GUARDIAN_CITY = :GRDF-CITY,                        02660000
                     COMP_RESTRICTED = :GRDF-RESTRICTED,                02670000
                     LAST_SEEN_DATE = CURRENT DATE                      02680000
               WHERE CUST_SSN = :GRDF-SSN                               02690000
                 AND GUARDIAN_NAME = :GRDF-GUARDIAN-NAME                02700000
                 AND GRD_SOURCE = 'MANUAL'                              02710000
                 AND GRD_STATUS = 'A'                                   02720000
           END-EXEC                                                     02730000
           IF SQLCODE = 00 AND SQLERRD(3) > 0                           02740000
              ADD 1 TO WS-RECS-CONFIRMED                                02750000
              MOVE SPACES TO REVIEW-LINE                                02760000
              STRING 'MANUAL ENTRY CONFIRMED BY REGISTER, SSN: '        02770000
                     GRDF-SSN ' REF ' GRDF-REGISTER-REF                 02780000
                     DELIMITED BY SIZE INTO REVIEW-LINE                 02790000
              END-STRING                                                02800000
              WRITE REVIEW-LINE                                         02810000
           ELSE                                                         02820000
              EXEC SQL                                                  02830000
                 SELECT COALESCE(MAX(GRD_ID), 0) + 1                    02840000
                   INTO :GRD-ID                                         02850000
                   FROM KALA15.GUARDIANSHIP                             02860000
              END-EXEC                                                  02870000
              EXEC SQL                                                  02880000
                 INSERT INTO KALA15.GUARDIANSHIP                        02890000
                    (GRD_ID, CUST_SSN, REGISTER_REF, GUARDIAN_NAME,     02900000
                     GUARDIAN_ADDRESS, GUARDIAN_POSTAL, GUARDIAN_CITY,  02910000
                     COMP_RESTRICTED, GRD_STATUS, GRD_SOURCE,           02920000
                     START_DATE, LAST_SEEN_DATE)                        02930000
                 VALUES                                                 02940000
                    (:GRD-ID, :GRDF-SSN, :GRDF-REGISTER-REF,            02950000
                     :GRDF-GUARDIAN-NAME, :GRDF-ADDRESS, :GRDF-POSTAL,  02960000
                     :GRDF-CITY, :GRDF-RESTRICTED, 'A', 'REGISTER',     02970000
                     COALESCE(DATE(NULLIF(:GRDF-START-DATE, ' ')),      02980000
                              CURRENT DATE),                            02990000
                     CURRENT DATE)                                      03000000
              END-EXEC                                                  03010000
              IF SQLCODE = 00                                           03020000
                 ADD 1 TO WS-RECS-ADDED                                 03030000
                 MOVE SPACES TO REVIEW-LINE                             03040000
                 STRING 'NEW GUARDIANSHIP, SSN: ' GRDF-SSN              03050000
                        ' REF ' GRDF-REGISTER-REF                       03060000
                        ' GUARDIAN ' GRDF-GUARDIAN-NAME                 03070000
                        DELIMITED BY SIZE INTO REVIEW-LINE              03080000
                 END-STRING                                             03090000
                 WRITE REVIEW-LINE                                      03100000
                 PERFORM 330-LIST-OPEN-LOANS                            03110000
              ELSE                                                      03120000
                 MOVE SQLCODE TO WS-SQLCODE-DISP                        03130000
                 MOVE SPACES TO REVIEW-LINE                             03140000
                 STRING 'SQL ERROR ' WS-SQLCODE-DISP ' ADDING REF: '    03150000
                        GRDF-REGISTER-REF                               03160000
                        DELIMITED BY SIZE INTO REVIEW-LINE              03170000
                 END-STRING                                             03180000
                 WRITE REVIEW-LINE                                      03190000
              END-IF                                                    03200000
           END-IF                                                       03210000
           EXIT.                                                        03220000
                                                                        03230000
      *    THE REGISTER IS THE MASTER FOR THE GUARDIAN'S ADDRESS - A    03240000
      *    CHANGE IS TAKEN AND REPORTED, SO CORRESPONDENCE GOES TO      03250000
      *    WHERE THE GUARDIAN NOW IS                                    03260000
       310-REFRESH-GUARDIANSHIP.                                        03270000
           IF GRD-ACTIVE AND                                            03280000
              GRD-GUARDIAN-NAME = GRDF-GUARDIAN-NAME AND                03290000
              GRD-GUARDIAN-ADDRESS = GRDF-ADDRESS AND                   03300000
              GRD-GUARDIAN-POSTAL = GRDF-POSTAL AND                     03310000
              GRD-GUARDIAN-CITY = GRDF-CITY AND                         03320000
              GRD-COMP-RESTRICTED = GRDF-RESTRICTED                     03330000
              ADD 1 TO WS-RECS-UNCHANGED                                03340000
           ELSE                                                         03350000
              ADD 1 TO WS-RECS-CHANGED                                  03360000
              MOVE SPACES TO REVIEW-LINE                                03370000
              STRING 'GUARDIAN DETAILS UPDATED, SSN: ' GRDF-SSN         03380000
                     ' REF ' GRDF-REGISTER-REF                          03390000
                     DELIMITED BY SIZE INTO REVIEW-LINE                 03400000
              END-STRING                                                03410000
              WRITE REVIEW-LINE                                         03420000
           END-IF                                                       03430000
           EXEC SQL                                                     03440000
              UPDATE KALA15.GUARDIANSHIP                                03450000
                 SET GUARDIAN_NAME = :GRDF-GUARDIAN-NAME,               03460000
                     GUARDIAN_ADDRESS = :GRDF-ADDRESS,                  03470000
                     GUARDIAN_POSTAL = :GRDF-POSTAL,                    03480000
                     GUARDIAN_CITY = :GRDF-CITY,                        03490000
                     COMP_RESTRICTED = :GRDF-RESTRICTED,                03500000
                     GRD_STATUS = 'A',                                  03510000
                     ENDED_DATE = NULL,                                 03520000
                     LAST_SEEN_DATE = CURRENT DATE                      03530000
               WHERE GRD_ID = :GRD-ID                                   03540000
           END-EXEC                                                     03550000
           EXIT.                                                        03560000
                                                                        03570000
       320-END-GUARDIANSHIP.                                            03580000
           EXEC SQL                                                     03590000
              UPDATE KALA15.GUARDIANSHIP                                03600000
                 SET GRD_STATUS = 'E',                                  03610000
                     ENDED_DATE =                                       03620000
                        COALESCE(DATE(NULLIF(:GRDF-END-DATE, ' ')),     03630000
                                 CURRENT DATE),                         03640000
                     LAST_SEEN_DATE = CURRENT DATE                      03650000
               WHERE GRD_ID = :GRD-ID                                   03660000
           END-EXEC                                                     03670000
           IF SQLCODE = 00                                              03680000
              ADD 1 TO WS-RECS-ENDED                                    03690000
              MOVE SPACES TO REVIEW-LINE                                03700000
              STRING 'GUARDIANSHIP ENDED, SSN: ' GRDF-SSN               03710000
                     ' REF ' GRDF-REGISTER-REF                          03720000
                     DELIMITED BY SIZE INTO REVIEW-LINE                 03730000
              END-STRING                                                03740000
              WRITE REVIEW-LINE                                         03750000
           END-IF                                                       03760000
           EXIT.                                                        03770000
                                                                        03780000
      *    LOANS THE WARD IS ON, AS APPLICANT OR CO-APPLICANT, THAT     03790000
      *    ARE STILL OPEN OR PENDING AND HAVE NOT BEEN PAID OUT - THE   03800000
      *    OFFICER CHASES THE GUARDIAN'S CONSENT FOR EACH               03810000
       330-LIST-OPEN-LOANS.                                             03820000
           EXEC SQL                                                     03830000
              DECLARE OPENLOAN CURSOR FOR                               03840000
              SELECT A.APP_ID, A.STATUS                                 03850000
                FROM KALA15.APPLICATIONS A                              03860000
               WHERE (A.CUST_SSN = :GRDF-SSN                            03870000
                      OR EXISTS                                         03880000
                         (SELECT 1 FROM KALA15.CO_APPLICANT CA          03890000
                           WHERE CA.APP_ID = A.APP_ID                   03900000
                             AND CA.CO_SSN = :GRDF-SSN))                03910000
                 AND A.STATUS IN (1, 2, 3)                              03920000
                 AND NOT EXISTS                                         03930000
                     (SELECT 1 FROM KALA15.DISBURSEMENT D               03940000
                       WHERE D.APP_ID = A.APP_ID)                       03950000
               ORDER BY A.APP_ID                                        03960000
           END-EXEC                                                     03970000
           EXEC SQL                                                     03980000
              OPEN OPENLOAN                                             03990000
           END-EXEC                                                     04000000
           PERFORM 331-REPORT-OPEN-LOAN                                 04010000
              UNTIL SQLCODE NOT = 00                                    04020000
           EXEC SQL                                                     04030000
              CLOSE OPENLOAN                                            04040000
           END-EXEC                                                     04050000
           EXIT.                                                        04060000
                                                                        04070000
       331-REPORT-OPEN-LOAN.                                            04080000
           EXEC SQL                                                     04090000
              FETCH OPENLOAN                                            04100000
               INTO :WS-OPEN-APP-ID, :WS-OPEN-APP-STATUS                04110000
           END-EXEC                                                     04120000
           IF SQLCODE = 00                                              04130000
              ADD 1 TO WS-LOANS-HELD                                    04140000
              MOVE WS-OPEN-APP-ID TO WS-OPEN-APP-DISP                   04150000
              MOVE WS-OPEN-APP-STATUS TO WS-OPEN-STATUS-DISP            04160000
              MOVE SPACES TO REVIEW-LINE                                04170000
              STRING '    GUARDIAN CONSENT NEEDED - APP '               04180000
                     WS-OPEN-APP-DISP ' STATUS '                        04190000
                     WS-OPEN-STATUS-DISP                                04200000
                     DELIMITED BY SIZE INTO REVIEW-LINE                 04210000
              END-STRING                                                04220000
              WRITE REVIEW-LINE                                         04230000
           END-IF                                                       04240000
           EXIT.                                                        04250000
                                                                        04260000
      *    COMMITS EVERY COMMIT-FREQ RECORDS AND ADVANCES THE           04270000
      *    CHECKPOINT SO A RERUN AFTER AN ABEND RESUMES HERE RATHER     04280000
      *    THAN FROM THE START OF THE EXTRACT                           04290000
       230-CHECKPOINT-COMMIT.                                           04300000
           IF FUNCTION MOD(WS-RECS-READ, CHKPT-COMMIT-FREQ) = ZERO      04310000
              EXEC SQL                                                  04320000
                 UPDATE KALA15.BATCH_CHECKPOINT                         04330000
                    SET LAST_KEY = :WS-RECS-READ,                       04340000
                        LAST_UPDATE_TS = CURRENT TIMESTAMP              04350000
                  WHERE JOB_NAME = :WS-JOB-NAME                         04360000
              END-EXEC                                                  04370000
              EXEC SQL                                                  04380000
                 COMMIT                                                 04390000
              END-EXEC                                                  04400000
           END-IF                                                       04410000
           EXIT.                                                        04420000
                                                                        04430000
       900-TERMINATE.                                                   04440000
           CLOSE GUARDIAN-FEED                                          04450000
           CLOSE REVIEW-RPT                                             04460000
           EXEC SQL                                                     04470000
              UPDATE KALA15.BATCH_CHECKPOINT                            04480000
                 SET RUN_STATUS = 'C',                                  04490000
                     LAST_UPDATE_TS = CURRENT TIMESTAMP                 04500000
               WHERE JOB_NAME = :WS-JOB-NAME                            04510000
           END-EXEC                                                     04520000
           EXEC SQL                                                     04530000
              COMMIT                                                    04540000
           END-EXEC                                                     04550000
           DISPLAY 'LOANGRDF - RECORDS READ      : ' WS-RECS-READ       04560000
           DISPLAY 'LOANGRDF - NEW GUARDIANSHIPS : ' WS-RECS-ADDED      04570000
           DISPLAY 'LOANGRDF - MANUAL CONFIRMED  : ' WS-RECS-CONFIRMED  04580000
           DISPLAY 'LOANGRDF - DETAILS UPDATED   : ' WS-RECS-CHANGED    04590000
           DISPLAY 'LOANGRDF - ALREADY CURRENT   : ' WS-RECS-UNCHANGED  04600000
           DISPLAY 'LOANGRDF - ENDED             : ' WS-RECS-ENDED      04610000
           DISPLAY 'LOANGRDF - NOT ON FILE       : ' WS-RECS-UNMATCHED  04620000
           DISPLAY 'LOANGRDF - LOANS NEED CONSENT: ' WS-LOANS-HELD      04630000
           EXIT.                                                        04640000
