       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANCAPC.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT CAP-REPORT ASSIGN TO CAPCRPT                          00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-RPT-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
       FD  CAP-REPORT                                                   00110000
           RECORDING MODE F                                             00120000
           LABEL RECORDS STANDARD.                                      00130000
       01  RPT-LINE                PIC X(80).                           00140000
                                                                        00150000
       WORKING-STORAGE SECTION.                                         00160000
           EXEC SQL                                                     00170000
              INCLUDE SQLCA                                             00180000
           END-EXEC.                                                    00190000
           EXEC SQL                                                     00200000
              INCLUDE APPS                                              00210000
           END-EXEC.                                                    00220000
           EXEC SQL                                                     00230000
              INCLUDE BUSPARM                                           00240000
           END-EXEC.                                                    00250000
           EXEC SQL                                                     00260000
              INCLUDE RUNHIST                                           00270000
           END-EXEC.                                                    00280000
                                                                        00290000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00300000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00310000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00320000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00330000
      *    THE STATUTORY CAP AS AN ANNUAL PERCENTAGE - THE SAME DATED   00340000
      *    PARAMETER LOANDB2 REFUSES AN APPROVAL ON                     00350000
       01  WS-CAP-LIMIT-PCT        PIC S9(3)V9(4) COMP-3 VALUE 20.      00360000
       01  WS-RATE-PCT             PIC S9(3)V9(4) COMP-3 VALUE ZERO.    00370000
       01  WS-LOANS-CNT            PIC S9(9) COMP VALUE ZERO.           00380000
       01  WS-OVER-CNT             PIC S9(9) COMP VALUE ZERO.           00390000
       01  WS-ED-APP               PIC 9(8).                            00400000
       01  WS-ED-PCT               PIC ZZ9.999.                         00410000
       01  WS-ED-APR               PIC ZZ9.999.                         00420000
       01  WS-ED-CAP               PIC ZZ9.999.                         00430000
       01  WS-ED-CNT               PIC Z(6)9.                           00440000
                                                                        00450000
       PROCEDURE DIVISION.                                              00460000
       000-MAIN-PARA.                                                   00470000
           PERFORM 100-INITIALIZE                                       00480000
           PERFORM 200-TEST-ONE-LOAN UNTIL WS-NO-MORE-ROWS              00490000
           PERFORM 900-TERMINATE                                        00500000
           STOP RUN.                                                    00510000
                                                                        00520000
       100-INITIALIZE.                                                  00530000
           EXEC SQL                                                     00540000
              SELECT CHAR(CURRENT TIMESTAMP)                            00550000
                INTO :WS-RUN-START                                      00560000
                FROM SYSIBM.SYSDUMMY1                                   00570000
           END-EXEC                                                     00580000
           OPEN OUTPUT CAP-REPORT                                       00590000
           IF WS-RPT-STATUS NOT = '00'                                  00600000
              DISPLAY 'LOANCAPC - UNABLE TO OPEN CAP-REPORT, '          00610000
                      'STATUS = ' WS-RPT-STATUS                         00620000
              MOVE 16 TO RETURN-CODE                                    00630000
              STOP RUN                                                  00640000
           END-IF                                                       00650000
                                                                        00660000
           MOVE 'RATE_CAP_PCT' TO BUSPARM-NAME                          00670000
           EXEC SQL                                                     00680000
              SELECT PARAM_VALUE                                        00690000
                INTO :BUSPARM-VALUE                                     00700000
                FROM KALA15.BUSINESS_PARAM                              00710000
               WHERE PARAM_NAME = :BUSPARM-NAME                         00720000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     00730000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     00740000
           END-EXEC                                                     00750000
           IF SQLCODE = 00                                              00760000
              MOVE BUSPARM-VALUE TO WS-CAP-LIMIT-PCT                    00770000
           END-IF                                                       00780000
           MOVE WS-CAP-LIMIT-PCT TO WS-ED-CAP                           00790000
           MOVE SPACES TO RPT-LINE                                      00800000
           STRING 'LIVE LOANS ABOVE THE STATUTORY RATE CAP OF '         00810000
                  WS-ED-CAP ' PCT'                                      00820000
                  DELIMITED BY SIZE INTO RPT-LINE                       00830000
           END-STRING                                                   00840000
           WRITE RPT-LINE                                               00850000
                                                                        00860000
      *    EVERY LIVE LOAN AT THE RATE IT CARRIES TODAY, WORKED OUT     00870000
      *    THE WAY LOANDB2'S 222-FETCH-LOAN-RATE DOES: THE INTEREST     00880000
      *    ROW THE LOAN POINTS AT (WHICH LOANARM MOVES ON A RESET), OR  00890000
      *    THE CUSTOMER'S NEGOTIATED OVERRIDE WHEN IT HAS NONE, PLUS    00900000
      *    THE RISK ADJUSTMENT PRICED IN AT APPROVAL. THE FEE AND THE   00910000
      *    COVER ARE FIXED AT BOOKING - ONLY THE RATE CAN DRIFT         00920000
           EXEC SQL                                                     00930000
              DECLARE CAPC CURSOR FOR                                   00940000
              SELECT A.APP_ID, COALESCE(A.ARM_FLAG, 'N'),               00950000
                     COALESCE(A.APR_PCT, 0),                            00960000
                     (COALESCE(NULLIF(I.RATE, 0),                       00970000
                        (SELECT O.OVERRIDE_RATE                         00980000
                           FROM KALA15.CUSTOMER_RATE_OVERRIDE O         00990000
                          WHERE O.CUST_SSN = A.CUST_SSN                 01000000
                          ORDER BY O.EXPIRY_DATE DESC                   01010000
                          FETCH FIRST 1 ROWS ONLY), 0)                  01020000
                      + COALESCE(                                       01030000
                        (SELECT C.RISK_ADJ                              01040000
                           FROM KALA15.RATE_COMPONENT C                 01050000
                          WHERE C.APP_ID = A.APP_ID), 0)) * 100         01060000
                FROM KALA15.APPLICATIONS A                              01070000
                LEFT JOIN KALA15.INTEREST I                             01080000
                  ON I.INTEREST_ID = A.INTEREST                         01090000
               WHERE A.STATUS = 1                                       01100000
               ORDER BY A.APP_ID                                        01110000
           END-EXEC                                                     01120000
           EXEC SQL                                                     01130000
              OPEN CAPC                                                 01140000
           END-EXEC                                                     01150000
           EXIT.                                                        01160000
                                                                        01170000
       200-TEST-ONE-LOAN.                                               01180000
           EXEC SQL                                                     01190000
              FETCH CAPC                                                01200000
                INTO :APP-ID, :ARM-FLAG, :APR-PCT, :WS-RATE-PCT         01210000
           END-EXEC                                                     01220000
                                                                        01230000
           IF SQLCODE NOT = 00                                          01240000
              MOVE 'Y' TO WS-EOF-SW                                     01250000
           ELSE                                                         01260000
              ADD 1 TO WS-LOANS-CNT                                     01270000
              IF WS-RATE-PCT > WS-CAP-LIMIT-PCT                         01280000
                 ADD 1 TO WS-OVER-CNT                                   01290000
                 MOVE APP-ID      TO WS-ED-APP                          01300000
                 MOVE WS-RATE-PCT TO WS-ED-PCT                          01310000
                 MOVE APR-PCT     TO WS-ED-APR                          01320000
                 MOVE SPACES TO RPT-LINE                                01330000
                 STRING 'APP ' WS-ED-APP ' ARM ' ARM-FLAG               01340000
                        ' RATE NOW ' WS-ED-PCT                          01350000
                        ' APR AT BOOKING ' WS-ED-APR                    01360000
                        DELIMITED BY SIZE INTO RPT-LINE                 01370000
                 END-STRING                                             01380000
                 WRITE RPT-LINE                                         01390000
              END-IF                                                    01400000
           END-IF                                                       01410000
           EXIT.                                                        01420000
                                                                        01430000
       900-TERMINATE.                                                   01440000
           EXEC SQL                                                     01450000
              CLOSE CAPC                                                01460000
           END-EXEC                                                     01470000
           MOVE WS-OVER-CNT TO WS-ED-CNT                                01480000
           MOVE SPACES TO RPT-LINE                                      01490000
           STRING 'LOANS OVER THE CAP ' WS-ED-CNT                       01500000
                  DELIMITED BY SIZE INTO RPT-LINE                       01510000
           END-STRING                                                   01520000
           WRITE RPT-LINE                                               01530000
           CLOSE CAP-REPORT                                             01540000
      *    A BREACH IS FOR COMPLIANCE TO ACT ON, NOT A FAILED RUN -     01550000
      *    RC 4 FLAGS IT WITHOUT STOPPING THE CYCLE                     01560000
           IF WS-OVER-CNT > ZERO                                        01570000
              MOVE 4 TO RETURN-CODE                                     01580000
           END-IF                                                       01590000
           MOVE WS-LOANS-CNT TO WS-ED-CNT                               01600000
           DISPLAY 'LOANCAPC - LIVE LOANS TESTED      : ' WS-ED-CNT     01610000
           MOVE WS-OVER-CNT TO WS-ED-CNT                                01620000
           DISPLAY 'LOANCAPC - LOANS ABOVE THE CAP    : ' WS-ED-CNT     01630000
           PERFORM 950-LOG-RUN-HISTORY                                  01640000
           EXIT.                                                        01650000
                                                                        01660000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      01670000
      *    THE COUNTERS THIS JOB ALREADY KEEPS, FOR THE OPERATIONS      01680000
      *    CONSOLE'S DURATION TRENDING                                  01690000
       950-LOG-RUN-HISTORY.                                             01700000
           EXEC SQL                                                     01710000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       01720000
                INTO :RUNH-RUN-ID                                       01730000
                FROM KALA15.BATCH_RUN_HISTORY                           01740000
           END-EXEC                                                     01750000
           MOVE 'LOANCAPC' TO RUNH-JOB-NAME                             01760000
           MOVE WS-LOANS-CNT TO RUNH-RECS-READ                          01770000
           MOVE ZERO TO RUNH-RECS-UPDATED                               01780000
           MOVE WS-OVER-CNT TO RUNH-RECS-WRITTEN                        01790000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              01800000
           EXEC SQL                                                     01810000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      01820000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        01830000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   01840000
              VALUES                                                    01850000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          01860000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   01870000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               01880000
                  :RUNH-RUN-RC)                                         01890000
           END-EXEC                                                     01900000
           EXEC SQL                                                     01910000
              COMMIT                                                    01920000
           END-EXEC                                                     01930000
           EXIT.                                                        01940000
