       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANLIMR.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT LIMITATION-REPORT ASSIGN TO LIMRRPT                   00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-RPT-STATUS.                            00080000
       DATA DIVISION.                                                   00090000
       FILE SECTION.                                                    00100000
       FD  LIMITATION-REPORT                                            00110000
           RECORDING MODE F                                             00120000
           LABEL RECORDS STANDARD.                                      00130000
       01  RPT-LINE                PIC X(80).                           00140000
                                                                        00150000
       WORKING-STORAGE SECTION.                                         00160000
           EXEC SQL                                                     00170000
              INCLUDE SQLCA                                             00180000
           END-EXEC.                                                    00190000
           EXEC SQL                                                     00200000
              INCLUDE CLAIMLIM                                          00210000
           END-EXEC.                                                    00220000
           EXEC SQL                                                     00230000
              INCLUDE BUSPARM                                           00240000
           END-EXEC.                                                    00250000
                                                                        00260000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00270000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00280000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                00290000
      *    HOW FAR AHEAD TO WARN - LONG ENOUGH FOR A LETTER OR A        00300000
      *    FILING TO BE MADE BEFORE THE CLAIM IS LOST                   00310000
       01  WS-WARN-MONTHS          PIC S9(9) COMP VALUE 6.              00320000
       01  WS-CASES                PIC 9(7)  VALUE ZERO.                00330000
       01  WS-OPEN-BAL             PIC S9(10)V9(2) COMP-3 VALUE ZERO.   00340000
       01  WS-TOT-OPEN             PIC S9(12)V9(2) COMP-3 VALUE ZERO.   00350000
       01  WS-ED-APP               PIC 9(8).                            00360000
       01  WS-ED-BAL               PIC ZZZZZZZ9.99.                     00370000
       01  WS-ED-TOT               PIC ZZZZZZZZZZ9.99.                  00380000
                                                                        00390000
       PROCEDURE DIVISION.                                              00400000
       000-MAIN-PARA.                                                   00410000
           PERFORM 100-INITIALIZE                                       00420000
           PERFORM 200-REPORT-ONE-CLAIM UNTIL WS-NO-MORE-ROWS           00430000
           PERFORM 900-TERMINATE                                        00440000
           STOP RUN.                                                    00450000
                                                                        00460000
       100-INITIALIZE.                                                  00470000
           OPEN OUTPUT LIMITATION-REPORT                                00480000
           IF WS-RPT-STATUS NOT = '00'                                  00490000
              DISPLAY 'LOANLIMR - UNABLE TO OPEN LIMITATION-REPORT, '   00500000
                      'STATUS = ' WS-RPT-STATUS                         00510000
              MOVE 16 TO RETURN-CODE                                    00520000
              STOP RUN                                                  00530000
           END-IF                                                       00540000
                                                                        00550000
           MOVE 'LIMIT_WARN_MONTHS' TO BUSPARM-NAME                     00560000
           EXEC SQL                                                     00570000
              SELECT PARAM_VALUE                                        00580000
                INTO :BUSPARM-VALUE                                     00590000
                FROM KALA15.BUSINESS_PARAM                              00600000
               WHERE PARAM_NAME = :BUSPARM-NAME                         00610000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     00620000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     00630000
           END-EXEC                                                     00640000
           IF SQLCODE = 00                                              00650000
              MOVE BUSPARM-VALUE TO WS-WARN-MONTHS                      00660000
           END-IF                                                       00670000
                                                                        00680000
           MOVE 'CLAIMS APPROACHING THE LIMITATION DATE' TO RPT-LINE    00690000
           WRITE RPT-LINE                                               00700000
                                                                        00710000
      *    EVERY CLAIM STILL ENFORCEABLE THAT RUNS OUT WITHIN THE       00720000
      *    WARNING WINDOW, SOONEST FIRST. THE OPEN BALANCE OF A         00730000
      *    CHARGED-OFF LOAN IS WHAT IS LEFT AFTER RECOVERIES; OTHERWISE 00740000
      *    IT IS THE BALANCE ENTERING THE FIRST UNPAID INSTALLMENT      00750000
           EXEC SQL                                                     00760000
              DECLARE LIMRC CURSOR FOR                                  00770000
              SELECT L.APP_ID, L.EXPIRY_DATE, L.LIMIT_STATUS,           00780000
                     L.LAST_EVENT_TYPE, L.LAST_EVENT_DATE,              00790000
                     COALESCE(                                          00800000
                        (SELECT C.CHARGED_BALANCE - C.RECOVERED_AMT     00810000
                           FROM KALA15.CHARGE_OFF C                     00820000
                          WHERE C.APP_ID = L.APP_ID),                   00830000
                        (SELECT S.ACTUAL_BALANCE_AMT                    00840000
                           FROM KALA15.PAYMENT_SCHEDULE S               00850000
                          WHERE S.APP_ID = L.APP_ID                     00860000
                            AND S.ACTUAL_BALANCE_AMT IS NOT NULL        00870000
                            AND S.INSTALLMENT_NO =                      00880000
                               (SELECT MAX(S2.INSTALLMENT_NO)           00890000
                                  FROM KALA15.PAYMENT_SCHEDULE S2       00900000
                                 WHERE S2.APP_ID = L.APP_ID             00910000
                                   AND S2.ACTUAL_BALANCE_AMT            00920000
                                       IS NOT NULL)),                   00930000
                        A.LOAN_AMN)                                     00940000
                FROM KALA15.CLAIM_LIMITATION L                          00950000
                JOIN KALA15.APPLICATIONS A                              00960000
                  ON A.APP_ID = L.APP_ID                                00970000
               WHERE L.LIMIT_STATUS IN ('L', 'J')                       00980000
                 AND L.EXPIRY_DATE <                                    00990000
                        CURRENT DATE + :WS-WARN-MONTHS MONTHS           01000000
               ORDER BY L.EXPIRY_DATE, L.APP_ID                         01010000
           END-EXEC                                                     01020000
           EXEC SQL                                                     01030000
              OPEN LIMRC                                                01040000
           END-EXEC                                                     01050000
           EXIT.                                                        01060000
                                                                        01070000
       200-REPORT-ONE-CLAIM.                                            01080000
           EXEC SQL                                                     01090000
              FETCH LIMRC                                               01100000
                INTO :CLIM-APP-ID, :CLIM-EXPIRY-DATE,                   01110000
                     :CLIM-LIMIT-STATUS, :CLIM-LAST-EVENT-TYPE,         01120000
                     :CLIM-LAST-EVENT-DATE, :WS-OPEN-BAL                01130000
           END-EXEC                                                     01140000
                                                                        01150000
           IF SQLCODE NOT = 00                                          01160000
              MOVE 'Y' TO WS-EOF-SW                                     01170000
           ELSE                                                         01180000
              ADD 1 TO WS-CASES                                         01190000
              ADD WS-OPEN-BAL TO WS-TOT-OPEN                            01200000
              MOVE CLIM-APP-ID TO WS-ED-APP                             01210000
              MOVE WS-OPEN-BAL TO WS-ED-BAL                             01220000
              MOVE SPACES TO RPT-LINE                                   01230000
              STRING 'APP ' WS-ED-APP ' EXPIRES ' CLIM-EXPIRY-DATE      01240000
                     ' ' CLIM-LIMIT-STATUS                              01250000
                     ' LAST ' CLIM-LAST-EVENT-TYPE                      01260000
                     ' ' CLIM-LAST-EVENT-DATE                           01270000
                     ' OPEN ' WS-ED-BAL                                 01280000
                     DELIMITED BY SIZE INTO RPT-LINE                    01290000
              END-STRING                                                01300000
              WRITE RPT-LINE                                            01310000
           END-IF                                                       01320000
           EXIT.                                                        01330000
                                                                        01340000
       900-TERMINATE.                                                   01350000
           EXEC SQL                                                     01360000
              CLOSE LIMRC                                               01370000
           END-EXEC                                                     01380000
           MOVE WS-TOT-OPEN TO WS-ED-TOT                                01390000
           MOVE SPACES TO RPT-LINE                                      01400000
           STRING 'TOTAL OPEN BALANCE AT RISK ' WS-ED-TOT               01410000
                  DELIMITED BY SIZE INTO RPT-LINE                       01420000
           END-STRING                                                   01430000
           WRITE RPT-LINE                                               01440000
           CLOSE LIMITATION-REPORT                                      01450000
           DISPLAY 'LOANLIMR - CLAIMS NEAR EXPIRY : ' WS-CASES          01460000
           EXIT.                                                        01470000
