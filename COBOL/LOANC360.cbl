          05 WS-DRILL-SW           PIC X.                               00000270
          05 WS-DRILL-SSN          PIC X(11).                           00000280
                                                                        00000290
      *    COMMAREA HANDED TO LOANCNOT ON PF12 SO THE CASE NOTES OPEN   00000291
      *    ON THE CUSTOMER ON THIS SCREEN                               00000292
       01 WS-NOTE-COMMAREA.                                             00000293
          05 WS-NOTE-SW            PIC X.                               00000294
          05 WS-NOTE-CALLER        PIC X(8).                            00000295
          05 WS-NOTE-SSN           PIC X(11).                           00000296
          05 WS-NOTE-APP-ID        PIC 9(8).                            00000297
                                                                        00000298
      *    WORK AREA FOR THE PF9 BALANCE CONFIRMATION CERTIFICATE       00000299
       01 WS-SPOOL-TOKEN           PIC S9(8) COMP.                      0000029A
       01 WS-LETTER-LINE           PIC X(80).                           0000029B
       01 WS-CERT-AMT-DISP         PIC ZZZZZZZZ9.99.                    0000029C
       01 WS-CERT-TOTAL            PIC 9(9)V9(2).                       0000029D
       01 WS-CERT-IX               PIC 9(2).                            0000029E
       01 WS-CERT-ABSTIME          PIC S9(15) COMP-3.                   0000029F
       01 WS-CERT-ISSUED-DATE      PIC X(10).                           0000029G
                                                                        0000029H
       LINKAGE SECTION.                                                 00000300
       01 DFHCOMMAREA              PIC X(15).                           00000310
                                                                        00000320
      *    PAYMENTS, CO-APPLICANT ROLES IN BOTH DIRECTIONS, COLLATERAL  00000350
      *    AND RECENT CORRESPONDENCE, EIGHT LINES AT A TIME. THE        00000360
      *    SECTION FIELD PICKS THE LIST (A/D/P/C/L/R), PF7/PF8 PAGE,    00000370
      *    PF6 DRILLS INTO LOANSRCH WITH THE CUSTOMER PRESELECTED.      00000371
      *    SECTION H PAGES THE FIELD-LEVEL EDITS TO THE CUSTOMER AND    00000372
      *    THEIR APPLICATIONS - WHO, WHEN, OLD VALUE AND NEW            00000373
      *    SECTION S LISTS STOP CODES ON THE CUSTOMER AND THEIR LOANS,  00000374
      *    ACTIVE FIRST, WITH ANY REVIEW NOW OVERDUE FLAGGED            00000375
      *    SECTION V SHOWS THE CUSTOMER'S VULNERABLE-REGISTER ENTRIES   00000376
      *    SECTION G SHOWS GUARDIANSHIPS OVER THE CUSTOMER WITH THE     00000377
      *    GUARDIAN'S NAME AND ADDRESS FOR CORRESPONDENCE               00000378
      *    SECTION W SHOWS WHO MAY ACT FOR THE CUSTOMER - AUTHORISED    00000379
      *    REPRESENTATIVES WITH SCOPE, VALIDITY AND DOCUMENT REFERENCE  0000037A
      *    SECTION N PAGES THE CASE NOTES ON THE CUSTOMER AND THEIR     0000037B
      *    LOANS; PF12 OPENS THEM IN LOANCNOT TO ADD ONE                0000037C
      *    PF9 SPOOLS A BALANCE CONFIRMATION CERTIFICATE FOR THE KEYED  0000037D
      *    APPLICATION AS OF THE KEYED DATE, OPTIONALLY ADDRESSED TO A  0000037E
      *    THIRD PARTY                                                  0000037F
       PROCEDURE DIVISION.                                              00000390
       000-MAIN-PARA.                                                   00000400
           INITIALIZE DATAGROUP                                         00000410
                    PERFORM 200-SEND-DATAONLY                           00000880
                 END-IF                                                 00000890
                                                                        00000900
      *    WHEN USER PRESSES PF9 CONFIRM A LOAN BALANCE AS OF A DATE    00000901
              WHEN EIBAID = DFHPF9                                      00000902
                 PERFORM 400-RECEIVE-DATA                               00000903
                 PERFORM 800-REQUEST-BALANCE-CERT                       00000904
                                                                        00000905
      *    WHEN USER PRESSES PF12 OPEN THE CASE NOTES FOR THIS CUSTOMER 00000906
              WHEN EIBAID = DFHPF12                                     00000907
                 PERFORM 400-RECEIVE-DATA                               00000908
                 PERFORM 950-OPEN-CASE-NOTES                            00000909
                                                                        0000090A
      *    WHEN USER PRESSES ENTER LOAD THE KEYED CUSTOMER/SECTION      00000910
              WHEN EIBAID = DFHENTER                                    00000920
                 PERFORM 400-RECEIVE-DATA                               00000930
           EXIT.                                                        00001440
                                                                        00001450
      *    THE KEYED SSN/SECTION OVERRIDE WHAT THE LAST TURN SAVED;     00001460
      *    LEFT BLANK, THE SAVED ONES CARRY THE PAGING FORWARD. A REP   00001461
      *    ID IS KEYED ONLY WHEN AN AUTHORISED REPRESENTATIVE, NOT THE  00001462
      *    CUSTOMER, ASKS - LOANDB2 CHECKS THEIR SCOPE AND RECORDS IT   00001463
       400-RECEIVE-DATA.                                                00001480
           EXEC CICS RECEIVE                                            00001490
                MAP('LC360')                                            00001500
           IF WS-SAVE-PAGE IS NOT NUMERIC OR WS-SAVE-PAGE = ZERO        00001650
              MOVE 1 TO WS-SAVE-PAGE                                    00001660
           END-IF                                                       00001670
           IF C3REPI IS NUMERIC                                         00001671
              MOVE C3REPI TO WS-ACTING-REP-ID                           00001672
           END-IF                                                       00001673
           EXIT.                                                        00001680
                                                                        00001690
       600-INQUIRE-CUSTOMER.                                            00001700
           MOVE WS-LIST-LINE (8) TO C3L8O                               00002230
           EXIT.                                                        00002240
                                                                        00002250
      *    ASK LOANDB2 FOR THE BALANCES OF THE KEYED APPLICATION AS OF  00002252
      *    THE KEYED DATE (TODAY WHEN LEFT BLANK) AND SPOOL THE         00002253
      *    CERTIFICATE FOR SIGNING - TO THE THIRD PARTY WHEN A NAME     00002254
      *    IS KEYED, OTHERWISE TO THE BORROWER                          00002255
       800-REQUEST-BALANCE-CERT.                                        00002256
           IF C3APPI IS NOT NUMERIC OR C3APPI = ZERO                    00002257
              MOVE 'APPLICATION ID MUST BE ENTERED' TO C3MSGO           00002258
              MOVE -1 TO C3APPL                                         00002259
              PERFORM 200-SEND-DATAONLY                                 0000225A
           ELSE                                                         0000225B
              SET SW-BAL-CERT TO TRUE                                   0000225C
              MOVE C3APPI TO WS-APP-ID                                  0000225D
              PERFORM 805-COLLECT-CERT-INPUTS                           0000225E
                                                                        0000225F
              EXEC CICS LINK                                            0000225G
                   PROGRAM('LOANDB2')                                   0000225H
                   COMMAREA(DATAGROUP)                                  0000225I
                   RESP(WS-RESPCODE)                                    0000225J
              END-EXEC                                                  0000225K
                                                                        0000225L
              EVALUATE TRUE                                             0000225M
                 WHEN WS-RESPCODE NOT = DFHRESP(NORMAL)                 0000225N
                    MOVE 'ERROR LINKING TO LOANDB2' TO C3MSGO           0000225O
                    PERFORM 100-SEND-MAP                                0000225P
                 WHEN WS-MESSAGE = 'BALANCE CERTIFICATE CREATED'        0000225Q
                    PERFORM 810-SPOOL-BALANCE-CERT                      0000225R
                    MOVE WS-CERT-ASOF-DATE TO C3ASOFO                   0000225S
                    MOVE 'CERTIFICATE SPOOLED - SEE PRINT QUEUE'        0000225T
                       TO C3MSGO                                        0000225U
                    PERFORM 200-SEND-DATAONLY                           0000225V
                 WHEN OTHER                                             0000225W
                    MOVE WS-MESSAGE TO C3MSGO                           0000225X
                    MOVE -1 TO C3ASOFL                                  0000225Y
                    PERFORM 200-SEND-DATAONLY                           0000225Z
              END-EVALUATE                                              00002260
           END-IF                                                       00002261
           EXIT.                                                        00002262
                                                                        00002263
      *    FIELDS LEFT UNTOUCHED ON THE SCREEN COME BACK AS LOW-VALUES  00002264
       805-COLLECT-CERT-INPUTS.                                         00002265
           MOVE SPACES TO WS-CERT-ASOF-DATE                             00002266
           MOVE SPACES TO WS-CERT-TO-NAME                               00002267
           MOVE SPACES TO WS-CERT-TO-ADDRESS                            00002268
           MOVE SPACES TO WS-CERT-TO-POSTAL                             00002269
           MOVE SPACES TO WS-CERT-TO-CITY                               0000226A
           IF C3ASOFI NOT = LOW-VALUES                                  0000226B
              MOVE C3ASOFI TO WS-CERT-ASOF-DATE                         0000226C
           END-IF                                                       0000226D
           IF C3TPNMI NOT = LOW-VALUES                                  0000226E
              MOVE C3TPNMI TO WS-CERT-TO-NAME                           0000226F
           END-IF                                                       0000226G
           IF C3TPADI NOT = LOW-VALUES                                  0000226H
              MOVE C3TPADI TO WS-CERT-TO-ADDRESS                        0000226I
           END-IF                                                       0000226J
           IF C3TPPCI NOT = LOW-VALUES                                  0000226K
              MOVE C3TPPCI TO WS-CERT-TO-POSTAL                         0000226L
           END-IF                                                       0000226M
           IF C3TPCYI NOT = LOW-VALUES                                  0000226N
              MOVE C3TPCYI TO WS-CERT-TO-CITY                           0000226O
           END-IF                                                       0000226P
           EXIT.                                                        0000226Q
                                                                        0000226R
      *    FORMATS THE CERTIFICATE AS A LETTER AND WRITES IT TO JES     0000226S
      *    SPOOL THE SAME WAY AS THE PAYOFF QUOTE LETTER, THEN LOGS IT  0000226T
      *    IN THE CORRESPONDENCE HISTORY AGAINST WHOEVER RECEIVED IT    0000226U
       810-SPOOL-BALANCE-CERT.                                          0000226V
           EXEC CICS ASKTIME                                            0000226W
                ABSTIME(WS-CERT-ABSTIME)                                0000226X
           END-EXEC                                                     0000226Y
           EXEC CICS FORMATTIME                                         0000226Z
                ABSTIME(WS-CERT-ABSTIME)                                00002270
                YYYYMMDD(WS-CERT-ISSUED-DATE)                           00002271
                DATESEP('-')                                            00002272
           END-EXEC                                                     00002273
                                                                        00002274
           EXEC CICS SPOOLOPEN OUTPUT                                   00002275
              TOKEN(WS-SPOOL-TOKEN)                                     00002276
              NOHANDLE                                                  00002277
           END-EXEC                                                     00002278
                                                                        00002279
           MOVE SPACES TO WS-LETTER-LINE                                0000227A
           STRING 'BALANCE CONFIRMATION CERTIFICATE NO. ' WS-CERT-ID    0000227B
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 0000227C
           END-STRING                                                   0000227D
           PERFORM 820-SPOOL-CERT-LINE                                  0000227E
           MOVE SPACES TO WS-LETTER-LINE                                0000227F
           PERFORM 820-SPOOL-CERT-LINE                                  0000227G
                                                                        0000227H
      *    THE ADDRESS BLOCK - THE THIRD PARTY WHEN ONE WAS KEYED       0000227I
           MOVE SPACES TO WS-LETTER-LINE                                0000227J
           IF WS-CERT-TO-NAME NOT = SPACES                              0000227K
              MOVE WS-CERT-TO-NAME TO WS-LETTER-LINE                    0000227L
              PERFORM 820-SPOOL-CERT-LINE                               0000227M
              MOVE WS-CERT-TO-ADDRESS TO WS-LETTER-LINE                 0000227N
              PERFORM 820-SPOOL-CERT-LINE                               0000227O
              MOVE SPACES TO WS-LETTER-LINE                             0000227P
              STRING WS-CERT-TO-POSTAL ' ' WS-CERT-TO-CITY              0000227Q
                     DELIMITED BY SIZE INTO WS-LETTER-LINE              0000227R
              END-STRING                                                0000227S
           ELSE                                                         0000227T
              STRING WS-F-NAME DELIMITED BY SPACE                       0000227U
                     ' '       DELIMITED BY SIZE                        0000227V
                     WS-L-NAME DELIMITED BY SPACE                       0000227W
                     INTO WS-LETTER-LINE                                0000227X
              END-STRING                                                0000227Y
              PERFORM 820-SPOOL-CERT-LINE                               0000227Z
              MOVE WS-ADDRESS TO WS-LETTER-LINE                         00002280
              PERFORM 820-SPOOL-CERT-LINE                               00002281
              MOVE SPACES TO WS-LETTER-LINE                             00002282
              STRING WS-POSTAL-CODE ' ' WS-CITY                         00002283
                     DELIMITED BY SIZE INTO WS-LETTER-LINE              00002284
              END-STRING                                                00002285
           END-IF                                                       00002286
           PERFORM 820-SPOOL-CERT-LINE                                  00002287
           MOVE SPACES TO WS-LETTER-LINE                                00002288
           PERFORM 820-SPOOL-CERT-LINE                                  00002289
                                                                        0000228A
           MOVE SPACES TO WS-LETTER-LINE                                0000228B
           STRING 'LOAN ' WS-APP-ID ' - BORROWER '                      0000228C
                                  DELIMITED BY SIZE                     0000228D
                  WS-F-NAME       DELIMITED BY SPACE                    0000228E
                  ' '             DELIMITED BY SIZE                     0000228F
                  WS-L-NAME       DELIMITED BY SPACE                    0000228G
                  INTO WS-LETTER-LINE                                   0000228H
           END-STRING                                                   0000228I
           PERFORM 820-SPOOL-CERT-LINE                                  0000228J
           MOVE SPACES TO WS-LETTER-LINE                                0000228K
           STRING 'WE CONFIRM THE BALANCES OF THIS LOAN AT THE END OF ' 0000228L
                  WS-CERT-ASOF-DATE                                     0000228M
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 0000228N
           END-STRING                                                   0000228O
           PERFORM 820-SPOOL-CERT-LINE                                  0000228P
                                                                        0000228Q
           MOVE WS-CERT-PRINCIPAL TO WS-CERT-AMT-DISP                   0000228R
           MOVE SPACES TO WS-LETTER-LINE                                0000228S
           STRING '  PRINCIPAL OUTSTANDING        ' WS-CERT-AMT-DISP    0000228T
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 0000228U
           END-STRING                                                   0000228V
           PERFORM 820-SPOOL-CERT-LINE                                  0000228W
           MOVE WS-CERT-ACCRUED-INT TO WS-CERT-AMT-DISP                 0000228X
           MOVE SPACES TO WS-LETTER-LINE                                0000228Y
           STRING '  ACCRUED INTEREST             ' WS-CERT-AMT-DISP    0000228Z
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 00002290
           END-STRING                                                   00002291
           PERFORM 820-SPOOL-CERT-LINE                                  00002292
           MOVE WS-CERT-FEES TO WS-CERT-AMT-DISP                        00002293
           MOVE SPACES TO WS-LETTER-LINE                                00002294
           STRING '  FEES AND CHARGES             ' WS-CERT-AMT-DISP    00002295
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 00002296
           END-STRING                                                   00002297
           PERFORM 820-SPOOL-CERT-LINE                                  00002298
           COMPUTE WS-CERT-TOTAL = WS-CERT-PRINCIPAL                    00002299
                                 + WS-CERT-ACCRUED-INT + WS-CERT-FEES   0000229A
           MOVE WS-CERT-TOTAL TO WS-CERT-AMT-DISP                       0000229B
           MOVE SPACES TO WS-LETTER-LINE                                0000229C
           STRING '  TOTAL OWED                   ' WS-CERT-AMT-DISP    0000229D
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 0000229E
           END-STRING                                                   0000229F
           PERFORM 820-SPOOL-CERT-LINE                                  0000229G
           MOVE WS-CERT-ARREARS TO WS-CERT-AMT-DISP                     0000229H
           MOVE SPACES TO WS-LETTER-LINE                                0000229I
           STRING '  OF WHICH PAST DUE            ' WS-CERT-AMT-DISP    0000229J
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 0000229K
           END-STRING                                                   0000229L
           PERFORM 820-SPOOL-CERT-LINE                                  0000229M
           MOVE SPACES TO WS-LETTER-LINE                                0000229N
           PERFORM 820-SPOOL-CERT-LINE                                  0000229O
                                                                        0000229P
           MOVE 'GUARANTEES AND COLLATERAL IN FORCE ON THAT DATE:'      0000229Q
              TO WS-LETTER-LINE                                         0000229R
           PERFORM 820-SPOOL-CERT-LINE                                  0000229S
           IF WS-LIST-CNT = ZERO                                        0000229T
              MOVE '  NONE' TO WS-LETTER-LINE                           0000229U
              PERFORM 820-SPOOL-CERT-LINE                               0000229V
           ELSE                                                         0000229W
              MOVE 1 TO WS-CERT-IX                                      0000229X
              PERFORM 815-SPOOL-SECURITY-LINE                           0000229Y
                 UNTIL WS-CERT-IX > WS-LIST-CNT                         0000229Z
           END-IF                                                       000022A0
           MOVE SPACES TO WS-LETTER-LINE                                000022A1
           PERFORM 820-SPOOL-CERT-LINE                                  000022A2
                                                                        000022A3
           MOVE SPACES TO WS-LETTER-LINE                                000022A4
           STRING 'ISSUED ' WS-CERT-ISSUED-DATE                         000022A5
                  ' FOR AND ON BEHALF OF THE LENDER'                    000022A6
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 000022A7
           END-STRING                                                   000022A8
           PERFORM 820-SPOOL-CERT-LINE                                  000022A9
           MOVE SPACES TO WS-LETTER-LINE                                000022AA
           PERFORM 820-SPOOL-CERT-LINE                                  000022AB
           MOVE '______________________________' TO WS-LETTER-LINE      000022AC
           PERFORM 820-SPOOL-CERT-LINE                                  000022AD
           MOVE 'AUTHORISED SIGNATORY' TO WS-LETTER-LINE                000022AE
           PERFORM 820-SPOOL-CERT-LINE                                  000022AF
                                                                        000022AG
           EXEC CICS SPOOLCLOSE                                         000022AH
              TOKEN(WS-SPOOL-TOKEN)                                     000022AI
           END-EXEC                                                     000022AJ
      *    THE CERTIFICATE JOINS THE CORRESPONDENCE HISTORY UNDER THE   000022AK
      *    NAME OF WHOEVER IT WAS ADDRESSED TO                          000022AL
           SET SW-CORRESPONDENCE TO TRUE                                000022AM
           MOVE ZERO TO WS-ACTING-REP-ID                                000022AN
           MOVE 'BALCERT' TO WS-CORR-TYPE                               000022AN
           IF WS-CERT-TO-NAME NOT = SPACES                              000022AO
              MOVE WS-CERT-TO-NAME TO WS-CORR-DEST                      000022AP
           ELSE                                                         000022AQ
              MOVE WS-SSN TO WS-CORR-DEST                               000022AR
           END-IF                                                       000022AS
           EXEC CICS LINK                                               000022AT
                PROGRAM('LOANDB2')                                      000022AU
                COMMAREA(DATAGROUP)                                     000022AV
                RESP(WS-RESPCODE)                                       000022AW
           END-EXEC                                                     000022AX
           EXIT.                                                        000022AY
                                                                        000022AZ
       815-SPOOL-SECURITY-LINE.                                         000022B0
           MOVE SPACES TO WS-LETTER-LINE                                000022B1
           STRING '  ' WS-LIST-LINE (WS-CERT-IX)                        000022B2
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 000022B3
           END-STRING                                                   000022B4
           PERFORM 820-SPOOL-CERT-LINE                                  000022B5
           ADD 1 TO WS-CERT-IX                                          000022B6
           EXIT.                                                        000022B7
                                                                        000022B8
       820-SPOOL-CERT-LINE.                                             000022B9
           EXEC CICS SPOOLWRITE                                         000022BA
              TOKEN(WS-SPOOL-TOKEN)                                     000022BB
              FROM(WS-LETTER-LINE)                                      000022BC
              FLENGTH(LENGTH OF WS-LETTER-LINE)                         000022BD
           END-EXEC                                                     000022BE
           EXIT.                                                        000022BF
                                                                        000022BG
      *    THE NOTES OPEN ON THE CUSTOMER, NARROWED TO THE LOAN IN THE  000022BH
      *    APPLICATION FIELD WHEN ONE IS KEYED                          000022BI
       950-OPEN-CASE-NOTES.                                             000022BJ
           MOVE 'D'        TO WS-NOTE-SW                                000022BK
           MOVE 'LOANC360' TO WS-NOTE-CALLER                            000022BL
           MOVE WS-SAVE-SSN TO WS-NOTE-SSN                              000022BM
           IF C3APPI IS NUMERIC                                         000022BN
              MOVE C3APPI TO WS-NOTE-APP-ID                             000022BO
           ELSE                                                         000022BP
              MOVE ZERO TO WS-NOTE-APP-ID                               000022BQ
           END-IF                                                       000022BR
           IF (WS-NOTE-SSN = SPACES OR WS-NOTE-SSN = LOW-VALUES)        000022BS
              AND WS-NOTE-APP-ID = ZERO                                 000022BT
              MOVE 'KEY A PERSONAL ID FIRST' TO C3MSGO                  000022BU
              MOVE -1 TO C3SSNL                                         000022BV
              PERFORM 200-SEND-DATAONLY                                 000022BW
           ELSE                                                         000022BX
              EXEC CICS XCTL                                            000022BY
                   PROGRAM('LOANCNOT')                                  000022BZ
                   COMMAREA(WS-NOTE-COMMAREA)                           000022C0
                   RESP(WS-RESPCODE)                                    000022C1
              END-EXEC                                                  000022C2
              IF WS-RESPCODE = DFHRESP(NORMAL)                          000022C3
                 CONTINUE                                               000022C4
              ELSE                                                      000022C5
                 MOVE 'PRGM NOT FOUND' TO C3MSGO                        000022C6
                 PERFORM 200-SEND-DATAONLY                              000022C7
              END-IF                                                    000022C8
           END-IF                                                       000022C9
           EXIT.                                                        000022CA
