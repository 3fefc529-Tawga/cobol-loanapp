       01 WS-LETTER-LINE           PIC X(80).                           00000152
       01 WS-QUOTE-TOTAL-DISP      PIC ZZZZZZZ9.99.                     00000153
       01 WS-QUOTE-PERDIEM-DISP    PIC ZZZZZZZ9.99.                     00000154
                                                                        00000155
      *    COMMAREA HANDED TO LOANCNOT ON PF12 SO THE CASE NOTES OPEN   00000156
      *    ON THE LOAN ON THIS SCREEN                                   00000157
       01 WS-NOTE-COMMAREA.                                             00000158
          05 WS-NOTE-SW            PIC X.                               00000159
          05 WS-NOTE-CALLER        PIC X(8).                            0000015A
          05 WS-NOTE-SSN           PIC X(11).                           0000015B
          05 WS-NOTE-APP-ID        PIC 9(8).                            0000015C
                                                                        0000015D
      *    WORK AREA FOR THE PF9 BALANCE CONFIRMATION CERTIFICATE       00000156
       01 WS-CERT-AMT-DISP         PIC ZZZZZZZZ9.99.                    00000157
       01 WS-CERT-TOTAL            PIC 9(9)V9(2).                       00000158
       01 WS-CERT-IX               PIC 9(2).                            00000159
       01 WS-CERT-ABSTIME          PIC S9(15) COMP-3.                   0000015A
       01 WS-CERT-ISSUED-DATE      PIC X(10).                           0000015B
                                                                        00000160
       PROCEDURE DIVISION.                                              00000170
       000-MAIN-PARA.                                                   00000180
                 PERFORM 400-RECEIVE-DATA                               00000363
                 PERFORM 800-REQUEST-PAYOFF-QUOTE                       00000364
                                                                        00000365
      *       WHEN USER PRESSES PF9 CONFIRM THE BALANCE AS OF A DATE    00000366
              WHEN EIBAID = DFHPF9                                      00000367
                 PERFORM 400-RECEIVE-DATA                               00000368
                 PERFORM 900-REQUEST-BALANCE-CERT                       00000369
                                                                        0000036A
      *       WHEN USER PRESSES PF7 PAGE BACK ONE INSTALLMENT           00000370
              WHEN EIBAID = DFHPF7                                      00000380
                 PERFORM 400-RECEIVE-DATA                               00000390
                 PERFORM 400-RECEIVE-DATA                               00000440
                 PERFORM 610-PAGE-FORWARD                               00000450
                                                                        00000460
      *       WHEN USER PRESSES PF12 OPEN THE CASE NOTES FOR THE LOAN   00000461
              WHEN EIBAID = DFHPF12                                     00000462
                 PERFORM 400-RECEIVE-DATA                               00000463
                 PERFORM 950-OPEN-CASE-NOTES                            00000464
                                                                        00000465
      *       WHEN USER PRESSES ANY OTHER AID KEY SEND INVAL MESSAGE    00000470
              WHEN OTHER                                                00000480
                 MOVE 'INVALID KEY PRESSED.' TO MSGO                    00000490
           END-IF                                                       00000900
           EXIT.                                                        00000910
                                                                        00000920
      *    A REP ID IS KEYED ONLY WHEN AN AUTHORISED REPRESENTATIVE,    00000921
      *    NOT THE CUSTOMER, ASKS - LOANDB2 CHECKS THEIR SCOPE AND      00000922
      *    RECORDS IT                                                   00000923
       400-RECEIVE-DATA.                                                00000930
           EXEC CICS RECEIVE                                            00000940
                MAP('LSKED')                                            00000950
                INTO(LSKEDI)                                            00000970
                RESP(WS-RESPCODE)                                       00000980
           END-EXEC                                                     00000990
           IF REPIDI IS NUMERIC                                         00000991
              MOVE REPIDI TO WS-ACTING-REP-ID                           00000992
           END-IF                                                       00000993
           EXIT.                                                        00001000
                                                                        00001010
      *    AN APPLICATION ID IS REQUIRED. A BLANK OR NON-NUMERIC        00001020
           EXEC CICS SPOOLCLOSE                                         00002450
              TOKEN(WS-SPOOL-TOKEN)                                     00002460
           END-EXEC                                                     00002470
      *    QUOTES BELONG IN THE CORRESPONDENCE HISTORY TOO - THE        00002471
      *    LETTER IS THE QUOTE ALREADY CHECKED AND RECORDED, NOT A      00002472
      *    SECOND REQUEST BY ANY REPRESENTATIVE                         00002473
           SET SW-CORRESPONDENCE TO TRUE                                0000247B
           MOVE ZERO TO WS-ACTING-REP-ID                                0000247C
           MOVE 'QUOTE' TO WS-CORR-TYPE                                 0000247C
           MOVE WS-SSN  TO WS-CORR-DEST                                 0000247D
           EXEC CICS LINK                                               0000247E
                RESP(WS-RESPCODE)                                       0000247H
           END-EXEC                                                     0000247I
           EXIT.                                                        00002480
                                                                        00002481
      *    ASK LOANDB2 FOR THE BALANCES AS OF THE KEYED DATE (TODAY     00002482
      *    WHEN LEFT BLANK), SHOW THE PRINCIPAL, AND SPOOL THE          00002483
      *    CERTIFICATE FOR SIGNING - TO THE THIRD PARTY WHEN A NAME     00002484
      *    IS KEYED, OTHERWISE TO THE BORROWER                          00002485
       900-REQUEST-BALANCE-CERT.                                        00002486
           IF APPIDI IS NOT NUMERIC OR APPIDI = ZERO                    00002487
              MOVE 'APPLICATION ID MUST BE ENTERED' TO MSGO             00002488
              MOVE -1 TO APPIDL                                         00002489
              PERFORM 200-SEND-DATAONLY                                 0000248A
           ELSE                                                         0000248B
              SET SW-BAL-CERT TO TRUE                                   0000248C
              MOVE APPIDI TO WS-APP-ID                                  0000248D
              PERFORM 905-COLLECT-CERT-INPUTS                           0000248E
                                                                        0000248F
              EXEC CICS LINK                                            0000248G
                   PROGRAM('LOANDB2')                                   0000248H
                   COMMAREA(DATAGROUP)                                  0000248I
                   RESP(WS-RESPCODE)                                    0000248J
              END-EXEC                                                  0000248K
                                                                        0000248L
              EVALUATE TRUE                                             0000248M
                 WHEN WS-RESPCODE NOT = DFHRESP(NORMAL)                 0000248N
                    MOVE 'ERROR LINKING TO LOANDB2' TO MSGO             0000248O
                    PERFORM 100-SEND-MAP                                0000248P
                 WHEN WS-MESSAGE = 'BALANCE CERTIFICATE CREATED'        0000248Q
                    PERFORM 910-SPOOL-BALANCE-CERT                      0000248R
                    MOVE WS-CERT-ASOF-DATE TO ASOFO                     0000248S
                    MOVE WS-CERT-PRINCIPAL TO BALO                      0000248T
                    MOVE 'CERTIFICATE SPOOLED - SEE PRINT QUEUE'        0000248U
                       TO MSGO                                          0000248V
                    PERFORM 200-SEND-DATAONLY                           0000248W
                 WHEN OTHER                                             0000248X
                    MOVE WS-MESSAGE TO MSGO                             0000248Y
                    MOVE -1 TO ASOFL                                    0000248Z
                    PERFORM 200-SEND-DATAONLY                           00002490
              END-EVALUATE                                              00002491
           END-IF                                                       00002492
           EXIT.                                                        00002493
                                                                        00002494
      *    FIELDS LEFT UNTOUCHED ON THE SCREEN COME BACK AS LOW-VALUES  00002495
       905-COLLECT-CERT-INPUTS.                                         00002496
           MOVE SPACES TO WS-CERT-ASOF-DATE                             00002497
           MOVE SPACES TO WS-CERT-TO-NAME                               00002498
           MOVE SPACES TO WS-CERT-TO-ADDRESS                            00002499
           MOVE SPACES TO WS-CERT-TO-POSTAL                             0000249A
           MOVE SPACES TO WS-CERT-TO-CITY                               0000249B
           IF ASOFI NOT = LOW-VALUES                                    0000249C
              MOVE ASOFI TO WS-CERT-ASOF-DATE                           0000249D
           END-IF                                                       0000249E
           IF TPNMI NOT = LOW-VALUES                                    0000249F
              MOVE TPNMI TO WS-CERT-TO-NAME                             0000249G
           END-IF                                                       0000249H
           IF TPADI NOT = LOW-VALUES                                    0000249I
              MOVE TPADI TO WS-CERT-TO-ADDRESS                          0000249J
           END-IF                                                       0000249K
           IF TPPCI NOT = LOW-VALUES                                    0000249L
              MOVE TPPCI TO WS-CERT-TO-POSTAL                           0000249M
           END-IF                                                       0000249N
           IF TPCYI NOT = LOW-VALUES                                    0000249O
              MOVE TPCYI TO WS-CERT-TO-CITY                             0000249P
           END-IF                                                       0000249Q
           EXIT.                                                        0000249R
                                                                        0000249S
      *    FORMATS THE CERTIFICATE AS A LETTER AND WRITES IT TO JES     0000249T
      *    SPOOL THE SAME WAY AS THE PAYOFF QUOTE LETTER, THEN LOGS IT  0000249U
      *    IN THE CORRESPONDENCE HISTORY AGAINST WHOEVER RECEIVED IT    0000249V
       910-SPOOL-BALANCE-CERT.                                          0000249W
           EXEC CICS ASKTIME                                            0000249X
                ABSTIME(WS-CERT-ABSTIME)                                0000249Y
           END-EXEC                                                     0000249Z
           EXEC CICS FORMATTIME                                         000024A0
                ABSTIME(WS-CERT-ABSTIME)                                000024A1
                YYYYMMDD(WS-CERT-ISSUED-DATE)                           000024A2
                DATESEP('-')                                            000024A3
           END-EXEC                                                     000024A4
                                                                        000024A5
           EXEC CICS SPOOLOPEN OUTPUT                                   000024A6
              TOKEN(WS-SPOOL-TOKEN)                                     000024A7
              NOHANDLE                                                  000024A8
           END-EXEC                                                     000024A9
                                                                        000024AA
           MOVE SPACES TO WS-LETTER-LINE                                000024AB
           STRING 'BALANCE CONFIRMATION CERTIFICATE NO. ' WS-CERT-ID    000024AC
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 000024AD
           END-STRING                                                   000024AE
           PERFORM 920-SPOOL-CERT-LINE                                  000024AF
           MOVE SPACES TO WS-LETTER-LINE                                000024AG
           PERFORM 920-SPOOL-CERT-LINE                                  000024AH
                                                                        000024AI
      *    THE ADDRESS BLOCK - THE THIRD PARTY WHEN ONE WAS KEYED       000024AJ
           MOVE SPACES TO WS-LETTER-LINE                                000024AK
           IF WS-CERT-TO-NAME NOT = SPACES                              000024AL
              MOVE WS-CERT-TO-NAME TO WS-LETTER-LINE                    000024AM
              PERFORM 920-SPOOL-CERT-LINE                               000024AN
              MOVE WS-CERT-TO-ADDRESS TO WS-LETTER-LINE                 000024AO
              PERFORM 920-SPOOL-CERT-LINE                               000024AP
              MOVE SPACES TO WS-LETTER-LINE                             000024AQ
              STRING WS-CERT-TO-POSTAL ' ' WS-CERT-TO-CITY              000024AR
                     DELIMITED BY SIZE INTO WS-LETTER-LINE              000024AS
              END-STRING                                                000024AT
           ELSE                                                         000024AU
              STRING WS-F-NAME DELIMITED BY SPACE                       000024AV
                     ' '       DELIMITED BY SIZE                        000024AW
                     WS-L-NAME DELIMITED BY SPACE                       000024AX
                     INTO WS-LETTER-LINE                                000024AY
              END-STRING                                                000024AZ
              PERFORM 920-SPOOL-CERT-LINE                               000024B0
              MOVE WS-ADDRESS TO WS-LETTER-LINE                         000024B1
              PERFORM 920-SPOOL-CERT-LINE                               000024B2
              MOVE SPACES TO WS-LETTER-LINE                             000024B3
              STRING WS-POSTAL-CODE ' ' WS-CITY                         000024B4
                     DELIMITED BY SIZE INTO WS-LETTER-LINE              000024B5
              END-STRING                                                000024B6
           END-IF                                                       000024B7
           PERFORM 920-SPOOL-CERT-LINE                                  000024B8
           MOVE SPACES TO WS-LETTER-LINE                                000024B9
           PERFORM 920-SPOOL-CERT-LINE                                  000024BA
                                                                        000024BB
           MOVE SPACES TO WS-LETTER-LINE                                000024BC
           STRING 'LOAN ' WS-APP-ID ' - BORROWER '                      000024BD
                                  DELIMITED BY SIZE                     000024BE
                  WS-F-NAME       DELIMITED BY SPACE                    000024BF
                  ' '             DELIMITED BY SIZE                     000024BG
                  WS-L-NAME       DELIMITED BY SPACE                    000024BH
                  INTO WS-LETTER-LINE                                   000024BI
           END-STRING                                                   000024BJ
           PERFORM 920-SPOOL-CERT-LINE                                  000024BK
           MOVE SPACES TO WS-LETTER-LINE                                000024BL
           STRING 'WE CONFIRM THE BALANCES OF THIS LOAN AT THE END OF ' 000024BM
                  WS-CERT-ASOF-DATE                                     000024BN
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 000024BO
           END-STRING                                                   000024BP
           PERFORM 920-SPOOL-CERT-LINE                                  000024BQ
                                                                        000024BR
           MOVE WS-CERT-PRINCIPAL TO WS-CERT-AMT-DISP                   000024BS
           MOVE SPACES TO WS-LETTER-LINE                                000024BT
           STRING '  PRINCIPAL OUTSTANDING        ' WS-CERT-AMT-DISP    000024BU
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 000024BV
           END-STRING                                                   000024BW
           PERFORM 920-SPOOL-CERT-LINE                                  000024BX
           MOVE WS-CERT-ACCRUED-INT TO WS-CERT-AMT-DISP                 000024BY
           MOVE SPACES TO WS-LETTER-LINE                                000024BZ
           STRING '  ACCRUED INTEREST             ' WS-CERT-AMT-DISP    000024C0
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 000024C1
           END-STRING                                                   000024C2
           PERFORM 920-SPOOL-CERT-LINE                                  000024C3
           MOVE WS-CERT-FEES TO WS-CERT-AMT-DISP                        000024C4
           MOVE SPACES TO WS-LETTER-LINE                                000024C5
           STRING '  FEES AND CHARGES             ' WS-CERT-AMT-DISP    000024C6
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 000024C7
           END-STRING                                                   000024C8
           PERFORM 920-SPOOL-CERT-LINE                                  000024C9
           COMPUTE WS-CERT-TOTAL = WS-CERT-PRINCIPAL                    000024CA
                                 + WS-CERT-ACCRUED-INT + WS-CERT-FEES   000024CB
           MOVE WS-CERT-TOTAL TO WS-CERT-AMT-DISP                       000024CC
           MOVE SPACES TO WS-LETTER-LINE                                000024CD
           STRING '  TOTAL OWED                   ' WS-CERT-AMT-DISP    000024CE
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 000024CF
           END-STRING                                                   000024CG
           PERFORM 920-SPOOL-CERT-LINE                                  000024CH
           MOVE WS-CERT-ARREARS TO WS-CERT-AMT-DISP                     000024CI
           MOVE SPACES TO WS-LETTER-LINE                                000024CJ
           STRING '  OF WHICH PAST DUE            ' WS-CERT-AMT-DISP    000024CK
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 000024CL
           END-STRING                                                   000024CM
           PERFORM 920-SPOOL-CERT-LINE                                  000024CN
           MOVE SPACES TO WS-LETTER-LINE                                000024CO
           PERFORM 920-SPOOL-CERT-LINE                                  000024CP
                                                                        000024CQ
           MOVE 'GUARANTEES AND COLLATERAL IN FORCE ON THAT DATE:'      000024CR
              TO WS-LETTER-LINE                                         000024CS
           PERFORM 920-SPOOL-CERT-LINE                                  000024CT
           IF WS-LIST-CNT = ZERO                                        000024CU
              MOVE '  NONE' TO WS-LETTER-LINE                           000024CV
              PERFORM 920-SPOOL-CERT-LINE                               000024CW
           ELSE                                                         000024CX
              MOVE 1 TO WS-CERT-IX                                      000024CY
              PERFORM 915-SPOOL-SECURITY-LINE                           000024CZ
                 UNTIL WS-CERT-IX > WS-LIST-CNT                         000024D0
           END-IF                                                       000024D1
           MOVE SPACES TO WS-LETTER-LINE                                000024D2
           PERFORM 920-SPOOL-CERT-LINE                                  000024D3
                                                                        000024D4
           MOVE SPACES TO WS-LETTER-LINE                                000024D5
           STRING 'ISSUED ' WS-CERT-ISSUED-DATE                         000024D6
                  ' FOR AND ON BEHALF OF THE LENDER'                    000024D7
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 000024D8
           END-STRING                                                   000024D9
           PERFORM 920-SPOOL-CERT-LINE                                  000024DA
           MOVE SPACES TO WS-LETTER-LINE                                000024DB
           PERFORM 920-SPOOL-CERT-LINE                                  000024DC
           MOVE '______________________________' TO WS-LETTER-LINE      000024DD
           PERFORM 920-SPOOL-CERT-LINE                                  000024DE
           MOVE 'AUTHORISED SIGNATORY' TO WS-LETTER-LINE                000024DF
           PERFORM 920-SPOOL-CERT-LINE                                  000024DG
                                                                        000024DH
           EXEC CICS SPOOLCLOSE                                         000024DI
              TOKEN(WS-SPOOL-TOKEN)                                     000024DJ
           END-EXEC                                                     000024DK
      *    THE CERTIFICATE JOINS THE CORRESPONDENCE HISTORY UNDER THE   000024DL
      *    NAME OF WHOEVER IT WAS ADDRESSED TO                          000024DM
           SET SW-CORRESPONDENCE TO TRUE                                000024DN
           MOVE ZERO TO WS-ACTING-REP-ID                                000024DO
           MOVE 'BALCERT' TO WS-CORR-TYPE                               000024DO
           IF WS-CERT-TO-NAME NOT = SPACES                              000024DP
              MOVE WS-CERT-TO-NAME TO WS-CORR-DEST                      000024DQ
           ELSE                                                         000024DR
              MOVE WS-SSN TO WS-CORR-DEST                               000024DS
           END-IF                                                       000024DT
           EXEC CICS LINK                                               000024DU
                PROGRAM('LOANDB2')                                      000024DV
                COMMAREA(DATAGROUP)                                     000024DW
                RESP(WS-RESPCODE)                                       000024DX
           END-EXEC                                                     000024DY
           EXIT.                                                        000024DZ
                                                                        000024E0
       915-SPOOL-SECURITY-LINE.                                         000024E1
           MOVE SPACES TO WS-LETTER-LINE                                000024E2
           STRING '  ' WS-LIST-LINE (WS-CERT-IX)                        000024E3
                  DELIMITED BY SIZE INTO WS-LETTER-LINE                 000024E4
           END-STRING                                                   000024E5
           PERFORM 920-SPOOL-CERT-LINE                                  000024E6
           ADD 1 TO WS-CERT-IX                                          000024E7
           EXIT.                                                        000024E8
                                                                        000024E9
       920-SPOOL-CERT-LINE.                                             000024EA
           EXEC CICS SPOOLWRITE                                         000024EB
              TOKEN(WS-SPOOL-TOKEN)                                     000024EC
              FROM(WS-LETTER-LINE)                                      000024ED
              FLENGTH(LENGTH OF WS-LETTER-LINE)                         000024EE
           END-EXEC                                                     000024EF
           EXIT.                                                        000024EG
                                                                        000024EH
      *    THE LOAN NAMES THE CUSTOMER, SO THE APPLICATION IS ENOUGH    000024EI
       950-OPEN-CASE-NOTES.                                             000024EJ
           MOVE 'D'        TO WS-NOTE-SW                                000024EK
           MOVE 'LOANSKED' TO WS-NOTE-CALLER                            000024EL
           MOVE SPACES     TO WS-NOTE-SSN                               000024EM
           IF APPIDI IS NUMERIC                                         000024EN
              MOVE APPIDI TO WS-NOTE-APP-ID                             000024EO
           ELSE                                                         000024EP
              MOVE ZERO TO WS-NOTE-APP-ID                               000024EQ
           END-IF                                                       000024ER
           IF WS-NOTE-APP-ID = ZERO                                     000024ES
              MOVE 'APPLICATION ID MUST BE ENTERED' TO MSGO             000024ET
              MOVE -1 TO APPIDL                                         000024EU
              PERFORM 200-SEND-DATAONLY                                 000024EV
           ELSE                                                         000024EW
              EXEC CICS XCTL                                            000024EX
                   PROGRAM('LOANCNOT')                                  000024EY
                   COMMAREA(WS-NOTE-COMMAREA)                           000024EZ
                   RESP(WS-RESPCODE)                                    000024F0
              END-EXEC                                                  000024F1
              IF WS-RESPCODE = DFHRESP(NORMAL)                          000024F2
                 CONTINUE                                               000024F3
              ELSE                                                      000024F4
                 MOVE 'PRGM NOT FOUND' TO MSGO                          000024F5
                 PERFORM 200-SEND-DATAONLY                              000024F6
              END-IF                                                    000024F7
           END-IF                                                       000024F8
           EXIT.                                                        000024F9
