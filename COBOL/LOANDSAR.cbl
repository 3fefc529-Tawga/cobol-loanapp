           EXEC SQL                                                     00320000
              INCLUDE PAY                                               00330000
           END-EXEC.                                                    00340000
           EXEC SQL                                                     00340001
              INCLUDE PAYARCH                                           00340002
           END-EXEC.                                                    00340003
           EXEC SQL                                                     00350000
              INCLUDE DELINQ                                            00360000
           END-EXEC.                                                    00370000
           EXEC SQL                                                     00530000
              INCLUDE GDPRREQ                                           00540000
           END-EXEC.                                                    00550000
           EXEC SQL                                                     00550001
              INCLUDE CASENOTE                                          00550002
           END-EXEC.                                                    00550003
           EXEC SQL                                                     00550001
              INCLUDE RUNHIST                                           00550002
           END-EXEC.                                                    00550003
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00630000
       01  WS-ED-AMT               PIC Z(8)9.99.                        00640000
       01  WS-ED-ID                PIC Z(7)9.                           00650000
       01  WS-NOTE-STAMP           PIC X(16) VALUE SPACES.              00650001
                                                                        00660000
       LINKAGE SECTION.                                                 00670000
      *    JCL PARM - THE PERSONAL ID THE REQUEST IS FOR                00680000
           PERFORM 370-BANK-ACCOUNT-SECTION                             00840000
           PERFORM 380-SUSPENSE-SECTION                                 00850000
           PERFORM 390-TXNLOG-SECTION                                   00860000
           PERFORM 395-CASE-NOTES-SECTION                               00860001
           PERFORM 800-LOG-REQUEST                                      00870000
           PERFORM 900-TERMINATE                                        00880000
           STOP RUN.                                                    00890000
               WHERE CO_SSN = :SSN                                      0109300B
               ORDER BY APP_ID                                          0109300C
           END-EXEC                                                     0109300D
      *    PAYMENTS LOANSVCA HAS MOVED TO THE ARCHIVE ARE STILL DATA    0109300E
      *    WE HOLD ON THE SUBJECT AND GO INTO THE EXTRACT WITH THE REST 0109300F
           EXEC SQL                                                     0109300E
              DECLARE SARPAY CURSOR FOR                                 0109300F
              SELECT P.APP_ID, P.PAY_AMOUNT, CHAR(P.PAY_DATE),          0109300G
                     P.PAY_TYPE                                         0109300H
                FROM (SELECT PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE,      0109300I
                             PAY_TYPE                                   0109300J
                        FROM KALA15.PAYMENT                             0109300K
                      UNION ALL                                         0109300L
                      SELECT PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE,      0109300M
                             PAY_TYPE                                   0109300N
                        FROM KALA15.PAYMENT_ARCHIVE) AS P,              0109300O
                     KALA15.APPLICATIONS A                              0109300P
               WHERE A.CUST_SSN = :SSN                                  0109300J
                 AND P.APP_ID = A.APP_ID                                0109300K
               ORDER BY P.PAY_ID                                        0109300L
               WHERE CUST_SSN = :SSN                                    0109301Q
               ORDER BY TXN_ID                                          0109301R
           END-EXEC                                                     0109301S
      *    THE STAFF'S CASE NOTES ARE PERSONAL DATA TOO - FULL TEXT     0109301T
           EXEC SQL                                                     0109301U
              DECLARE SARNOTE CURSOR FOR                                0109301V
              SELECT SUBSTR(CHAR(NOTE_TS), 1, 16), CATEGORY,            0109301W
                     AUTHOR_ID, APP_ID, NOTE_TEXT                       0109301X
                FROM KALA15.CASE_NOTE                                   0109301Y
               WHERE CUST_SSN = :SSN                                    0109301Z
               ORDER BY NOTE_TS, NOTE_ID                                01093020
           END-EXEC                                                     01093021
           EXIT.                                                        01100000
                                                                        01110000
       110-WRITE-HEADING.                                               01120000
           MOVE ' PAYMENTS, DELINQUENCY, COLLECTION ACTIONS,'           01280000
                TO SAR-LINE                                             01290000
           WRITE SAR-LINE                                               01300000
           MOVE ' CORRESPONDENCE, BANK ACCOUNT, SUSPENSE, TXN LOG,'     01300001
                TO SAR-LINE                                             01320000
           WRITE SAR-LINE                                               01320001
           MOVE ' CASE NOTES' TO SAR-LINE                               01320002
           WRITE SAR-LINE                                               01330000
           EXIT.                                                        01340000
                                                                        01350000
           END-IF                                                       04570000
           EXIT.                                                        04580000
                                                                        04590000
       395-CASE-NOTES-SECTION.                                          04590001
           PERFORM 110-WRITE-HEADING                                    04590002
           MOVE '--- CASE NOTES ---' TO SAR-LINE                        04590003
           WRITE SAR-LINE                                               04590004
           MOVE 'N' TO WS-EOF-SW                                        04590005
           EXEC SQL                                                     04590006
              OPEN SARNOTE                                              04590007
           END-EXEC                                                     04590008
           PERFORM 396-ONE-NOTE UNTIL WS-NO-MORE-ROWS                   04590009
           EXEC SQL                                                     0459000A
              CLOSE SARNOTE                                             0459000B
           END-EXEC                                                     0459000C
           EXIT.                                                        0459000D
                                                                        0459000E
       396-ONE-NOTE.                                                    0459000F
           EXEC SQL                                                     0459000G
              FETCH SARNOTE                                             0459000H
               INTO :WS-NOTE-STAMP, :NOTE-CATEGORY, :NOTE-AUTHOR-ID,    0459000I
                    :NOTE-APP-ID, :NOTE-TEXT                            0459000J
           END-EXEC                                                     0459000K
           IF SQLCODE NOT = 00                                          0459000L
              MOVE 'Y' TO WS-EOF-SW                                     0459000M
           ELSE                                                         0459000N
              ADD 1 TO WS-ROWS-EXTRACTED                                0459000O
              MOVE NOTE-APP-ID TO WS-ED-ID                              0459000P
              MOVE SPACES TO SAR-LINE                                   0459000Q
              STRING WS-NOTE-STAMP ' ' NOTE-CATEGORY ' '                0459000R
                     NOTE-AUTHOR-ID ' ' WS-ED-ID ' ' NOTE-TEXT          0459000S
                     DELIMITED BY SIZE INTO SAR-LINE                    0459000T
              END-STRING                                                0459000U
              WRITE SAR-LINE                                            0459000V
           END-IF                                                       0459000W
           EXIT.                                                        0459000X
                                                                        0459000Y
      *    THE REQUEST ITSELF GOES ON RECORD SO THE STATUTORY           04600000
      *    RESPONSE DEADLINE CAN BE EVIDENCED                           04610000
       800-LOG-REQUEST.                                                 04620000
