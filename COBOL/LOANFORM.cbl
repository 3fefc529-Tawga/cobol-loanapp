              WHEN EIBAID = DFHPF8                                      0076410B
                 PERFORM 376-SUGGEST-MAX-AMOUNT                         0076410C
                                                                        0076410D
      *       WHEN USER PRESSES PF9 SAVE THE FORM AS A DRAFT            0076410E
              WHEN EIBAID = DFHPF9                                      0076410F
                 PERFORM 280-SAVE-DRAFT                                 0076410G
                                                                        0076410H
      *       WHEN USER PRESSES PF10 RESUME THE CUSTOMER'S DRAFT        0076410I
              WHEN EIBAID = DFHPF10                                     0076410J
                 PERFORM 285-RESUME-DRAFT                               0076410K
                                                                        0076410L
      *       WHEN USER PRESSES ANY OTHER AID KEY SEND INVAL MESSAGE    00810000
              WHEN OTHER                                                00820000
                  MOVE 'INVALID KEY PRESSED.' TO MSGO                   00830001
              MOVE WS-BALN-DISP    TO BALNO                             0127102C
              MOVE WS-FEE-FINANCED TO FEEFO                             0127102A
              MOVE WS-INS-PLAN-CODE TO INSPO                            0127102A
              MOVE WS-HH-ADULTS    TO HHADO                             0127102B
              MOVE WS-HH-CHILDREN  TO HHCHO                             0127102C
              MOVE 'APPLICATION LOADED FOR EDITING' TO MSGO             01271030
                                                                        01271031
              SET WS-EDIT-MODE       TO TRUE                            01271032
              MOVE WS-BALN-DISP    TO BALNO                             1272031C
              MOVE WS-FEE-FINANCED TO FEEFO                             1272031A
              MOVE WS-INS-PLAN-CODE TO INSPO                            1272031A
              MOVE WS-HH-ADULTS    TO HHADO                             1272031B
              MOVE WS-HH-CHILDREN  TO HHCHO                             1272031C
              MOVE 'BALANCE LOADED AS LOAN AMOUNT' TO MSGO              12720320
                                                                        12720330
              MOVE WS-APP-ID TO WS-RETURN-REFI-FROM-ID                  12720340
           END-IF                                                       12720380
           EXIT.                                                        12720390
                                                                        12720400
      *    SAVE WHATEVER HAS BEEN FILLED IN SO FAR AS A DRAFT - NONE OF 12720401
      *    THE 500 EDITS OR LOANDB2'S UNDERWRITING RUN, ONLY THE SSN    12720402
      *    THE DRAFT IS KEPT UNDER IS NEEDED. NUMBER FIELDS NOT YET     12720403
      *    FILLED IN ARE SAVED AS ZERO                                  12720404
       280-SAVE-DRAFT.                                                  12720405
           PERFORM 400-RECEIVE-DATA                                     12720406
           MOVE SSNI   TO WS-SSN-BEGIN                                  12720407
           MOVE SVNTHI TO WS-SSN-MIDDLE                                 12720408
           MOVE RESTI  TO WS-SSN-END                                    12720409
           INSPECT WS-SOCIAL-SEC-NUM REPLACING ALL LOW-VALUES BY SPACES 1272040A
                                                                        1272040B
           IF WS-EDIT-MODE                                              1272040C
              MOVE 'DRAFTS ARE FOR NEW APPLICATIONS ONLY' TO MSGO       1272040D
              PERFORM 200-SEND-DATAONLY                                 1272040E
           ELSE                                                         1272040F
           IF WS-SSN-BEGIN = SPACES OR WS-SSN-MIDDLE = SPACE            1272040G
              OR WS-SSN-END = SPACES                                    1272040H
              MOVE 'FILL SSN FIELDS TO SAVE A DRAFT' TO MSGO            1272040I
              MOVE -1 TO SSNL                                           1272040J
              PERFORM 200-SEND-DATAONLY                                 1272040K
           ELSE                                                         1272040L
              INITIALIZE DATAGROUP                                      1272040M
              SET  SW-DRAFT          TO TRUE                            1272040N
              MOVE 'S'               TO WS-DRAFT-ACTION                 1272040O
              MOVE WS-SOCIAL-SEC-NUM TO WS-SSN                          1272040P
              MOVE FNAMEI            TO WS-F-NAME                       1272040Q
              MOVE LNAMEI            TO WS-L-NAME                       1272040R
              MOVE ADDRESSI          TO WS-ADDRESS                      1272040S
              MOVE POSTCDI           TO WS-POSTAL-CODE                  1272040T
              MOVE CITYI             TO WS-CITY                         1272040U
              MOVE PHONEI            TO WS-PHONE-NO                     1272040V
              MOVE EMAILI            TO WS-EMAIL-ADDR                   1272040W
              MOVE SMSCI             TO WS-SMS-CONSENT                  1272040X
              MOVE EMLCI             TO WS-EMAIL-CONSENT                1272040Y
              MOVE PRCHI             TO WS-PREF-CHANNEL                 1272040Z
              MOVE LANGI             TO WS-LANG-CODE                    12720410
              MOVE USAGEI            TO WS-LOAN-USAGE                   12720411
              MOVE EMPSTSI           TO WS-EMP-STATUS                   12720412
              MOVE CURRI             TO WS-CURRENCY-CODE                12720413
              MOVE PRODI             TO WS-PRODUCT-CODE                 12720414
              MOVE ARMI              TO WS-ARM-FLAG                     12720415
              MOVE FEEFI             TO WS-FEE-FINANCED                 12720416
              MOVE INSPI             TO WS-INS-PLAN-CODE                12720417
              MOVE CAMPI             TO WS-CAMPAIGN-CODE                12720418
              MOVE WS-RETURN-REFI-FROM-ID TO WS-REFINANCED-FROM-APP-ID  12720419
              IF LAMNTI IS NUMERIC                                      1272041A
                 MOVE LAMNTI TO WS-LOAN-AMN                             1272041B
              END-IF                                                    1272041C
              IF LPRDI IS NUMERIC                                       1272041D
                 MOVE LPRDI TO WS-LOAN-PERIOD                           1272041E
              END-IF                                                    1272041F
              IF MOGII IS NUMERIC                                       1272041G
                 MOVE MOGII TO WS-MO-GROSS-INC                          1272041H
              END-IF                                                    1272041I
              IF CLOANSI IS NUMERIC                                     1272041J
                 MOVE CLOANSI TO WS-CURR-LOANS                          1272041K
              END-IF                                                    1272041L
              IF CASSTSI IS NUMERIC                                     1272041M
                 MOVE CASSTSI TO WS-CURR-ASSETS                         1272041N
              END-IF                                                    1272041O
              IF IOMOI IS NUMERIC                                       1272041P
                 MOVE IOMOI TO WS-IO-MONTHS                             1272041Q
              END-IF                                                    1272041R
              IF BALNI IS NUMERIC                                       1272041S
                 MOVE BALNI TO WS-BALLOON-AMT                           1272041T
              END-IF                                                    1272041U
              IF HHADI IS NUMERIC                                       1272041V
                 MOVE HHADI TO WS-HH-ADULTS                             1272041W
              END-IF                                                    1272041X
              IF HHCHI IS NUMERIC                                       1272041Y
                 MOVE HHCHI TO WS-HH-CHILDREN                           1272041Z
              END-IF                                                    12720420
              IF DDAYI IS NUMERIC                                       12720421
                 MOVE DDAYI TO WS-DUE-DAY                               12720422
              END-IF                                                    12720423
              IF PREAPI IS NUMERIC                                      12720424
                 MOVE PREAPI TO WS-PREAPP-REF                           12720425
              END-IF                                                    12720426
                                                                        12720427
              EXEC CICS LINK                                            12720428
                   PROGRAM('LOANDB2')                                   12720429
                   COMMAREA(DATAGROUP)                                  1272042A
                   RESP(WS-RESPCODE)                                    1272042B
              END-EXEC                                                  1272042C
                                                                        1272042D
              IF WS-RESPCODE = DFHRESP(NORMAL)                          1272042E
                 MOVE WS-MESSAGE TO MSGO                                1272042F
              ELSE                                                      1272042G
                 MOVE 'ERROR SAVING DRAFT' TO MSGO                      1272042H
              END-IF                                                    1272042I
              PERFORM 200-SEND-DATAONLY                                 1272042J
           END-IF                                                       1272042K
           END-IF                                                       1272042L
           EXIT.                                                        1272042M
                                                                        1272042N
      *    BRING BACK THE DRAFT SAVED FOR THE SSN ON THE SCREEN - THIS  1272042O
      *    OPERATOR'S OWN, OR ONE THE CUSTOMER STARTED ON THE WEB - AS  1272042P
      *    A NEW APPLICATION READY TO BE COMPLETED AND SUBMITTED        1272042Q
       285-RESUME-DRAFT.                                                1272042R
           PERFORM 400-RECEIVE-DATA                                     1272042S
           MOVE SSNI   TO WS-SSN-BEGIN                                  1272042T
           MOVE SVNTHI TO WS-SSN-MIDDLE                                 1272042U
           MOVE RESTI  TO WS-SSN-END                                    1272042V
           INSPECT WS-SOCIAL-SEC-NUM REPLACING ALL LOW-VALUES BY SPACES 1272042W
                                                                        1272042X
           IF WS-SSN-BEGIN = SPACES OR WS-SSN-MIDDLE = SPACE            1272042Y
              OR WS-SSN-END = SPACES                                    1272042Z
              MOVE 'FILL SSN FIELDS TO RESUME A DRAFT' TO MSGO          12720430
              MOVE -1 TO SSNL                                           12720431
              PERFORM 200-SEND-DATAONLY                                 12720432
           ELSE                                                         12720433
              INITIALIZE DATAGROUP                                      12720434
              SET  SW-DRAFT          TO TRUE                            12720435
              MOVE 'R'               TO WS-DRAFT-ACTION                 12720436
              MOVE WS-SOCIAL-SEC-NUM TO WS-SSN                          12720437
                                                                        12720438
              EXEC CICS LINK                                            12720439
                   PROGRAM('LOANDB2')                                   1272043A
                   COMMAREA(DATAGROUP)                                  1272043B
                   RESP(WS-RESPCODE)                                    1272043C
              END-EXEC                                                  1272043D
                                                                        1272043E
              IF WS-RESPCODE = DFHRESP(NORMAL) AND SUCCESS              1272043F
                 MOVE LOW-VALUES     TO LFORMO                          1272043G
                 MOVE WS-SSN(1:6)    TO SSNO                            1272043H
                 MOVE WS-SSN(7:1)    TO SVNTHO                          1272043I
                 MOVE WS-SSN(8:4)    TO RESTO                           1272043J
                 MOVE WS-F-NAME      TO FNAMEO                          1272043K
                 MOVE WS-L-NAME      TO LNAMEO                          1272043L
                 MOVE WS-ADDRESS     TO ADDRESSO                        1272043M
                 MOVE WS-POSTAL-CODE TO POSTCDO                         1272043N
                 MOVE WS-CITY        TO CITYO                           1272043O
                 MOVE WS-PHONE-NO    TO PHONEO                          1272043P
                 MOVE WS-EMAIL-ADDR  TO EMAILO                          1272043Q
                 MOVE WS-SMS-CONSENT TO SMSCO                           1272043R
                 MOVE WS-EMAIL-CONSENT TO EMLCO                         1272043S
                 MOVE WS-PREF-CHANNEL TO PRCHO                          1272043T
                 MOVE WS-LANG-CODE   TO LANGO                           1272043U
                 MOVE WS-LOAN-AMN    TO LAMNTO                          1272043V
                 MOVE WS-LOAN-PERIOD TO LPRDO                           1272043W
                 MOVE WS-LOAN-USAGE  TO USAGEO                          1272043X
                 MOVE WS-EMP-STATUS  TO EMPSTSO                         1272043Y
                 MOVE WS-MO-GROSS-INC TO MOGIO                          1272043Z
                 MOVE WS-CURR-LOANS  TO CLOANSO                         12720440
                 MOVE WS-CURR-ASSETS TO CASSTSO                         12720441
                 MOVE WS-CURRENCY-CODE TO CURRO                         12720442
                 MOVE WS-PRODUCT-CODE TO PRODO                          12720443
                 MOVE WS-ARM-FLAG     TO ARMO                           12720444
                 MOVE WS-IO-MONTHS    TO IOMOO                          12720445
                 MOVE WS-BALLOON-AMT  TO WS-BALN-DISP                   12720446
                 MOVE WS-BALN-DISP    TO BALNO                          12720447
                 MOVE WS-FEE-FINANCED TO FEEFO                          12720448
                 MOVE WS-INS-PLAN-CODE TO INSPO                         12720449
                 MOVE WS-CAMPAIGN-CODE TO CAMPO                         1272044A
                 MOVE WS-HH-ADULTS    TO HHADO                          1272044B
                 MOVE WS-HH-CHILDREN  TO HHCHO                          1272044D
                 IF WS-DUE-DAY > ZERO                                   1272044F
                    MOVE WS-DUE-DAY   TO DDAYO                          1272044G
                 END-IF                                                 1272044I
                 IF WS-PREAPP-REF > ZERO                                1272044J
                    MOVE WS-PREAPP-REF TO PREAPO                        1272044K
                 END-IF                                                 1272044M
                 MOVE WS-MESSAGE      TO MSGO                           1272044N
                                                                        1272044O
                 MOVE SPACE TO WS-RETURN-SW                             1272044P
                 MOVE WS-REFINANCED-FROM-APP-ID                         1272044Q
                   TO WS-RETURN-REFI-FROM-ID                            1272044R
                 PERFORM 100-SEND-MAP                                   1272044S
              ELSE                                                      1272044T
                 IF WS-RESPCODE = DFHRESP(NORMAL)                       1272044U
                    MOVE WS-MESSAGE TO MSGO                             1272044V
                 ELSE                                                   1272044W
                    MOVE 'ERROR RESUMING DRAFT' TO MSGO                 1272044X
                 END-IF                                                 1272044Y
                 PERFORM 200-SEND-DATAONLY                              1272044Z
              END-IF                                                    12720450
           END-IF                                                       12720451
           EXIT.                                                        12720452
                                                                        12720453
      *    NAVIGATE BACK TO LOANMENU BY XCTL F3                         01280020
       300-RETURN-LMENU.                                                01290007
           EXEC CICS XCTL                                               01300001
              MOVE WS-SOCIAL-SEC-NUM TO WS-SSN                          013911B9
              MOVE LPRDI             TO WS-LOAN-PERIOD                  013911C0
              MOVE MOGII             TO WS-MO-GROSS-INC                 013911C1
              PERFORM 410-RECEIVE-HOUSEHOLD                             013911C2
                                                                        013911C2
              EXEC CICS LINK                                            013911C3
                   PROGRAM('LOANDB2')                                   013911C4
           END-EXEC                                                     01490025
           EXIT.                                                        01570003
                                                                        01571025
      *    HOUSEHOLD SIZE FOR THE LIVING-COST NORM - ADULTS COUNT THE   01571026
      *    APPLICANT, SO A BLANK OR ZERO ENTRY MEANS ONE ADULT; BLANK   01571027
      *    CHILDREN MEANS NONE                                          01571028
       410-RECEIVE-HOUSEHOLD.                                           01571029
           IF HHADI IS NUMERIC AND HHADI > ZERO                         0157102A
              MOVE HHADI TO WS-HH-ADULTS                                0157102B
           ELSE                                                         0157102C
              MOVE 1 TO WS-HH-ADULTS                                    0157102D
           END-IF                                                       0157102E
           IF HHCHI IS NUMERIC                                          0157102F
              MOVE HHCHI TO WS-HH-CHILDREN                              0157102G
           ELSE                                                         0157102H
              MOVE ZERO TO WS-HH-CHILDREN                               0157102I
           END-IF                                                       0157102J
           EXIT.                                                        0157102K
                                                                        0157102L
       500-VALIDATE-INPUTS.                                             01580025
           MOVE SSNI   TO WS-SSN-BEGIN                                  01580125
           MOVE SVNTHI TO WS-SSN-MIDDLE                                 01580225
           ELSE                                                         0159912S
              MOVE SPACE TO WS-LANG-CODE                                0159912T
           END-IF                                                       0159912U
           PERFORM 410-RECEIVE-HOUSEHOLD                                0159912V
           MOVE LNAMEI            TO WS-L-NAME                          01599226
           MOVE FNAMEI            TO WS-F-NAME                          01599326
           MOVE ADDRESSI          TO WS-ADDRESS                         01599426
