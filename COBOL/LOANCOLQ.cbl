                                                                        00140000
       01 WS-RESPCODE              PIC S9(08) COMP.                     00150000
                                                                        00160000
      *    COMMAREA HANDED TO LOANCNOT ON PF12 SO THE CASE NOTES OPEN   00160001
      *    ON THE CASE ON THIS SCREEN                                   00160002
       01 WS-NOTE-COMMAREA.                                             00160003
          05 WS-NOTE-SW            PIC X.                               00160004
          05 WS-NOTE-CALLER        PIC X(8).                            00160005
          05 WS-NOTE-SSN           PIC X(11).                           00160006
          05 WS-NOTE-APP-ID        PIC 9(8).                            00160007
                                                                        00160008
      *    THE COLLECTOR'S CASE QUEUE: PF5 SERVES THE NEXT OPEN         00170000
      *    DELINQUENCY (WORST BUCKET, DEEPEST ARREARS FIRST), THE       00180000
      *    ACTION FIELD THEN WORKS IT - A = RECORD AN ACTION CODE,      00190000
      *    P = PROMISE TO PAY (AMOUNT AND DATE), G = ASSIGN TO THE      00200000
      *    COLLECTOR ID ON THE SCREEN. THE RULES LIVE IN LOANDB2        00210000
      *    - INCLUDING THAT A CUSTOMER ON THE VULNERABLE REGISTER IS    00210001
      *    SERVED, WORKED AND ASSIGNED ONLY BY A SPECIALIST COLLECTOR   00210002
      *    PF12 OPENS THE CASE NOTES ON THE LOAN BEING WORKED           00210003
       PROCEDURE DIVISION.                                              00220000
       000-MAIN-PARA.                                                   00230000
           INITIALIZE DATAGROUP                                         00240000
                 PERFORM 400-RECEIVE-DATA                               00430000
                 PERFORM 500-VALIDATE-INPUTS                            00440000
                                                                        00450000
      *    WHEN USER PRESSES PF12 OPEN THE CASE NOTES FOR THE CASE      00450001
              WHEN EIBAID = DFHPF12                                     00450002
                 PERFORM 400-RECEIVE-DATA                               00450003
                 PERFORM 950-OPEN-CASE-NOTES                            00450004
                                                                        00450005
      *    WHEN USER PRESSES ANY OTHER AID KEY SEND INVAL MESSAGE       00460000
              WHEN OTHER                                                00470000
                 MOVE 'INVALID KEY PRESSED.' TO MSGO                    00480000
              PERFORM 100-SEND-MAP                                      01780000
           END-IF                                                       01790000
           EXIT.                                                        01800000
                                                                        01800001
      *    THE LOAN NAMES THE CUSTOMER, SO THE APPLICATION IS ENOUGH    01800002
       950-OPEN-CASE-NOTES.                                             01800003
           MOVE 'D'        TO WS-NOTE-SW                                01800004
           MOVE 'LOANCOLQ' TO WS-NOTE-CALLER                            01800005
           MOVE SPACES     TO WS-NOTE-SSN                               01800006
           IF CAPPIDI IS NUMERIC                                        01800007
              MOVE CAPPIDI TO WS-NOTE-APP-ID                            01800008
           ELSE                                                         01800009
              MOVE ZERO TO WS-NOTE-APP-ID                               0180000A
           END-IF                                                       0180000B
           IF WS-NOTE-APP-ID = ZERO                                     0180000C
              MOVE 'LOAD A CASE WITH PF5 FIRST' TO MSGO                 0180000D
              MOVE -1 TO CAPPIDL                                        0180000E
              PERFORM 200-SEND-DATAONLY                                 0180000F
           ELSE                                                         0180000G
              EXEC CICS XCTL                                            0180000H
                   PROGRAM('LOANCNOT')                                  0180000I
                   COMMAREA(WS-NOTE-COMMAREA)                           0180000J
                   RESP(WS-RESPCODE)                                    0180000K
              END-EXEC                                                  0180000L
              IF WS-RESPCODE = DFHRESP(NORMAL)                          0180000M
                 CONTINUE                                               0180000N
              ELSE                                                      0180000O
                 MOVE 'PRGM NOT FOUND' TO MSGO                          0180000P
                 PERFORM 200-SEND-DATAONLY                              0180000Q
              END-IF                                                    0180000R
           END-IF                                                       0180000S
           EXIT.                                                        0180000T
