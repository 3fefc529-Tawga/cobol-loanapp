                                                                        00140000
       01 WS-RESPCODE              PIC S9(08) COMP.                     00150000
                                                                        00160000
      *    COMMAREA HANDED TO LOANCNOT ON PF12 SO THE CASE NOTES OPEN   00160001
      *    ON THE COMPLAINANT ON THIS SCREEN                            00160002
       01 WS-NOTE-COMMAREA.                                             00160003
          05 WS-NOTE-SW            PIC X.                               00160004
          05 WS-NOTE-CALLER        PIC X(8).                            00160005
          05 WS-NOTE-SSN           PIC X(11).                           00160006
          05 WS-NOTE-APP-ID        PIC 9(8).                            00160007
                                                                        00160008
       PROCEDURE DIVISION.                                              00170000
       000-MAIN-PARA.                                                   00180000
           INITIALIZE DATAGROUP                                         00190000
                 PERFORM 400-RECEIVE-DATA                               00380000
                 PERFORM 500-VALIDATE-INPUTS                            00390000
                                                                        00400000
      *       WHEN USER PRESSES PF12 OPEN THE COMPLAINANT'S CASE NOTES  00400001
              WHEN EIBAID = DFHPF12                                     00400002
                 PERFORM 400-RECEIVE-DATA                               00400003
                 PERFORM 950-OPEN-CASE-NOTES                            00400004
                                                                        00400005
      *       WHEN USER PRESSES ANY OTHER AID KEY SEND INVAL MESSAGE    00410000
              WHEN OTHER                                                00420000
                 MOVE 'INVALID KEY PRESSED.' TO MSGO                    00430000
                 PERFORM 100-SEND-MAP                                   01730000
           END-EVALUATE                                                 01740000
           EXIT.                                                        01750000
                                                                        01750001
      *    THE NOTES OPEN ON THE COMPLAINANT, NARROWED TO THE LOAN THE  01750002
      *    COMPLAINT IS ABOUT WHEN IT NAMES ONE                         01750003
       950-OPEN-CASE-NOTES.                                             01750004
           MOVE 'D'        TO WS-NOTE-SW                                01750005
           MOVE 'LOANCMPL' TO WS-NOTE-CALLER                            01750006
           MOVE SPACES     TO WS-NOTE-SSN                               01750007
           IF CSSNI NOT = LOW-VALUES                                    01750008
              MOVE CSSNI TO WS-NOTE-SSN                                 01750009
           END-IF                                                       0175000A
           IF CAPPIDI IS NUMERIC                                        0175000B
              MOVE CAPPIDI TO WS-NOTE-APP-ID                            0175000C
           ELSE                                                         0175000D
              MOVE ZERO TO WS-NOTE-APP-ID                               0175000E
           END-IF                                                       0175000F
           IF WS-NOTE-SSN = SPACES AND WS-NOTE-APP-ID = ZERO            0175000G
              MOVE 'SSN MUST BE ENTERED' TO MSGO                        0175000H
              MOVE -1 TO CSSNL                                          0175000I
              PERFORM 200-SEND-DATAONLY                                 0175000J
           ELSE                                                         0175000K
              EXEC CICS XCTL                                            0175000L
                   PROGRAM('LOANCNOT')                                  0175000M
                   COMMAREA(WS-NOTE-COMMAREA)                           0175000N
                   RESP(WS-RESPCODE)                                    0175000O
              END-EXEC                                                  0175000P
              IF WS-RESPCODE = DFHRESP(NORMAL)                          0175000Q
                 CONTINUE                                               0175000R
              ELSE                                                      0175000S
                 MOVE 'PRGM NOT FOUND' TO MSGO                          0175000T
                 PERFORM 200-SEND-DATAONLY                              0175000U
              END-IF                                                    0175000V
           END-IF                                                       0175000W
           EXIT.                                                        0175000X
