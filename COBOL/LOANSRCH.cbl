             88 WS-LOAD-FOR-REFINANCE VALUE 'F'.                        0081212A
          05 WS-EDIT-SSN           PIC X(11).                           00081213
          05 WS-EDIT-APP-ID        PIC 9(8).                            00081214
      *    COMMAREA PASSED TO LOANCNOT FOR THE SELECTED CUSTOMER'S      00081215
      *    CASE NOTES - LOANCNOT HANDS THE CUSTOMER BACK ON PF3         00081216
       01 WS-NOTE-COMMAREA.                                             00081217
          05 WS-NOTE-SW            PIC X.                               00081218
          05 WS-NOTE-CALLER        PIC X(8).                            00081219
          05 WS-NOTE-SSN           PIC X(11).                           0008121A
          05 WS-NOTE-APP-ID        PIC 9(8).                            0008121B
                                                                        00081215
       01 DATAGROUP.                                                    00082004
           COPY COMMDATA REPLACING ==:TAG:== BY ==WS==.                 00083004
                    MOVE 'SELECT APPLICATION FIRST' TO MESSAGEO         0108100I
                 END-IF                                                 0108100J
                 PERFORM 100-SEND-MAP                                   0108100K
                                                                        0108100L
      *       WHEN USER PRESSES PF12 OPEN THE CUSTOMER'S CASE NOTES     0108100M
              WHEN EIBAID = DFHPF12                                     0108100N
                 PERFORM 300-RECEIVE-DATA                               0108100O
                 IF LS-RETURN-SW = 'S'                                  0108100P
                    MOVE LS-RETURN-SSN TO WS-SSN                        0108100Q
                    PERFORM 950-OPEN-CASE-NOTES                         0108100R
                 ELSE                                                   0108100S
                    MOVE 'SELECT APPLICATION FIRST' TO MESSAGEO         0108100T
                 END-IF                                                 0108100U
                 PERFORM 100-SEND-MAP                                   0108100V

      *       WHEN USER PRESSES PF3 RETURN TO MENU                      00740003
              WHEN EIBAID = DFHPF3                                      00750002
                 MOVE WS-SMS-CONSENT   TO SMSCO                         0108100H
                 MOVE WS-EMAIL-CONSENT TO EMLCO                         0108100I
                 MOVE WS-PREF-CHANNEL  TO PRCHO                         0108100J
                 MOVE WS-CALL-CONSENT  TO CLCNO                         0108100K
                 IF WS-CALL-FROM-HOUR = ZERO AND WS-CALL-TO-HOUR = ZERO 0108100L
                    MOVE SPACES           TO CLFRO                      0108100M
                    MOVE SPACES           TO CLTOO                      0108100N
                 ELSE                                                   0108100O
                    MOVE WS-CALL-FROM-HOUR TO CLFRO                     0108100P
                    MOVE WS-CALL-TO-HOUR   TO CLTOO                     0108100Q
                 END-IF                                                 0108100R
              END-IF                                                    0108100K
              MOVE WS-MESSAGE TO MESSAGEO                               0108100L
           ELSE                                                         0108100M
           MOVE SMSCI  TO WS-SMS-CONSENT                                0108100X
           MOVE EMLCI  TO WS-EMAIL-CONSENT                              0108100Y
           MOVE PRCHI  TO WS-PREF-CHANNEL                               0108100Z
           MOVE CLCNI  TO WS-CALL-CONSENT                               01081010
      *    THE CALL WINDOW IS TWO WHOLE HOURS; BLANK MEANS NO WINDOW    01081011
           IF CLFRI IS NUMERIC AND CLTOI IS NUMERIC                     01081012
              MOVE CLFRI TO WS-CALL-FROM-HOUR                           01081013
              MOVE CLTOI TO WS-CALL-TO-HOUR                             01081014
           ELSE                                                         01081015
              MOVE ZERO  TO WS-CALL-FROM-HOUR                           01081016
              MOVE ZERO  TO WS-CALL-TO-HOUR                             01081017
           END-IF                                                       01081018

           IF (WS-PHONE-NO = SPACES OR WS-PHONE-NO = LOW-VALUES) AND    01081010
              (WS-EMAIL-ADDR = SPACES OR WS-EMAIL-ADDR = LOW-VALUES)    01081011
              END-IF                                                    0108101D
           END-IF                                                       0108101E
           EXIT.                                                        0108101F
                                                                        0108101G
      *    XCTL TO LOANCNOT WITH THE SELECTED CUSTOMER, NARROWED TO THE 0108101H
      *    APPLICATION ON THE SCREEN WHEN ONE IS SHOWN                  0108101I
       950-OPEN-CASE-NOTES.                                             0108101J
           MOVE 'D'        TO WS-NOTE-SW                                0108101K
           MOVE 'LOANSRCH' TO WS-NOTE-CALLER                            0108101L
           MOVE WS-SSN     TO WS-NOTE-SSN                               0108101M
           IF APPIDI IS NUMERIC                                         0108101N
              MOVE APPIDI TO WS-NOTE-APP-ID                             0108101O
           ELSE                                                         0108101P
              MOVE ZERO TO WS-NOTE-APP-ID                               0108101Q
           END-IF                                                       0108101R
                                                                        0108101S
           EXEC CICS XCTL                                               0108101T
              PROGRAM('LOANCNOT')                                       0108101U
              COMMAREA(WS-NOTE-COMMAREA)                                0108101V
              RESP(WS-RESPCODE)                                         0108101W
           END-EXEC                                                     0108101X
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)                         0108101Y
              MOVE 'PRGM NOT FOUND' TO MESSAGEO                         0108101Z
           END-IF                                                       01081020
           EXIT.                                                        01081021
