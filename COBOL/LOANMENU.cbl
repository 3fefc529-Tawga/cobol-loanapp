           COPY DFHAID.                                                 00080000
           COPY DFHBMSCA.                                               00090000
                                                                        00091000
       01 DATAGROUP.                                                    00091001
           COPY COMMDATA REPLACING ==:TAG:== BY ==WS==.                 00091002
                                                                        00091003
       01 WS-EXIT-MESG             PIC X(23).                           00093001
       01 WS-RESPCODE              PIC S9(08) COMP.                     00094001
                                                                        00100000
      *    CARRIES THE SIGN-ON STATE ACROSS THE PSEUDO-CONVERSATION SO  00100101
      *    THE OPERATOR ONLY HAS TO ENTER THEIR ID AND PASSCODE ONCE    00100102
      *    PER SESSION AT THIS TERMINAL                                 00100103
       01 WS-MENU-COMMAREA.                                             00100104
          05 WS-SIGNON-SW          PIC X     VALUE SPACE.               00100105
             88 OP-SIGNED-ON       VALUE 'Y'.                           00100106
              WHEN EIBCALEN = ZERO                                      00132000
                 MOVE SPACE TO WS-SIGNON-SW                             00132001
                 MOVE SPACES TO WS-OPERATOR-ID                          00132002
      *          A SCREEN RETURNING HERE PASSES NO COMMAREA - PICK UP   00132003
      *          THE TERMINAL'S SESSION IF IT IS STILL LIVE             00132004
                 PERFORM 260-CHECK-SESSION                              00132005
                                                                        00132900
      *       WHEN USER PRESSES ENTER TO SIGN ON                        00132910
              WHEN EIBAID = DFHENTER AND NOT OP-SIGNED-ON               00132920
      *       WHEN A PF KEY IS PRESSED BEFORE SIGNING ON                00132950
              WHEN NOT OP-SIGNED-ON AND EIBAID NOT = DFHPF3             00132960
                 MOVE LOW-VALUE TO LMENUO                               00132970
                 MOVE 'SIGN ON REQUIRED - ENTER OPID AND PASSCODE'      00132971
                      TO MESSAGEO                                       00132972
                 PERFORM 100-SEND-MAP                                   00132990
                                                                        00133000
      *       WHEN USER PRESSES PF1 XCTL TO LOANSUSQ PROGRAM            0013298G
                                                                        0013299E
      *       WHEN USER PRESSES PF3 EXIT THE APP                        00133000
              WHEN EIBAID = DFHPF3                                      00133100
                 IF OP-SIGNED-ON                                        00133101
                    PERFORM 270-SIGN-OFF                                00133102
                 END-IF                                                 00133103
                 PERFORM 200-TERMINATE                                  00133201
                                                                        00133300
      *       WHEN USER PRESSES PF4 XCTL TO LOANFORM PROGRAM            00133400
           EXEC CICS RETURN END-EXEC.                                   00270001
           EXIT.                                                        00300000
                                                                        00301001
      *    RECEIVE THE OPERATOR ID AND PASSCODE KEYED ON THE SIGN-ON    00301002
      *    SCREEN AND HAVE LOANDB2 VERIFY THEM - THE SIGN-ON SWITCH IS  00301003
      *    ONLY SET WHEN THE CREDENTIAL CHECKS OUT, AND THE PASSCODE IS 00301004
      *    NEVER KEPT IN THE COMMAREA                                   00301005
       250-RECEIVE-SIGNON.                                              00301006
           EXEC CICS RECEIVE                                            00301007
                MAP('LMENU')                                            00301008
                MAPSET('LMAPST1')                                       00301009
                INTO(LMENUI)                                            0030100A
                RESP(WS-RESPCODE)                                       0030100B
           END-EXEC                                                     0030100C
           IF OPIDI = SPACES OR OPIDI = LOW-VALUES OR                   0030100D
              PASSI = SPACES OR PASSI = LOW-VALUES                      0030100E
              MOVE LOW-VALUE TO LMENUO                                  0030100F
              MOVE 'OPID AND PASSCODE REQUIRED TO SIGN ON' TO MESSAGEO  0030100G
              PERFORM 100-SEND-MAP                                      0030100H
           ELSE                                                         0030100I
              INITIALIZE DATAGROUP                                      0030100J
              SET SW-SIGNON TO TRUE                                     0030100K
              MOVE 'V'   TO WS-SIGNON-ACTION                            0030100L
              MOVE OPIDI TO WS-SIGNON-OPID                              0030100M
              MOVE PASSI TO WS-SIGNON-PASSCODE                          0030100N
              EXEC CICS LINK                                            0030100O
                   PROGRAM('LOANDB2')                                   0030100P
                   COMMAREA(DATAGROUP)                                  0030100Q
                   RESP(WS-RESPCODE)                                    0030100R
              END-EXEC                                                  0030100S
              MOVE SPACES TO WS-SIGNON-PASSCODE                         0030100T
              MOVE LOW-VALUE TO LMENUO                                  0030100U
              IF WS-RESPCODE = DFHRESP(NORMAL)                          0030100V
                 IF SUCCESS                                             0030100W
                    MOVE WS-SIGNON-OPID TO WS-OPERATOR-ID               0030100X
                    SET OP-SIGNED-ON TO TRUE                            0030100Y
                 END-IF                                                 0030100Z
                 MOVE WS-MESSAGE TO MESSAGEO                            00301010
              ELSE                                                      00301011
                 MOVE 'ERROR LINKING TO LOANDB2' TO MESSAGEO            00301012
              END-IF                                                    00301013
              PERFORM 100-SEND-MAP                                      00301014
           END-IF                                                       00301015
           EXIT.                                                        00301016
                                                                        00301017
      *    ON A FRESH ENTRY ASK LOANDB2 WHETHER THIS TERMINAL ALREADY   00301018
      *    HAS A LIVE SIGN-ON; IF NOT, PROMPT FOR ONE                   00301019
       260-CHECK-SESSION.                                               0030101A
           INITIALIZE DATAGROUP                                         0030101B
           SET SW-SIGNON TO TRUE                                        0030101C
           MOVE 'C' TO WS-SIGNON-ACTION                                 0030101D
           EXEC CICS LINK                                               0030101E
                PROGRAM('LOANDB2')                                      0030101F
                COMMAREA(DATAGROUP)                                     0030101G
                RESP(WS-RESPCODE)                                       0030101H
           END-EXEC                                                     0030101I
           MOVE LOW-VALUE TO LMENUO                                     0030101J
           IF WS-RESPCODE = DFHRESP(NORMAL) AND SUCCESS                 0030101K
              MOVE WS-SIGNON-OPID TO WS-OPERATOR-ID                     0030101L
              SET OP-SIGNED-ON TO TRUE                                  0030101M
              MOVE WS-MESSAGE TO MESSAGEO                               0030101N
           ELSE                                                         0030101O
              MOVE 'ENTER OPERATOR ID AND PASSCODE TO SIGN ON'          0030101P
                 TO MESSAGEO                                            0030101Q
           END-IF                                                       0030101R
           PERFORM 100-SEND-MAP                                         0030101S
           EXIT.                                                        0030101T
                                                                        0030101U
      *    PF3 CLOSES THE TERMINAL'S SESSION SO THE NEXT PERSON AT      0030101V
      *    THIS TERMINAL HAS TO SIGN ON FOR THEMSELVES                  0030101W
       270-SIGN-OFF.                                                    0030101X
           INITIALIZE DATAGROUP                                         0030101Y
           SET SW-SIGNON TO TRUE                                        0030101Z
           MOVE 'O' TO WS-SIGNON-ACTION                                 00301020
           EXEC CICS LINK                                               00301021
                PROGRAM('LOANDB2')                                      00301022
                COMMAREA(DATAGROUP)                                     00301023
                RESP(WS-RESPCODE)                                       00301024
           END-EXEC                                                     00301025
           MOVE SPACE TO WS-SIGNON-SW                                   00301026
           MOVE SPACES TO WS-OPERATOR-ID                                00301027
           EXIT.                                                        00301028
                                                                        00301029
       300-RETURN.                                                      00302001
           EXEC CICS RETURN                                             00303001
                     TRANSID('LOAN')                                    00304001
