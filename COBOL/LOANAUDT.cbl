                                                                        00000120
       01 COMMUNICATION-AREA.                                           00000130
          05 CA-PAGE               PIC 9(3).                            00000140
          05 CA-VIEW               PIC X(1).                            00000141
                                                                        00000150
       01 WS-RESPCODE              PIC S9(08) COMP.                     00000160
       01 WS-SAVE-PAGE             PIC 9(3)  VALUE 1.                   00000170
      *    ' ' PAGES THE TRANSACTION LOG, 'F' THE FIELD-LEVEL CHANGE    00000171
      *    HISTORY - PF9 FLIPS BETWEEN THE TWO UNDER THE SAME FILTERS   00000172
       01 WS-SAVE-VIEW             PIC X(1)  VALUE SPACE.               00000173
          88 VIEW-FIELD-CHANGES              VALUE 'F'.                 00000174
                                                                        00000180
      *    COMMAREA HANDED TO LOANSRCH ON THE PF6 DRILL-DOWN - THE      00000190
      *    SSN KEYED IN THE DRILL FIELD ARRIVES PRESELECTED THERE       00000200
          05 WS-DRILL-SSN          PIC X(11).                           00000230
                                                                        00000240
       LINKAGE SECTION.                                                 00000250
       01 DFHCOMMAREA              PIC X(4).                            00000251
                                                                        00000270
      *    THE AUDIT-TRAIL INQUIRY: FILTER THE TRANSACTION LOG BY ANY   00000280
      *    MIX OF OPERATOR, TERMINAL, DATE RANGE, SSN AND APP-ID,       00000290
      *    NEWEST FIRST, EIGHT ENTRIES A PAGE (PF7/PF8). PF6 DRILLS     00000300
      *    INTO LOANSRCH FOR THE SSN SHOWN ON A LOG LINE. PF9 SWITCHES  00000301
      *    TO THE FIELD-LEVEL CHANGE HISTORY - OLD AND NEW VALUE OF     00000302
      *    EVERY EDITED APPLICATION OR CUSTOMER COLUMN - AND BACK       00000303
       PROCEDURE DIVISION.                                              00000320
       000-MAIN-PARA.                                                   00000330
           INITIALIZE DATAGROUP                                         00000340
           IF EIBCALEN > ZERO                                           00000350
              MOVE DFHCOMMAREA (1:3) TO WS-SAVE-PAGE                    00000360
              MOVE DFHCOMMAREA (4:1) TO WS-SAVE-VIEW                    00000361
           END-IF                                                       00000370
           IF WS-SAVE-PAGE IS NOT NUMERIC OR WS-SAVE-PAGE = ZERO        00000380
              MOVE 1 TO WS-SAVE-PAGE                                    00000390
                    END-IF                                              00000850
                 END-IF                                                 00000860
                                                                        00000870
      *    WHEN USER PRESSES PF9 SWITCH BETWEEN THE TRANSACTION LOG     00000871
      *    AND THE FIELD CHANGE HISTORY, FROM PAGE ONE                  00000872
              WHEN EIBAID = DFHPF9                                      00000873
                 IF VIEW-FIELD-CHANGES                                  00000874
                    MOVE SPACE TO WS-SAVE-VIEW                          00000875
                 ELSE                                                   00000876
                    MOVE 'F' TO WS-SAVE-VIEW                            00000877
                 END-IF                                                 00000878
                 MOVE 1 TO WS-SAVE-PAGE                                 00000879
                 PERFORM 600-INQUIRE-LOG                                0000087A
                                                                        0000087B
      *    WHEN USER PRESSES ENTER RUN THE FILTERS FROM PAGE ONE        00000880
              WHEN EIBAID = DFHENTER                                    00000890
                 MOVE 1 TO WS-SAVE-PAGE                                 00000900
           END-EVALUATE                                                 00000970
                                                                        00000980
           MOVE WS-SAVE-PAGE TO CA-PAGE                                 00000990
           MOVE WS-SAVE-VIEW TO CA-VIEW                                 00000991
           EXEC CICS RETURN                                             00001000
                TRANSID('AUDT')                                         00001010
                COMMAREA(COMMUNICATION-AREA)                            00001020
           PERFORM 400-RECEIVE-DATA                                     00001500
           SET SW-AUDIT-BROWSE TO TRUE                                  00001510
           MOVE WS-SAVE-PAGE TO WS-LIST-PAGE                            00001520
           MOVE WS-SAVE-VIEW TO WS-LIST-SECTION                         00001521
           IF AUOPRI NOT = LOW-VALUES                                   00001530
              MOVE AUOPRI TO WS-AUD-OPERATOR                            00001540
           END-IF                                                       00001550
