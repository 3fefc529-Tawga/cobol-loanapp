       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANCNOT.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       DATA DIVISION.                                                   00040000
                                                                        00050000
       WORKING-STORAGE SECTION.                                         00060000
           COPY LMAPST34.                                               00070000
           COPY DFHAID.                                                 00080000
           COPY DFHBMSCA.                                               00090000
       01 DATAGROUP.                                                    00100000
           COPY COMMDATA REPLACING ==:TAG:== BY ==WS==.                 00110000
                                                                        00120000
      *    CARRIED FROM TURN TO TURN - THE SCREEN THAT OPENED THE       00130000
      *    NOTES, THE CUSTOMER/APPLICATION THEY ARE FOR AND THE PAGE    00140000
       01 COMMUNICATION-AREA.                                           00150000
          05 CA-SW                 PIC X(1).                            00160000
          05 CA-CALLER             PIC X(8).                            00170000
          05 CA-SSN                PIC X(11).                           00180000
          05 CA-APP-ID             PIC 9(8).                            00190000
          05 CA-PAGE               PIC 9(3).                            00200000
                                                                        00210000
       01 WS-RESPCODE              PIC S9(08) COMP.                     00220000
       01 WS-CNOT-COMMAREA.                                             00230000
          05 WS-SAVE-CALLER        PIC X(8).                            00240000
          05 WS-SAVE-SSN           PIC X(11).                           00250000
          05 WS-SAVE-APP-ID        PIC 9(8).                            00260000
          05 WS-SAVE-PAGE          PIC 9(3).                            00270000
                                                                        00280000
      *    COMMAREA HANDED BACK TO LOANSRCH ON PF3 SO THE CUSTOMER      00290000
      *    IS STILL SELECTED OVER THERE                                 00300000
       01 WS-DRILL-COMMAREA.                                            00310000
          05 WS-DRILL-SW           PIC X.                               00320000
          05 WS-DRILL-SSN          PIC X(11).                           00330000
                                                                        00340000
       LINKAGE SECTION.                                                 00350000
       01 DFHCOMMAREA              PIC X(31).                           00360000
                                                                        00370000
      *    THE SHARED CASE NOTES: ANY SCREEN WORKING A CUSTOMER OR A    00380000
      *    LOAN HANDS OVER HERE ON PF12 WITH ITS CUSTOMER AND/OR        00390000
      *    APPLICATION, AND PF3 GOES BACK TO THAT SCREEN. ENTER LISTS   00400000
      *    THE NOTES FOR THE KEYED PERSONAL ID OR APPLICATION, NEWEST   00410000
      *    FIRST, FOUR TO A PAGE (PF7/PF8). PF4 FILES THE KEYED NOTE    00420000
      *    UNDER THE CATEGORY GIVEN - GENERAL, CALL, COLLECT, COMPLNT,  00430000
      *    HARDSHIP OR SERVICE; BLANK FILES AS GENERAL. WITH AN         00440000
      *    APPLICATION KEYED THE NOTE IS FILED AGAINST THAT LOAN,       00450000
      *    OTHERWISE AGAINST THE CUSTOMER                               00460000
       PROCEDURE DIVISION.                                              00470000
       000-MAIN-PARA.                                                   00480000
           INITIALIZE DATAGROUP                                         00490000
           MOVE SPACES TO WS-SAVE-CALLER                                00500000
           MOVE SPACES TO WS-SAVE-SSN                                   00510000
           MOVE ZERO   TO WS-SAVE-APP-ID                                00520000
           MOVE 1      TO WS-SAVE-PAGE                                  00530000
           IF EIBCALEN > ZERO                                           00540000
              MOVE DFHCOMMAREA (2:8)  TO WS-SAVE-CALLER                 00550000
              MOVE DFHCOMMAREA (10:11) TO WS-SAVE-SSN                   00560000
              MOVE DFHCOMMAREA (21:8) TO WS-SAVE-APP-ID                 00570000
              IF EIBCALEN = LENGTH OF COMMUNICATION-AREA                00580000
                 MOVE DFHCOMMAREA (29:3) TO WS-SAVE-PAGE                00590000
              END-IF                                                    00600000
              IF WS-SAVE-APP-ID IS NOT NUMERIC                          00610000
                 MOVE ZERO TO WS-SAVE-APP-ID                            00620000
              END-IF                                                    00630000
           END-IF                                                       00640000
           EVALUATE TRUE                                                00650000
      *    WHEN NO COMMAREA WAS PASSED - STARTED ON ITS OWN             00660000
              WHEN EIBCALEN = ZERO                                      00670000
                 MOVE LOW-VALUES TO LNOTEO                              00680000
                 MOVE 'KEY A PERSONAL ID OR APPLICATION, ENTER'         00690000
                    TO MSGO                                             00700000
                 PERFORM 100-SEND-MAP                                   00710000
                                                                        00720000
      *    WHEN ANOTHER SCREEN HANDS A CUSTOMER OR LOAN OVER - THE AID  00730000
      *    KEY STILL HOLDS THE PF THAT WAS PRESSED OVER THERE, SO THIS  00740000
      *    ARM MUST SIT ABOVE EVERY PF-KEY TEST                         00750000
              WHEN DFHCOMMAREA (1:1) = 'D'                              00760000
                 MOVE LOW-VALUES TO LNOTEO                              00770000
                 MOVE 1 TO WS-SAVE-PAGE                                 00780000
                 PERFORM 600-INQUIRE-NOTES                              00790000
                 PERFORM 100-SEND-MAP                                   00800000
                                                                        00810000
      *    WHEN USER PRESSES PF3 RETURN TO THE SCREEN THAT CAME HERE    00820000
              WHEN EIBAID = DFHPF3                                      00830000
                 PERFORM 300-RETURN-CALLER                              00840000
                                                                        00850000
      *    WHEN USER PRESSES PF4 FILE THE KEYED NOTE                    00860000
              WHEN EIBAID = DFHPF4                                      00870000
                 PERFORM 400-RECEIVE-DATA                               00880000
                 PERFORM 500-VALIDATE-INPUTS                            00890000
                                                                        00900000
      *    WHEN USER PRESSES PF7 PAGE BACK TOWARD NEWER NOTES           00910000
              WHEN EIBAID = DFHPF7                                      00920000
                 PERFORM 400-RECEIVE-DATA                               00930000
                 IF WS-SAVE-PAGE > 1                                    00940000
                    SUBTRACT 1 FROM WS-SAVE-PAGE                        00950000
                 END-IF                                                 00960000
                 PERFORM 600-INQUIRE-NOTES                              00970000
                 PERFORM 200-SEND-DATAONLY                              00980000
                                                                        00990000
      *    WHEN USER PRESSES PF8 PAGE FORWARD TOWARD OLDER NOTES        01000000
              WHEN EIBAID = DFHPF8                                      01010000
                 PERFORM 400-RECEIVE-DATA                               01020000
                 ADD 1 TO WS-SAVE-PAGE                                  01030000
                 PERFORM 600-INQUIRE-NOTES                              01040000
                 PERFORM 200-SEND-DATAONLY                              01050000
                                                                        01060000
      *    WHEN USER PRESSES ENTER LIST THE KEYED CUSTOMER'S NOTES      01070000
              WHEN EIBAID = DFHENTER                                    01080000
                 PERFORM 400-RECEIVE-DATA                               01090000
                 MOVE 1 TO WS-SAVE-PAGE                                 01100000
                 PERFORM 600-INQUIRE-NOTES                              01110000
                 PERFORM 200-SEND-DATAONLY                              01120000
                                                                        01130000
      *    WHEN USER PRESSES ANY OTHER AID KEY SEND INVAL MESSAGE       01140000
              WHEN OTHER                                                01150000
                 MOVE 'INVALID KEY PRESSED.' TO MSGO                    01160000
                 PERFORM 200-SEND-DATAONLY                              01170000
           END-EVALUATE                                                 01180000
                                                                        01190000
           MOVE 'N'            TO CA-SW                                 01200000
           MOVE WS-SAVE-CALLER TO CA-CALLER                             01210000
           MOVE WS-SAVE-SSN    TO CA-SSN                                01220000
           MOVE WS-SAVE-APP-ID TO CA-APP-ID                             01230000
           MOVE WS-SAVE-PAGE   TO CA-PAGE                               01240000
           EXEC CICS RETURN                                             01250000
                TRANSID('CNOT')                                         01260000
                COMMAREA(COMMUNICATION-AREA)                            01270000
           END-EXEC                                                     01280000
           EXIT.                                                        01290000
                                                                        01300000
      *    SEND MAP, CLEAR THE SCREEN FROM USER INPUT                   01310000
       100-SEND-MAP.                                                    01320000
           EXEC CICS SEND                                               01330000
                MAP('LNOTE')                                            01340000
                MAPSET('LMAPST34')                                      01350000
                FROM(LNOTEO)                                            01360000
                ERASE                                                   01370000
                FREEKB                                                  01380000
                RESP(WS-RESPCODE)                                       01390000
           END-EXEC                                                     01400000
           EXIT.                                                        01410000
                                                                        01420000
      *    SEND DATA-ONLY WITHOUT RESETTING ANYTHING                    01430000
       200-SEND-DATAONLY.                                               01440000
           EXEC CICS SEND                                               01450000
                MAPSET('LMAPST34')                                      01460000
                MAP('LNOTE')                                            01470000
                RESP(WS-RESPCODE)                                       01480000
                DATAONLY                                                01490000
                CURSOR                                                  01500000
           END-EXEC                                                     01510000
           EXIT.                                                        01520000
                                                                        01530000
      *    BACK TO WHICHEVER SCREEN OPENED THE NOTES - LOANSRCH GETS    01540000
      *    ITS CUSTOMER BACK PRESELECTED, THE OTHERS START FRESH.       01550000
      *    STARTED ON ITS OWN, PF3 GOES TO LOANMENU                     01560000
       300-RETURN-CALLER.                                               01570000
           EVALUATE TRUE                                                01580000
              WHEN WS-SAVE-CALLER = SPACES OR                           01590000
                   WS-SAVE-CALLER = LOW-VALUES                          01600000
                 EXEC CICS XCTL                                         01610000
                      PROGRAM('LOANMENU')                               01620000
                      RESP(WS-RESPCODE)                                 01630000
                 END-EXEC                                               01640000
              WHEN WS-SAVE-CALLER = 'LOANSRCH'                          01650000
                 MOVE 'D'         TO WS-DRILL-SW                        01660000
                 MOVE WS-SAVE-SSN TO WS-DRILL-SSN                       01670000
                 EXEC CICS XCTL                                         01680000
                      PROGRAM('LOANSRCH')                               01690000
                      COMMAREA(WS-DRILL-COMMAREA)                       01700000
                      RESP(WS-RESPCODE)                                 01710000
                 END-EXEC                                               01720000
              WHEN OTHER                                                01730000
                 EXEC CICS XCTL                                         01740000
                      PROGRAM(WS-SAVE-CALLER)                           01750000
                      RESP(WS-RESPCODE)                                 01760000
                 END-EXEC                                               01770000
           END-EVALUATE                                                 01780000
           IF WS-RESPCODE = DFHRESP(NORMAL)                             01790000
              CONTINUE                                                  01800000
           ELSE                                                         01810000
              MOVE 'PRGM NOT FOUND' TO MSGO                             01820000
              PERFORM 200-SEND-DATAONLY                                 01830000
           END-IF                                                       01840000
           EXIT.                                                        01850000
                                                                        01860000
      *    A KEYED PERSONAL ID OR APPLICATION OVERRIDES WHAT THE LAST   01870000
      *    TURN SAVED; AN APPLICATION FIELD KEYED BLANK GOES BACK TO    01880000
      *    THE CUSTOMER'S OWN NOTES                                     01890000
       400-RECEIVE-DATA.                                                01900000
           EXEC CICS RECEIVE                                            01910000
                MAP('LNOTE')                                            01920000
                MAPSET('LMAPST34')                                      01930000
                INTO(LNOTEI)                                            01940000
                RESP(WS-RESPCODE)                                       01950000
           END-EXEC                                                     01960000
           IF NSSNI NOT = SPACES AND NSSNI NOT = LOW-VALUES             01970000
              MOVE NSSNI TO WS-SAVE-SSN                                 01980000
           END-IF                                                       01990000
           IF NAPPL > ZERO                                              02000000
              IF NAPPI IS NUMERIC                                       02010000
                 MOVE NAPPI TO WS-SAVE-APP-ID                           02020000
              ELSE                                                      02030000
                 MOVE ZERO TO WS-SAVE-APP-ID                            02040000
              END-IF                                                    02050000
           END-IF                                                       02060000
           IF WS-SAVE-PAGE IS NOT NUMERIC OR WS-SAVE-PAGE = ZERO        02070000
              MOVE 1 TO WS-SAVE-PAGE                                    02080000
           END-IF                                                       02090000
           EXIT.                                                        02100000
                                                                        02110000
      *    A NOTE NEEDS ITS TEXT AND SOMEONE TO BE FILED AGAINST; THE   02120000
      *    CATEGORY IS CHECKED IN LOANDB2                               02130000
       500-VALIDATE-INPUTS.                                             02140000
           EVALUATE TRUE                                                02150000
              WHEN (WS-SAVE-SSN = SPACES OR WS-SAVE-SSN = LOW-VALUES)   02160000
                   AND WS-SAVE-APP-ID = ZERO                            02170000
                 MOVE 'KEY A PERSONAL ID OR APPLICATION FIRST'          02180000
                    TO MSGO                                             02190000
                 MOVE -1 TO NSSNL                                       02200000
                 PERFORM 200-SEND-DATAONLY                              02210000
              WHEN NTXTI = SPACES OR NTXTI = LOW-VALUES                 02220000
                 MOVE 'NOTE TEXT MUST BE ENTERED' TO MSGO               02230000
                 MOVE -1 TO NTXTL                                       02240000
                 PERFORM 200-SEND-DATAONLY                              02250000
              WHEN OTHER                                                02260000
                 PERFORM 700-ADD-NOTE                                   02270000
           END-EVALUATE                                                 02280000
           EXIT.                                                        02290000
                                                                        02300000
       600-INQUIRE-NOTES.                                               02310000
           IF (WS-SAVE-SSN = SPACES OR WS-SAVE-SSN = LOW-VALUES)        02320000
              AND WS-SAVE-APP-ID = ZERO                                 02330000
              MOVE 'KEY A PERSONAL ID OR APPLICATION FIRST' TO MSGO     02340000
              MOVE -1 TO NSSNL                                          02350000
           ELSE                                                         02360000
              SET SW-CASE-NOTE TO TRUE                                  02370000
              MOVE 'V'            TO WS-NOTE-ACTION                     02380000
              MOVE WS-SAVE-SSN    TO WS-SSN                             02390000
              MOVE WS-SAVE-APP-ID TO WS-APP-ID                          02400000
              MOVE WS-SAVE-PAGE   TO WS-LIST-PAGE                       02410000
                                                                        02420000
              EXEC CICS LINK                                            02430000
                   PROGRAM('LOANDB2')                                   02440000
                   COMMAREA(DATAGROUP)                                  02450000
                   RESP(WS-RESPCODE)                                    02460000
              END-EXEC                                                  02470000
                                                                        02480000
              IF WS-RESPCODE = DFHRESP(NORMAL)                          02490000
                 IF SUCCESS                                             02500000
                    PERFORM 800-DISPLAY-NOTES                           02510000
                 END-IF                                                 02520000
                 MOVE WS-MESSAGE TO MSGO                                02530000
              ELSE                                                      02540000
                 MOVE 'ERROR LINKING TO LOANDB2' TO MSGO                02550000
              END-IF                                                    02560000
           END-IF                                                       02570000
           EXIT.                                                        02580000
                                                                        02590000
       700-ADD-NOTE.                                                    02600000
           SET SW-CASE-NOTE TO TRUE                                     02610000
           MOVE 'A'            TO WS-NOTE-ACTION                        02620000
           MOVE WS-SAVE-SSN    TO WS-SSN                                02630000
           MOVE WS-SAVE-APP-ID TO WS-APP-ID                             02640000
           MOVE SPACES         TO WS-NOTE-CATEGORY                      02650000
           IF NCATI NOT = LOW-VALUES                                    02660000
              MOVE NCATI TO WS-NOTE-CATEGORY                            02670000
           END-IF                                                       02680000
           MOVE NTXTI          TO WS-NOTE-TEXT                          02690000
           MOVE 1              TO WS-SAVE-PAGE                          02700000
           MOVE 1              TO WS-LIST-PAGE                          02710000
                                                                        02720000
           EXEC CICS LINK                                               02730000
                PROGRAM('LOANDB2')                                      02740000
                COMMAREA(DATAGROUP)                                     02750000
                RESP(WS-RESPCODE)                                       02760000
           END-EXEC                                                     02770000
                                                                        02780000
           IF WS-RESPCODE = DFHRESP(NORMAL)                             02790000
              IF SUCCESS                                                02800000
                 PERFORM 800-DISPLAY-NOTES                              02810000
                 MOVE SPACES TO NCATO                                   02820000
                 MOVE SPACES TO NTXTO                                   02830000
              END-IF                                                    02840000
              MOVE WS-MESSAGE TO MSGO                                   02850000
              PERFORM 200-SEND-DATAONLY                                 02860000
           ELSE                                                         02870000
              MOVE 'ERROR LINKING TO LOANDB2' TO MSGO                   02880000
              PERFORM 100-SEND-MAP                                      02890000
           END-IF                                                       02900000
           EXIT.                                                        02910000
                                                                        02920000
       800-DISPLAY-NOTES.                                               02930000
           MOVE WS-SSN TO WS-SAVE-SSN                                   02940000
           MOVE WS-SAVE-SSN    TO NSSNO                                 02950000
           MOVE WS-SAVE-APP-ID TO NAPPO                                 02960000
           MOVE WS-SAVE-PAGE   TO NPGO                                  02970000
           MOVE SPACES TO NNAMEO                                        02980000
           STRING WS-F-NAME ' ' WS-L-NAME                               02990000
                  DELIMITED BY SIZE INTO NNAMEO                         03000000
           END-STRING                                                   03010000
           MOVE WS-LIST-LINE (1) TO NL1O                                03020000
           MOVE WS-LIST-LINE (2) TO NL2O                                03030000
           MOVE WS-LIST-LINE (3) TO NL3O                                03040000
           MOVE WS-LIST-LINE (4) TO NL4O                                03050000
           MOVE WS-LIST-LINE (5) TO NL5O                                03060000
           MOVE WS-LIST-LINE (6) TO NL6O                                03070000
           MOVE WS-LIST-LINE (7) TO NL7O                                03080000
           MOVE WS-LIST-LINE (8) TO NL8O                                03090000
           EXIT.                                                        03100000
