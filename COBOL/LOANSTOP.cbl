       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANSTOP.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       DATA DIVISION.                                                   00040000
                                                                        00050000
       WORKING-STORAGE SECTION.                                         00060000
           COPY LMAPST30.                                               00070000
           COPY DFHAID.                                                 00080000
           COPY DFHBMSCA.                                               00090000
       01 DATAGROUP.                                                    00100000
           COPY COMMDATA REPLACING ==:TAG:== BY ==WS==.                 00110000
                                                                        00120000
       01 COMMUNICATION-AREA       PIC X.                               00130000
                                                                        00140000
       01 WS-RESPCODE              PIC S9(08) COMP.                     00150000
                                                                        00160000
       PROCEDURE DIVISION.                                              00170000
       000-MAIN-PARA.                                                   00180000
           INITIALIZE DATAGROUP                                         00190000
           EVALUATE TRUE                                                00200000
      *       WHEN NO COMMAREA WAS PASSED - A FRESH ENTRY FROM MENU     00210000
              WHEN EIBCALEN = ZERO                                      00220000
                 MOVE LOW-VALUES TO LSTOPO                              00230000
                 MOVE 'P=PLACE  R=RELEASE  V=REVIEW BY STOP ID'         00240000
                      TO MSGO                                           00250000
                 PERFORM 100-SEND-MAP                                   00260000
                                                                        00270000
      *       WHEN USER PRESSES PF3 RETURN TO LOANMENU WITHOUT SAVING   00280000
              WHEN EIBAID = DFHPF3                                      00290000
                 PERFORM 300-RETURN-LOANMENU                            00300000
                                                                        00310000
      *       WHEN USER PRESSES PF4 OR ENTER TO WORK THE STOP           00320000
              WHEN EIBAID = DFHPF4 OR EIBAID = DFHENTER                 00330000
                 PERFORM 400-RECEIVE-DATA                               00340000
                 PERFORM 500-VALIDATE-INPUTS                            00350000
                                                                        00360000
      *       WHEN USER PRESSES ANY OTHER AID KEY SEND INVAL MESSAGE    00370000
              WHEN OTHER                                                00380000
                 MOVE 'INVALID KEY PRESSED.' TO MSGO                    00390000
                 PERFORM 200-SEND-DATAONLY                              00400000
           END-EVALUATE                                                 00410000
                                                                        00420000
           EXEC CICS RETURN                                             00430000
                TRANSID('STOP')                                         00440000
                COMMAREA(COMMUNICATION-AREA)                            00450000
           END-EXEC                                                     00460000
           EXIT.                                                        00470000
                                                                        00480000
      *    SEND MAP, CLEAR THE SCREEN FROM USER INPUT                   00490000
       100-SEND-MAP.                                                    00500000
           EXEC CICS SEND                                               00510000
                MAP('LSTOP')                                            00520000
                MAPSET('LMAPST30')                                      00530000
                FROM(LSTOPO)                                            00540000
                ERASE                                                   00550000
                FREEKB                                                  00560000
                RESP(WS-RESPCODE)                                       00570000
           END-EXEC                                                     00580000
           EXIT.                                                        00590000
                                                                        00600000
      *    SEND DATA-ONLY WITHOUT RESETTING ANYTHING                    00610000
       200-SEND-DATAONLY.                                               00620000
           EXEC CICS SEND                                               00630000
                MAPSET('LMAPST30')                                      00640000
                MAP('LSTOP')                                            00650000
                RESP(WS-RESPCODE)                                       00660000
                DATAONLY                                                00670000
                CURSOR                                                  00680000
           END-EXEC                                                     00690000
           EXIT.                                                        00700000
                                                                        00710000
      *    NAVIGATE BACK TO LOANMENU                                    00720000
       300-RETURN-LOANMENU.                                             00730000
           EXEC CICS XCTL                                               00740000
                PROGRAM('LOANMENU')                                     00750000
                RESP(WS-RESPCODE)                                       00760000
           END-EXEC                                                     00770000
           IF WS-RESPCODE = DFHRESP(NORMAL)                             00780000
              CONTINUE                                                  00790000
           END-IF                                                       00800000
           EXIT.                                                        00810000
                                                                        00820000
       400-RECEIVE-DATA.                                                00830000
           EXEC CICS RECEIVE                                            00840000
                MAP('LSTOP')                                            00850000
                MAPSET('LMAPST30')                                      00860000
                INTO(LSTOPI)                                            00870000
                RESP(WS-RESPCODE)                                       00880000
           END-EXEC                                                     00890000
           EXIT.                                                        00900000
                                                                        00910000
      *    PLACING NEEDS A LOAN OR A CUSTOMER, A CODE, A REASON AND A   00920000
      *    REVIEW DATE; RELEASE AND REVIEW WORK FROM THE STOP ID. THE   00930000
      *    CODE AND DATE THEMSELVES ARE CHECKED BY LOANDB2              00940000
       500-VALIDATE-INPUTS.                                             00950000
           EVALUATE TRUE                                                00960000
              WHEN SACTI NOT = 'P' AND SACTI NOT = 'R' AND              00970000
                   SACTI NOT = 'V'                                      00980000
                 MOVE 'ACTION MUST BE P, R OR V' TO MSGO                00990000
                 MOVE -1 TO SACTL                                       01000000
                 PERFORM 200-SEND-DATAONLY                              01010000
              WHEN SACTI = 'P' AND                                      01020000
                   (SAPPIDI IS NOT NUMERIC OR SAPPIDI = ZERO) AND       01030000
                   (SSSNI = SPACES OR SSSNI = LOW-VALUES)               01040000
                 MOVE 'APP ID OR CUSTOMER SSN MUST BE ENTERED' TO MSGO  01050000
                 MOVE -1 TO SAPPIDL                                     01060000
                 PERFORM 200-SEND-DATAONLY                              01070000
              WHEN SACTI = 'P' AND                                      01080000
                   (SCODEI = SPACES OR SCODEI = LOW-VALUES)             01090000
                 MOVE 'STOP CODE MUST BE ENTERED' TO MSGO               01100000
                 MOVE -1 TO SCODEL                                      01110000
                 PERFORM 200-SEND-DATAONLY                              01120000
              WHEN SACTI = 'P' AND                                      01130000
                   (SRSNI = SPACES OR SRSNI = LOW-VALUES)               01140000
                 MOVE 'STOP REASON MUST BE ENTERED' TO MSGO             01150000
                 MOVE -1 TO SRSNL                                       01160000
                 PERFORM 200-SEND-DATAONLY                              01170000
              WHEN SACTI NOT = 'P' AND                                  01180000
                   (SSTIDI IS NOT NUMERIC OR SSTIDI = ZERO)             01190000
                 MOVE 'STOP ID MUST BE ENTERED' TO MSGO                 01200000
                 MOVE -1 TO SSTIDL                                      01210000
                 PERFORM 200-SEND-DATAONLY                              01220000
              WHEN SACTI NOT = 'R' AND                                  01230000
                   (SRVDTI = SPACES OR SRVDTI = LOW-VALUES)             01240000
                 MOVE 'REVIEW DATE MUST BE ENTERED' TO MSGO             01250000
                 MOVE -1 TO SRVDTL                                      01260000
                 PERFORM 200-SEND-DATAONLY                              01270000
              WHEN OTHER                                                01280000
                 PERFORM 700-SUBMIT-STOP                                01290000
           END-EVALUATE                                                 01300000
           EXIT.                                                        01310000
                                                                        01320000
       700-SUBMIT-STOP.                                                 01330000
           SET SW-STOP-CODE TO TRUE                                     01340000
           MOVE SACTI TO WS-STOP-ACTION                                 01350000
           IF SSTIDI IS NUMERIC                                         01360000
              MOVE SSTIDI TO WS-STOP-ID                                 01370000
           ELSE                                                         01380000
              MOVE ZERO TO WS-STOP-ID                                   01390000
           END-IF                                                       01400000
           IF SAPPIDI IS NUMERIC                                        01410000
              MOVE SAPPIDI TO WS-APP-ID                                 01420000
           ELSE                                                         01430000
              MOVE ZERO TO WS-APP-ID                                    01440000
           END-IF                                                       01450000
           IF SSSNI = LOW-VALUES                                        01460000
              MOVE SPACES TO WS-SSN                                     01470000
           ELSE                                                         01480000
              MOVE SSSNI TO WS-SSN                                      01490000
           END-IF                                                       01500000
           MOVE SCODEI TO WS-STOP-CODE                                  01510000
           MOVE SRSNI  TO WS-STOP-REASON                                01520000
           MOVE SRVDTI TO WS-STOP-REVIEW-DATE                           01530000
           INSPECT WS-STOP-CODE REPLACING ALL LOW-VALUES BY SPACES      01540000
           INSPECT WS-STOP-REASON REPLACING ALL LOW-VALUES BY SPACES    01550000
           INSPECT WS-STOP-REVIEW-DATE                                  01560000
                   REPLACING ALL LOW-VALUES BY SPACES                   01570000
                                                                        01580000
           EXEC CICS LINK                                               01590000
                PROGRAM('LOANDB2')                                      01600000
                COMMAREA(DATAGROUP)                                     01610000
                RESP(WS-RESPCODE)                                       01620000
           END-EXEC                                                     01630000
                                                                        01640000
           EVALUATE TRUE                                                01650000
              WHEN WS-RESPCODE = DFHRESP(NORMAL)                        01660000
                 MOVE WS-MESSAGE TO MSGO                                01670000
                 MOVE WS-STOP-ID TO SSTIDO                              01680000
                 PERFORM 200-SEND-DATAONLY                              01690000
              WHEN OTHER                                                01700000
                 MOVE 'ERROR LINKING TO LOANDB2' TO MSGO                01710000
                 PERFORM 100-SEND-MAP                                   01720000
           END-EVALUATE                                                 01730000
           EXIT.                                                        01740000
