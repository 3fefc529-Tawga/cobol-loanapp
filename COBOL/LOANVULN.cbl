       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANVULN.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       DATA DIVISION.                                                   00040000
                                                                        00050000
       WORKING-STORAGE SECTION.                                         00060000
           COPY LMAPST31.                                               00070000
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
                 MOVE LOW-VALUES TO LVULNO                              00230000
                 MOVE 'R=RECORD  V=REVIEW  O=OVERRIDE  C=CLOSE'         00240000
                      TO MSGO                                           00250000
                 PERFORM 100-SEND-MAP                                   00260000
                                                                        00270000
      *       WHEN USER PRESSES PF3 RETURN TO LOANMENU WITHOUT SAVING   00280000
              WHEN EIBAID = DFHPF3                                      00290000
                 PERFORM 300-RETURN-LOANMENU                            00300000
                                                                        00310000
      *       WHEN USER PRESSES PF4 OR ENTER TO WORK THE ENTRY          00320000
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
                TRANSID('VULN')                                         00440000
                COMMAREA(COMMUNICATION-AREA)                            00450000
           END-EXEC                                                     00460000
           EXIT.                                                        00470000
                                                                        00480000
      *    SEND MAP, CLEAR THE SCREEN FROM USER INPUT                   00490000
       100-SEND-MAP.                                                    00500000
           EXEC CICS SEND                                               00510000
                MAP('LVULN')                                            00520000
                MAPSET('LMAPST31')                                      00530000
                FROM(LVULNO)                                            00540000
                ERASE                                                   00550000
                FREEKB                                                  00560000
                RESP(WS-RESPCODE)                                       00570000
           END-EXEC                                                     00580000
           EXIT.                                                        00590000
                                                                        00600000
      *    SEND DATA-ONLY WITHOUT RESETTING ANYTHING                    00610000
       200-SEND-DATAONLY.                                               00620000
           EXEC CICS SEND                                               00630000
                MAPSET('LMAPST31')                                      00640000
                MAP('LVULN')                                            00650000
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
                MAP('LVULN')                                            00850000
                MAPSET('LMAPST31')                                      00860000
                INTO(LVULNI)                                            00870000
                RESP(WS-RESPCODE)                                       00880000
           END-EXEC                                                     00890000
           EXIT.                                                        00900000
                                                                        00910000
      *    RECORDING NEEDS THE CUSTOMER, THE TYPE, THE CONSENT ANSWER   00920000
      *    AND A REVIEW DATE; THE OTHER ACTIONS WORK FROM THE ENTRY ID. 00930000
      *    TYPE, CONSENT AND DATE RULES ARE CHECKED BY LOANDB2          00940000
       500-VALIDATE-INPUTS.                                             00950000
           EVALUATE TRUE                                                00960000
              WHEN VACTI NOT = 'R' AND VACTI NOT = 'V' AND              00970000
                   VACTI NOT = 'O' AND VACTI NOT = 'C'                  00980000
                 MOVE 'ACTION MUST BE R, V, O OR C' TO MSGO             00990000
                 MOVE -1 TO VACTL                                       01000000
                 PERFORM 200-SEND-DATAONLY                              01010000
              WHEN VACTI = 'R' AND                                      01020000
                   (VSSNI = SPACES OR VSSNI = LOW-VALUES)               01030000
                 MOVE 'CUSTOMER SSN MUST BE ENTERED' TO MSGO            01040000
                 MOVE -1 TO VSSNL                                       01050000
                 PERFORM 200-SEND-DATAONLY                              01060000
              WHEN VACTI = 'R' AND                                      01070000
                   (VTYPEI = SPACES OR VTYPEI = LOW-VALUES)             01080000
                 MOVE 'VULNERABILITY TYPE MUST BE ENTERED' TO MSGO      01090000
                 MOVE -1 TO VTYPEL                                      01100000
                 PERFORM 200-SEND-DATAONLY                              01110000
              WHEN VACTI = 'R' AND VCONSI NOT = 'Y' AND                 01120000
                   VCONSI NOT = 'N'                                     01130000
                 MOVE 'CONSENT MUST BE Y OR N' TO MSGO                  01140000
                 MOVE -1 TO VCONSL                                      01150000
                 PERFORM 200-SEND-DATAONLY                              01160000
              WHEN VACTI NOT = 'R' AND                                  01170000
                   (VVIDI IS NOT NUMERIC OR VVIDI = ZERO)               01180000
                 MOVE 'ENTRY ID MUST BE ENTERED' TO MSGO                01190000
                 MOVE -1 TO VVIDL                                       01200000
                 PERFORM 200-SEND-DATAONLY                              01210000
              WHEN (VACTI = 'R' OR VACTI = 'V') AND                     01220000
                   (VRVDTI = SPACES OR VRVDTI = LOW-VALUES)             01230000
                 MOVE 'REVIEW DATE MUST BE ENTERED' TO MSGO             01240000
                 MOVE -1 TO VRVDTL                                      01250000
                 PERFORM 200-SEND-DATAONLY                              01260000
              WHEN OTHER                                                01270000
                 PERFORM 700-SUBMIT-ENTRY                               01280000
           END-EVALUATE                                                 01290000
           EXIT.                                                        01300000
                                                                        01310000
       700-SUBMIT-ENTRY.                                                01320000
           SET SW-VULNERABLE TO TRUE                                    01330000
           MOVE VACTI TO WS-VULN-ACTION                                 01340000
           IF VVIDI IS NUMERIC                                          01350000
              MOVE VVIDI TO WS-VULN-ID                                  01360000
           ELSE                                                         01370000
              MOVE ZERO TO WS-VULN-ID                                   01380000
           END-IF                                                       01390000
           IF VSSNI = LOW-VALUES                                        01400000
              MOVE SPACES TO WS-SSN                                     01410000
           ELSE                                                         01420000
              MOVE VSSNI TO WS-SSN                                      01430000
           END-IF                                                       01440000
           MOVE VTYPEI TO WS-VULN-TYPE                                  01450000
           MOVE VCONSI TO WS-VULN-CONSENT                               01460000
           MOVE VEVIDI TO WS-VULN-EVIDENCE                              01470000
           MOVE VRVDTI TO WS-VULN-REVIEW-DATE                           01480000
           INSPECT WS-VULN-TYPE REPLACING ALL LOW-VALUES BY SPACES      01490000
           INSPECT WS-VULN-EVIDENCE REPLACING ALL LOW-VALUES BY SPACES  01500000
           INSPECT WS-VULN-REVIEW-DATE                                  01510000
                   REPLACING ALL LOW-VALUES BY SPACES                   01520000
                                                                        01530000
           EXEC CICS LINK                                               01540000
                PROGRAM('LOANDB2')                                      01550000
                COMMAREA(DATAGROUP)                                     01560000
                RESP(WS-RESPCODE)                                       01570000
           END-EXEC                                                     01580000
                                                                        01590000
           EVALUATE TRUE                                                01600000
              WHEN WS-RESPCODE = DFHRESP(NORMAL)                        01610000
                 MOVE WS-MESSAGE TO MSGO                                01620000
                 MOVE WS-VULN-ID TO VVIDO                               01630000
                 PERFORM 200-SEND-DATAONLY                              01640000
              WHEN OTHER                                                01650000
                 MOVE 'ERROR LINKING TO LOANDB2' TO MSGO                01660000
                 PERFORM 100-SEND-MAP                                   01670000
           END-EVALUATE                                                 01680000
           EXIT.                                                        01690000
