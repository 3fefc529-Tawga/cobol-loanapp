       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANPOAR.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       DATA DIVISION.                                                   00040000
                                                                        00050000
       WORKING-STORAGE SECTION.                                         00060000
           COPY LMAPST33.                                               00070000
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
                 MOVE LOW-VALUES TO LPOARO                              00230000
                 MOVE 'R=REGISTER  E=REVOKE   SCOPE I/P/F' TO MSGO      00240000
                 PERFORM 100-SEND-MAP                                   00250000
                                                                        00260000
      *       WHEN USER PRESSES PF3 RETURN TO LOANMENU WITHOUT SAVING   00270000
              WHEN EIBAID = DFHPF3                                      00280000
                 PERFORM 300-RETURN-LOANMENU                            00290000
                                                                        00300000
      *       WHEN USER PRESSES PF4 OR ENTER TO WORK THE ENTRY          00310000
              WHEN EIBAID = DFHPF4 OR EIBAID = DFHENTER                 00320000
                 PERFORM 400-RECEIVE-DATA                               00330000
                 PERFORM 500-VALIDATE-INPUTS                            00340000
                                                                        00350000
      *       WHEN USER PRESSES ANY OTHER AID KEY SEND INVAL MESSAGE    00360000
              WHEN OTHER                                                00370000
                 MOVE 'INVALID KEY PRESSED.' TO MSGO                    00380000
                 PERFORM 200-SEND-DATAONLY                              00390000
           END-EVALUATE                                                 00400000
                                                                        00410000
           EXEC CICS RETURN                                             00420000
                TRANSID('POAR')                                         00430000
                COMMAREA(COMMUNICATION-AREA)                            00440000
           END-EXEC                                                     00450000
           EXIT.                                                        00460000
                                                                        00470000
      *    SEND MAP, CLEAR THE SCREEN FROM USER INPUT                   00480000
       100-SEND-MAP.                                                    00490000
           EXEC CICS SEND                                               00500000
                MAP('LPOAR')                                            00510000
                MAPSET('LMAPST33')                                      00520000
                FROM(LPOARO)                                            00530000
                ERASE                                                   00540000
                FREEKB                                                  00550000
                RESP(WS-RESPCODE)                                       00560000
           END-EXEC                                                     00570000
           EXIT.                                                        00580000
                                                                        00590000
      *    SEND DATA-ONLY WITHOUT RESETTING ANYTHING                    00600000
       200-SEND-DATAONLY.                                               00610000
           EXEC CICS SEND                                               00620000
                MAPSET('LMAPST33')                                      00630000
                MAP('LPOAR')                                            00640000
                RESP(WS-RESPCODE)                                       00650000
                DATAONLY                                                00660000
                CURSOR                                                  00670000
           END-EXEC                                                     00680000
           EXIT.                                                        00690000
                                                                        00700000
      *    NAVIGATE BACK TO LOANMENU                                    00710000
       300-RETURN-LOANMENU.                                             00720000
           EXEC CICS XCTL                                               00730000
                PROGRAM('LOANMENU')                                     00740000
                RESP(WS-RESPCODE)                                       00750000
           END-EXEC                                                     00760000
           IF WS-RESPCODE = DFHRESP(NORMAL)                             00770000
              CONTINUE                                                  00780000
           END-IF                                                       00790000
           EXIT.                                                        00800000
                                                                        00810000
       400-RECEIVE-DATA.                                                00820000
           EXEC CICS RECEIVE                                            00830000
                MAP('LPOAR')                                            00840000
                MAPSET('LMAPST33')                                      00850000
                INTO(LPOARI)                                            00860000
                RESP(WS-RESPCODE)                                       00870000
           END-EXEC                                                     00880000
           EXIT.                                                        00890000
                                                                        00900000
      *    REGISTERING NEEDS THE CUSTOMER, THE REPRESENTATIVE'S NAME,   00910000
      *    THE SCOPE (I=INQUIRY ONLY, P=PAYMENTS, F=FULL SERVICING),    00920000
      *    THE VALID-FROM DATE (YYYY-MM-DD) AND THE IMAGING REFERENCE   00930000
      *    OF THE POWER-OF-ATTORNEY DOCUMENT; VALID-TO IS LEFT BLANK    00940000
      *    FOR AN OPEN-ENDED AUTHORITY. REVOKING NEEDS ONLY THE REP ID. 00950000
      *    THE ADDRESS RULE AND DATE CHECKS ARE APPLIED BY LOANDB2      00960000
       500-VALIDATE-INPUTS.                                             00970000
           EVALUATE TRUE                                                00980000
              WHEN RACTI NOT = 'R' AND RACTI NOT = 'E'                  00990000
                 MOVE 'ACTION MUST BE R OR E' TO MSGO                   01000000
                 MOVE -1 TO RACTL                                       01010000
                 PERFORM 200-SEND-DATAONLY                              01020000
              WHEN RACTI = 'E' AND                                      01030000
                   (RRIDI IS NOT NUMERIC OR RRIDI = ZERO)               01040000
                 MOVE 'REPRESENTATIVE ID MUST BE ENTERED' TO MSGO       01050000
                 MOVE -1 TO RRIDL                                       01060000
                 PERFORM 200-SEND-DATAONLY                              01070000
              WHEN RACTI = 'R' AND                                      01080000
                   (RSSNI = SPACES OR RSSNI = LOW-VALUES)               01090000
                 MOVE 'CUSTOMER SSN MUST BE ENTERED' TO MSGO            01100000
                 MOVE -1 TO RSSNL                                       01110000
                 PERFORM 200-SEND-DATAONLY                              01120000
              WHEN RACTI = 'R' AND                                      01130000
                   (RNAMEI = SPACES OR RNAMEI = LOW-VALUES)             01140000
                 MOVE 'REPRESENTATIVE NAME MUST BE ENTERED' TO MSGO     01150000
                 MOVE -1 TO RNAMEL                                      01160000
                 PERFORM 200-SEND-DATAONLY                              01170000
              WHEN RACTI = 'R' AND RSCOPI NOT = 'I' AND                 01180000
                   RSCOPI NOT = 'P' AND RSCOPI NOT = 'F'                01190000
                 MOVE 'SCOPE MUST BE I, P OR F' TO MSGO                 01200000
                 MOVE -1 TO RSCOPL                                      01210000
                 PERFORM 200-SEND-DATAONLY                              01220000
              WHEN RACTI = 'R' AND                                      01230000
                   (RFROMI = SPACES OR RFROMI = LOW-VALUES)             01240000
                 MOVE 'VALID-FROM DATE MUST BE ENTERED' TO MSGO         01250000
                 MOVE -1 TO RFROML                                      01260000
                 PERFORM 200-SEND-DATAONLY                              01270000
              WHEN RACTI = 'R' AND                                      01280000
                   (RDOCI = SPACES OR RDOCI = LOW-VALUES)               01290000
                 MOVE 'DOCUMENT IMAGING REF MUST BE ENTERED' TO MSGO    01300000
                 MOVE -1 TO RDOCL                                       01310000
                 PERFORM 200-SEND-DATAONLY                              01320000
              WHEN OTHER                                                01330000
                 PERFORM 700-SUBMIT-ENTRY                               01340000
           END-EVALUATE                                                 01350000
           EXIT.                                                        01360000
                                                                        01370000
       700-SUBMIT-ENTRY.                                                01380000
           SET SW-REPRESENTATIVE TO TRUE                                01390000
           MOVE RACTI TO WS-REP-ACTION                                  01400000
           IF RRIDI IS NUMERIC                                          01410000
              MOVE RRIDI TO WS-REP-ID                                   01420000
           ELSE                                                         01430000
              MOVE ZERO TO WS-REP-ID                                    01440000
           END-IF                                                       01450000
           IF RSSNI = LOW-VALUES                                        01460000
              MOVE SPACES TO WS-SSN                                     01470000
           ELSE                                                         01480000
              MOVE RSSNI TO WS-SSN                                      01490000
           END-IF                                                       01500000
           MOVE RNAMEI TO WS-REP-NAME                                   01510000
           MOVE RSCOPI TO WS-REP-SCOPE                                  01520000
           MOVE RFROMI TO WS-REP-VALID-FROM                             01530000
           MOVE RTOI TO WS-REP-VALID-TO                                 01540000
           MOVE RDOCI TO WS-REP-DOC-REF                                 01550000
           MOVE RADDRI TO WS-REP-ADDRESS                                01560000
           MOVE RPOSTI TO WS-REP-POSTAL                                 01570000
           MOVE RCITYI TO WS-REP-CITY                                   01580000
           INSPECT WS-REP-NAME                                          01590000
                   REPLACING ALL LOW-VALUES BY SPACES                   01600000
           INSPECT WS-REP-VALID-FROM                                    01610000
                   REPLACING ALL LOW-VALUES BY SPACES                   01620000
           INSPECT WS-REP-VALID-TO                                      01630000
                   REPLACING ALL LOW-VALUES BY SPACES                   01640000
           INSPECT WS-REP-DOC-REF                                       01650000
                   REPLACING ALL LOW-VALUES BY SPACES                   01660000
           INSPECT WS-REP-ADDRESS                                       01670000
                   REPLACING ALL LOW-VALUES BY SPACES                   01680000
           INSPECT WS-REP-POSTAL                                        01690000
                   REPLACING ALL LOW-VALUES BY SPACES                   01700000
           INSPECT WS-REP-CITY                                          01710000
                   REPLACING ALL LOW-VALUES BY SPACES                   01720000
                                                                        01730000
           EXEC CICS LINK                                               01740000
                PROGRAM('LOANDB2')                                      01750000
                COMMAREA(DATAGROUP)                                     01760000
                RESP(WS-RESPCODE)                                       01770000
           END-EXEC                                                     01780000
                                                                        01790000
           EVALUATE TRUE                                                01800000
              WHEN WS-RESPCODE = DFHRESP(NORMAL)                        01810000
                 MOVE WS-MESSAGE TO MSGO                                01820000
                 MOVE WS-REP-ID TO RRIDO                                01830000
                 PERFORM 200-SEND-DATAONLY                              01840000
              WHEN OTHER                                                01850000
                 MOVE 'ERROR LINKING TO LOANDB2' TO MSGO                01860000
                 PERFORM 100-SEND-MAP                                   01870000
           END-EVALUATE                                                 01880000
           EXIT.                                                        01890000
