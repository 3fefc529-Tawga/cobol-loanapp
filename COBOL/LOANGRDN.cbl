       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANGRDN.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       DATA DIVISION.                                                   00040000
                                                                        00050000
       WORKING-STORAGE SECTION.                                         00060000
           COPY LMAPST32.                                               00070000
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
                 MOVE LOW-VALUES TO LGRDNO                              00230000
                 MOVE 'C=CONSENT  R=REGISTER  E=END' TO MSGO            00240000
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
                TRANSID('GRDN')                                         00430000
                COMMAREA(COMMUNICATION-AREA)                            00440000
           END-EXEC                                                     00450000
           EXIT.                                                        00460000
                                                                        00470000
      *    SEND MAP, CLEAR THE SCREEN FROM USER INPUT                   00480000
       100-SEND-MAP.                                                    00490000
           EXEC CICS SEND                                               00500000
                MAP('LGRDN')                                            00510000
                MAPSET('LMAPST32')                                      00520000
                FROM(LGRDNO)                                            00530000
                ERASE                                                   00540000
                FREEKB                                                  00550000
                RESP(WS-RESPCODE)                                       00560000
           END-EXEC                                                     00570000
           EXIT.                                                        00580000
                                                                        00590000
      *    SEND DATA-ONLY WITHOUT RESETTING ANYTHING                    00600000
       200-SEND-DATAONLY.                                               00610000
           EXEC CICS SEND                                               00620000
                MAPSET('LMAPST32')                                      00630000
                MAP('LGRDN')                                            00640000
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
                MAP('LGRDN')                                            00840000
                MAPSET('LMAPST32')                                      00850000
                INTO(LGRDNI)                                            00860000
                RESP(WS-RESPCODE)                                       00870000
           END-EXEC                                                     00880000
           EXIT.                                                        00890000
                                                                        00900000
      *    A CONSENT NEEDS THE GUARDIANSHIP ID, THE APPLICATION AND THE 00910000
      *    CONSENT DOCUMENT'S REFERENCE; REGISTERING NEEDS THE WARD AND 00920000
      *    THE GUARDIAN'S NAME AND ADDRESS; ENDING NEEDS ONLY THE ID.   00930000
      *    WHETHER THE WARD IS ON THE APPLICATION IS CHECKED BY LOANDB2 00940000
       500-VALIDATE-INPUTS.                                             00950000
           EVALUATE TRUE                                                00960000
              WHEN GACTI NOT = 'C' AND GACTI NOT = 'R' AND              00970000
                   GACTI NOT = 'E'                                      00980000
                 MOVE 'ACTION MUST BE C, R OR E' TO MSGO                00990000
                 MOVE -1 TO GACTL                                       01000000
                 PERFORM 200-SEND-DATAONLY                              01010000
              WHEN GACTI NOT = 'R' AND                                  01020000
                   (GGIDI IS NOT NUMERIC OR GGIDI = ZERO)               01030000
                 MOVE 'GUARDIANSHIP ID MUST BE ENTERED' TO MSGO         01040000
                 MOVE -1 TO GGIDL                                       01050000
                 PERFORM 200-SEND-DATAONLY                              01060000
              WHEN GACTI = 'C' AND                                      01070000
                   (GAPPI IS NOT NUMERIC OR GAPPI = ZERO)               01080000
                 MOVE 'APPLICATION ID MUST BE ENTERED' TO MSGO          01090000
                 MOVE -1 TO GAPPL                                       01100000
                 PERFORM 200-SEND-DATAONLY                              01110000
              WHEN GACTI = 'C' AND                                      01120000
                   (GCREFI = SPACES OR GCREFI = LOW-VALUES)             01130000
                 MOVE 'CONSENT DOCUMENT REF MUST BE ENTERED' TO MSGO    01140000
                 MOVE -1 TO GCREFL                                      01150000
                 PERFORM 200-SEND-DATAONLY                              01160000
              WHEN GACTI = 'R' AND                                      01170000
                   (GSSNI = SPACES OR GSSNI = LOW-VALUES)               01180000
                 MOVE 'CUSTOMER SSN MUST BE ENTERED' TO MSGO            01190000
                 MOVE -1 TO GSSNL                                       01200000
                 PERFORM 200-SEND-DATAONLY                              01210000
              WHEN GACTI = 'R' AND                                      01220000
                   (GNAMEI = SPACES OR GNAMEI = LOW-VALUES)             01230000
                 MOVE 'GUARDIAN NAME MUST BE ENTERED' TO MSGO           01240000
                 MOVE -1 TO GNAMEL                                      01250000
                 PERFORM 200-SEND-DATAONLY                              01260000
              WHEN GACTI = 'R' AND                                      01270000
                   (GADDRI = SPACES OR GADDRI = LOW-VALUES OR           01280000
                    GPOSTI = SPACES OR GPOSTI = LOW-VALUES OR           01290000
                    GCITYI = SPACES OR GCITYI = LOW-VALUES)             01300000
                 MOVE 'GUARDIAN ADDRESS MUST BE ENTERED' TO MSGO        01310000
                 MOVE -1 TO GADDRL                                      01320000
                 PERFORM 200-SEND-DATAONLY                              01330000
              WHEN OTHER                                                01340000
                 PERFORM 700-SUBMIT-ENTRY                               01350000
           END-EVALUATE                                                 01360000
           EXIT.                                                        01370000
                                                                        01380000
       700-SUBMIT-ENTRY.                                                01390000
           SET SW-GUARDIAN TO TRUE                                      01400000
           MOVE GACTI TO WS-GRD-ACTION                                  01410000
           IF GGIDI IS NUMERIC                                          01420000
              MOVE GGIDI TO WS-GRD-ID                                   01430000
           ELSE                                                         01440000
              MOVE ZERO TO WS-GRD-ID                                    01450000
           END-IF                                                       01460000
           IF GAPPI IS NUMERIC                                          01470000
              MOVE GAPPI TO WS-APP-ID                                   01480000
           ELSE                                                         01490000
              MOVE ZERO TO WS-APP-ID                                    01500000
           END-IF                                                       01510000
           IF GSSNI = LOW-VALUES                                        01520000
              MOVE SPACES TO WS-SSN                                     01530000
           ELSE                                                         01540000
              MOVE GSSNI TO WS-SSN                                      01550000
           END-IF                                                       01560000
           MOVE GNAMEI TO WS-GRD-GUARDIAN-NAME                          01570000
           MOVE GADDRI TO WS-GRD-GUARDIAN-ADDRESS                       01580000
           MOVE GPOSTI TO WS-GRD-GUARDIAN-POSTAL                        01590000
           MOVE GCITYI TO WS-GRD-GUARDIAN-CITY                          01600000
           MOVE GCREFI TO WS-GRD-CONSENT-REF                            01610000
           INSPECT WS-GRD-GUARDIAN-NAME                                 01620000
                   REPLACING ALL LOW-VALUES BY SPACES                   01630000
           INSPECT WS-GRD-GUARDIAN-ADDRESS                              01640000
                   REPLACING ALL LOW-VALUES BY SPACES                   01650000
           INSPECT WS-GRD-GUARDIAN-POSTAL                               01660000
                   REPLACING ALL LOW-VALUES BY SPACES                   01670000
           INSPECT WS-GRD-GUARDIAN-CITY                                 01680000
                   REPLACING ALL LOW-VALUES BY SPACES                   01690000
           INSPECT WS-GRD-CONSENT-REF                                   01700000
                   REPLACING ALL LOW-VALUES BY SPACES                   01710000
                                                                        01720000
           EXEC CICS LINK                                               01730000
                PROGRAM('LOANDB2')                                      01740000
                COMMAREA(DATAGROUP)                                     01750000
                RESP(WS-RESPCODE)                                       01760000
           END-EXEC                                                     01770000
                                                                        01780000
           EVALUATE TRUE                                                01790000
              WHEN WS-RESPCODE = DFHRESP(NORMAL)                        01800000
                 MOVE WS-MESSAGE TO MSGO                                01810000
                 MOVE WS-GRD-ID TO GGIDO                                01820000
                 PERFORM 200-SEND-DATAONLY                              01830000
              WHEN OTHER                                                01840000
                 MOVE 'ERROR LINKING TO LOANDB2' TO MSGO                01850000
                 PERFORM 100-SEND-MAP                                   01860000
           END-EVALUATE                                                 01870000
           EXIT.                                                        01880000
