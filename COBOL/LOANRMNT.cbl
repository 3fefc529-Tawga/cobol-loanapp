      *       WHEN NO COMMAREA WAS PASSED - A FRESH ENTRY FROM MENU     00210000
              WHEN EIBCALEN = ZERO                                      00220000
                 MOVE LOW-VALUES TO LRMNTO                              00230000
                 MOVE 'Q=QUEUE  A/R=DECIDE  S=SHOW SIMULATION'          00240000
                      TO MSGO                                           00250000
                 PERFORM 100-SEND-MAP                                   00260000
                                                                        00270000
       500-VALIDATE-INPUTS.                                             00920000
           EVALUATE TRUE                                                00930000
              WHEN RACTI NOT = 'Q' AND RACTI NOT = 'A' AND              00940000
                   RACTI NOT = 'R' AND RACTI NOT = 'S'                  00950000
                 MOVE 'ACTION MUST BE Q, A, R OR S' TO MSGO             00960000
                 MOVE -1 TO RACTL                                       00970000
                 PERFORM 200-SEND-DATAONLY                              00980000
              WHEN RACTI = 'Q' AND RVALI = SPACES                       00990000
