      *    FX_RATE FOR ANYTHING ELSE                                    00400003
       01  WS-ED-EUR-AMT           PIC Z(8)9.99.                        00400004
       01  WS-EUR-AMT              PIC S9(10)V9(2) COMP-3 VALUE ZERO.   00400005
      *    THE FORBORNE-EXPOSURE COLUMN - THE CLASS OF THE LOAN'S       00400006
      *    ACTIVE FORBEARANCE (P OR N), SPACE WHEN IT HAS NONE          00400007
       01  WS-FORB-CLASS           PIC X(01) VALUE SPACE.               00400008
       01  WS-ED-FORB              PIC X(08).                           00400009
                                                                        00410000
       LINKAGE SECTION.                                                 00420000
      *    JCL PARM='YYYY-MM-DD' - THE AS-OF SNAPSHOT DATE, DEFAULTS    04200001
                          WHERE R.CURRENCY_CODE = A.CURRENCY_CODE       00740005
                            AND R.RATE_DATE <= CURRENT DATE             00740006
                          ORDER BY R.RATE_DATE DESC                     00740007
                          FETCH FIRST 1 ROWS ONLY), 0),                 00740008
                     COALESCE(                                          00740009
                        (SELECT F.FORB_CLASS                            0074000A
                           FROM KALA15.FORBEARANCE F                    0074000B
                          WHERE F.APP_ID = A.APP_ID                     0074000C
                            AND F.FORB_STATUS = 'A'), ' ')              0074000D
                FROM KALA15.APPLICATIONS A                              00750000
                LEFT JOIN KALA15.INTEREST I                             00760000
                  ON A.INTEREST = I.INTEREST_ID                         00761000
           EXEC SQL                                                     00890000
              FETCH PORTFOLIO                                           00900000
                INTO :LOAN-AMN, :RATE, :APP-STATUS, :WS-ORIGIN-DATE,    00910000
                     :CURRENCY-CODE, :FX-EUR-RATE, :WS-FORB-CLASS       00910001
           END-EXEC                                                     00920000
                                                                        00930000
           IF SQLCODE NOT = 00                                          00940000
                    WHEN OTHER                                          01010000
                       MOVE 'REJECTED' TO WS-ED-STATUS                  01020000
                 END-EVALUATE                                           01030000
                 EVALUATE WS-FORB-CLASS                                 01030001
                    WHEN 'P'                                            01030002
                       MOVE 'FORB-PRF' TO WS-ED-FORB                    01030003
                    WHEN 'N'                                            01030004
                       MOVE 'FORB-NPE' TO WS-ED-FORB                    01030005
                    WHEN OTHER                                          01030006
                       MOVE 'NOT-FORB' TO WS-ED-FORB                    01030007
                 END-EVALUATE                                           01030008
                 MOVE SPACES TO EXTRACT-RECORD                          01040000
                 STRING WS-ED-LOAN-AMN ',' WS-ED-RATE ',' WS-ED-STATUS  01050000
                        ',' WS-ORIGIN-DATE ',' CURRENCY-CODE            01060000
                        ',' WS-ED-EUR-AMT ',' WS-ED-FORB                01060001
                        DELIMITED BY SIZE INTO EXTRACT-RECORD           01070000
                 END-STRING                                             01080000
                 WRITE EXTRACT-RECORD                                   01090000
