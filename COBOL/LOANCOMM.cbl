       01  WS-COMM-STATUS          PIC XX    VALUE '00'.                00420000
       01  WS-EARNED-CNT           PIC 9(7)  VALUE ZERO.                00430000
       01  WS-CLAWED-CNT           PIC 9(7)  VALUE ZERO.                00440000
       01  WS-WITHHELD-CNT         PIC 9(7)  VALUE ZERO.                00440001
       01  WS-IN-CONTRACT          PIC X     VALUE 'Y'.                 00440002
       01  WS-STMT-LINES           PIC 9(7)  VALUE ZERO.                00450000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANCOMM'.          00460000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00470000
           END-IF                                                       00760000
                                                                        00770000
      *    EVERY BROKERED LOAN FUNDED THIS SETTLEMENT MONTH THAT HAS    00780000
      *    NOT EARNED YET - THE LEDGER ROW IS THE ONCE-ONLY GUARD.  THE 00780001
      *    FLAG SAYS WHETHER A PARTNER CONTRACT WAS RUNNING ON THE DAY  00780002
      *    THE APPLICATION WAS TAKEN IN (ITS FIRST STATUS-HISTORY ROW)  00780003
           EXEC SQL                                                     00800000
              DECLARE EARNC CURSOR FOR                                  00810000
              SELECT A.APP_ID, A.PARTNER_ID, D.DISB_AMT,                00820000
                     P.COMM_PCT,                                        00820001
                     CASE WHEN EXISTS                                   00820002
                     (SELECT 1                                          00820003
                        FROM KALA15.PARTNER_CONTRACT C,                 00820004
                             KALA15.APPLICATION_STATUS_HISTORY H        00820005
                       WHERE C.PARTNER_ID = A.PARTNER_ID                00820006
                         AND H.APP_ID = A.APP_ID                        00820007
                         AND H.CHANGED_TS =                             00820008
                      (SELECT MIN(H2.CHANGED_TS)                        00820009
                         FROM KALA15.APPLICATION_STATUS_HISTORY H2      0082000A
                        WHERE H2.APP_ID = A.APP_ID)                     0082000B
                         AND C.CONTRACT_START <= DATE(H.CHANGED_TS)     0082000C
                         AND (C.CONTRACT_END IS NULL OR                 0082000D
                              C.CONTRACT_END >= DATE(H.CHANGED_TS)))    0082000E
                     THEN 'Y' ELSE 'N' END                              0082000F
                FROM KALA15.APPLICATIONS A,                             00840000
                     KALA15.DISBURSEMENT D,                             00850000
                     KALA15.PARTNER_COMMISSION P                        00860000
                 AND NOT EXISTS                                         00970000
                    (SELECT 1 FROM KALA15.COMMISSION_LEDGER L           00980000
                      WHERE L.APP_ID = A.APP_ID                         00990000
                        AND L.EVENT_TYPE IN ('EARN', 'WITHHELD'))       00990001
               ORDER BY A.PARTNER_ID, A.APP_ID                          01010000
           END-EXEC                                                     01020000
           EXEC SQL                                                     01030000
           EXEC SQL                                                     01560000
              FETCH EARNC                                               01570000
               INTO :APP-ID, :PCOM-PARTNER-ID, :WS-DISB-AMT,            01580000
                    :PCOM-COMM-PCT, :WS-IN-CONTRACT                     01580001
           END-EXEC                                                     01600000
           IF SQLCODE NOT = 00                                          01610000
              MOVE 'Y' TO WS-EOF-SW                                     01620000
           ELSE                                                         01630000
      *       BUSINESS TAKEN IN WHILE THE PARTNER WAS OUT OF CONTRACT   01630001
      *       EARNS NOTHING - THE ZERO ROW SHOWS ON THE STATEMENT AND   01630002
      *       KEEPS THE LOAN FROM BEING PICKED UP AGAIN                 01630003
              IF WS-IN-CONTRACT = 'Y'                                   01630004
                 COMPUTE WS-COMM-AMT ROUNDED =                          01630005
                         WS-DISB-AMT * PCOM-COMM-PCT                    01630006
                 MOVE 'EARN' TO CLED-EVENT-TYPE                         01630007
                 ADD 1 TO WS-EARNED-CNT                                 01630008
              ELSE                                                      01630009
                 MOVE ZERO TO WS-COMM-AMT                               0163000A
                 MOVE 'WITHHELD' TO CLED-EVENT-TYPE                     0163000B
                 ADD 1 TO WS-WITHHELD-CNT                               0163000C
              END-IF                                                    0163000D
              PERFORM 300-WRITE-LEDGER-ROW                              01670000
           END-IF                                                       01690000
           EXIT.                                                        01700000
                                                                        01710000
           CLOSE COMM-STATEMENT                                         02820000
           DISPLAY 'LOANCOMM - COMMISSIONS EARNED: ' WS-EARNED-CNT      02830000
           DISPLAY 'LOANCOMM - CLAWBACKS RAISED:   ' WS-CLAWED-CNT      02840000
           DISPLAY 'LOANCOMM - COMMISSION WITHHELD:' WS-WITHHELD-CNT    02840001
           DISPLAY 'LOANCOMM - STATEMENT LINES:    ' WS-STMT-LINES      02850000
           EXIT.                                                        02860000
                                                                        02870000
