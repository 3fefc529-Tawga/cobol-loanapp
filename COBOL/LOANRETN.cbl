           SELECT OBX-ARCHIVE  ASSIGN TO OBARCH                         00090000
               ORGANIZATION IS SEQUENTIAL                               00100000
               FILE STATUS IS WS-OBARCH-STATUS.                         00110000
           SELECT NOTE-ARCHIVE ASSIGN TO NTARCH                         00110001
               ORGANIZATION IS SEQUENTIAL                               00110002
               FILE STATUS IS WS-NTARCH-STATUS.                         00110003
           SELECT MANIFEST     ASSIGN TO RETNMAN                        00120000
               ORGANIZATION IS SEQUENTIAL                               00130000
               FILE STATUS IS WS-MAN-STATUS.                            00140000
           05  OBA-STATUS-CODE     PIC X(12).                           00380000
           05  OBA-EVENT-TS        PIC X(26).                           00390000
           05  OBA-PUBLISHED-TS    PIC X(26).                           00400000
                                                                        00400001
       FD  NOTE-ARCHIVE                                                 00400002
           RECORDING MODE F                                             00400003
           LABEL RECORDS STANDARD.                                      00400004
       01  NTA-RECORD.                                                  00400005
           05  NTA-NOTE-ID         PIC 9(09).                           00400006
           05  NTA-CUST-SSN        PIC X(11).                           00400007
           05  NTA-APP-ID          PIC 9(09).                           00400008
           05  NTA-CATEGORY        PIC X(08).                           00400009
           05  NTA-AUTHOR-ID       PIC X(03).                           0040000A
           05  NTA-NOTE-TS         PIC X(26).                           0040000B
           05  NTA-NOTE-TEXT       PIC X(60).                           0040000C
                                                                        00410000
       FD  MANIFEST                                                     00420000
           RECORDING MODE F                                             00430000
           EXEC SQL                                                     00570000
              INCLUDE LEGALHLD                                          00580000
           END-EXEC.                                                    00590000
           EXEC SQL                                                     00590001
              INCLUDE CASENOTE                                          00590002
           END-EXEC.                                                    00590003
           EXEC SQL                                                     00600000
              INCLUDE BUSPARM                                           00610000
           END-EXEC.                                                    00620000
           88  WS-NO-MORE-TXNS     VALUE 'Y'.                           00680000
       01  WS-OBX-EOF-SW           PIC X     VALUE 'N'.                 00690000
           88  WS-NO-MORE-EVENTS   VALUE 'Y'.                           00700000
       01  WS-NOTE-EOF-SW          PIC X     VALUE 'N'.                 00700001
           88  WS-NO-MORE-NOTES    VALUE 'Y'.                           00700002
       01  WS-TXARCH-STATUS        PIC XX    VALUE '00'.                00710000
       01  WS-OBARCH-STATUS        PIC XX    VALUE '00'.                00720000
       01  WS-NTARCH-STATUS        PIC XX    VALUE '00'.                00720001
       01  WS-MAN-STATUS           PIC XX    VALUE '00'.                00730000
       01  WS-TXN-OFFLOADED        PIC 9(7)  VALUE ZERO.                00740000
       01  WS-OBX-OFFLOADED        PIC 9(7)  VALUE ZERO.                00750000
       01  WS-NOTE-OFFLOADED       PIC 9(7)  VALUE ZERO.                00750001
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANRETN'.          00760000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00770000
      *    ROWS OLDER THAN THIS MANY DAYS LEAVE THE LIVE TABLES -       00780000
      *    TXNLOG_RETAIN_DY IN BUSINESS_PARAM, TWO YEARS BY DEFAULT     00790000
       01  WS-RETAIN-DAYS          PIC S9(9) COMP VALUE 730.            00800000
      *    CASE NOTES ARE KEPT LONGER - NOTE_RETAIN_DY, SIX YEARS BY    00800001
      *    DEFAULT                                                      00800002
       01  WS-NOTE-RETAIN-DAYS     PIC S9(9) COMP VALUE 2190.           00800003
       01  WS-OLDEST-TS            PIC X(26) VALUE SPACES.              00810000
       01  WS-NEWEST-TS            PIC X(26) VALUE SPACES.              00820000
                                                                        00830000
           PERFORM 100-INITIALIZE                                       00860000
           PERFORM 200-OFFLOAD-ONE-TXN UNTIL WS-NO-MORE-TXNS            00870000
           PERFORM 400-OFFLOAD-ONE-EVENT UNTIL WS-NO-MORE-EVENTS        00880000
           PERFORM 500-OFFLOAD-ONE-NOTE UNTIL WS-NO-MORE-NOTES          00880001
           PERFORM 600-WRITE-MANIFEST                                   00890000
           PERFORM 900-TERMINATE                                        00900000
           STOP RUN.                                                    00910000
           END-EXEC                                                     00980000
           OPEN OUTPUT TXN-ARCHIVE                                      00990000
           OPEN OUTPUT OBX-ARCHIVE                                      01000000
           OPEN OUTPUT NOTE-ARCHIVE                                     01000001
           OPEN OUTPUT MANIFEST                                         01010000
           IF WS-TXARCH-STATUS NOT = '00' OR                            01020000
              WS-OBARCH-STATUS NOT = '00' OR                            01030000
              WS-NTARCH-STATUS NOT = '00' OR                            01030001
              WS-MAN-STATUS NOT = '00'                                  01040000
              DISPLAY 'LOANRETN - UNABLE TO OPEN OUTPUT FILES'          01050000
              MOVE 16 TO RETURN-CODE                                    01060000
           IF SQLCODE = 00                                              01190000
              MOVE BUSPARM-VALUE TO WS-RETAIN-DAYS                      01200000
           END-IF                                                       01210000
           MOVE 'NOTE_RETAIN_DY' TO BUSPARM-NAME                        01210001
           EXEC SQL                                                     01210002
              SELECT PARAM_VALUE                                        01210003
                INTO :BUSPARM-VALUE                                     01210004
                FROM KALA15.BUSINESS_PARAM                              01210005
               WHERE PARAM_NAME = :BUSPARM-NAME                         01210006
                 AND EFFECTIVE_DATE <= CURRENT DATE                     01210007
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     01210008
           END-EXEC                                                     01210009
           IF SQLCODE = 00                                              0121000A
              MOVE BUSPARM-VALUE TO WS-NOTE-RETAIN-DAYS                 0121000B
           END-IF                                                       0121000C
                                                                        01220000
      *    ONLY ROWS PAST RETENTION AND OUTSIDE EVERY STANDING LEGAL    01230000
      *    HOLD LEAVE THE LIVE TABLE                                    01240000
                        AND H.HOLD_TYPE = 'A'                           01530000
                        AND H.HOLD_APP_ID = O.APP_ID)                   01540000
               ORDER BY EVENT_ID                                        01550000
           END-EXEC                                                     01550001
           EXEC SQL                                                     01550002
              DECLARE NOTEC CURSOR FOR                                  01550003
              SELECT NOTE_ID, CUST_SSN, APP_ID, CATEGORY, AUTHOR_ID,    01550004
                     CHAR(NOTE_TS), NOTE_TEXT                           01550005
                FROM KALA15.CASE_NOTE N                                 01550006
               WHERE N.NOTE_TS < CURRENT TIMESTAMP                      01550007
                     - :WS-NOTE-RETAIN-DAYS DAYS                        01550008
                 AND NOT EXISTS                                         01550009
                    (SELECT 1 FROM KALA15.LEGAL_HOLD H                  0155000A
                      WHERE H.RELEASED_DATE IS NULL                     0155000B
                        AND ((H.HOLD_TYPE = 'S' AND                     0155000C
                              H.HOLD_SSN = N.CUST_SSN)                  0155000D
                          OR (H.HOLD_TYPE = 'A' AND                     0155000E
                              H.HOLD_APP_ID = N.APP_ID)))               0155000F
               ORDER BY NOTE_ID                                         0155000G
           END-EXEC                                                     01560000
           EXEC SQL                                                     01570000
              OPEN TXNC                                                 01580000
           EXEC SQL                                                     01600000
              OPEN OBXC                                                 01610000
           END-EXEC                                                     01620000
           EXEC SQL                                                     01620001
              OPEN NOTEC                                                01620002
           END-EXEC                                                     01620003
           EXIT.                                                        01630000
                                                                        01640000
       200-OFFLOAD-ONE-TXN.                                             01650000
           END-IF                                                       02270000
           EXIT.                                                        02280000
                                                                        02290000
       500-OFFLOAD-ONE-NOTE.                                            02290001
           EXEC SQL                                                     02290002
              FETCH NOTEC                                               02290003
               INTO :NOTE-ID, :NOTE-CUST-SSN, :NOTE-APP-ID,             02290004
                    :NOTE-CATEGORY, :NOTE-AUTHOR-ID, :NOTE-TS,          02290005
                    :NOTE-TEXT                                          02290006
           END-EXEC                                                     02290007
           IF SQLCODE NOT = 00                                          02290008
              MOVE 'Y' TO WS-NOTE-EOF-SW                                02290009
           ELSE                                                         0229000A
              MOVE NOTE-ID        TO NTA-NOTE-ID                        0229000B
              MOVE NOTE-CUST-SSN  TO NTA-CUST-SSN                       0229000C
              MOVE NOTE-APP-ID    TO NTA-APP-ID                         0229000D
              MOVE NOTE-CATEGORY  TO NTA-CATEGORY                       0229000E
              MOVE NOTE-AUTHOR-ID TO NTA-AUTHOR-ID                      0229000F
              MOVE NOTE-TS        TO NTA-NOTE-TS                        0229000G
              MOVE NOTE-TEXT      TO NTA-NOTE-TEXT                      0229000H
              WRITE NTA-RECORD                                          0229000I
              EXEC SQL                                                  0229000J
                 DELETE FROM KALA15.CASE_NOTE                           0229000K
                  WHERE NOTE_ID = :NOTE-ID                              0229000L
              END-EXEC                                                  0229000M
              ADD 1 TO WS-NOTE-OFFLOADED                                0229000N
              IF FUNCTION MOD(WS-NOTE-OFFLOADED, 500) = ZERO            0229000O
                 EXEC SQL                                               0229000P
                    COMMIT                                              0229000Q
                 END-EXEC                                               0229000R
              END-IF                                                    0229000S
           END-IF                                                       0229000T
           EXIT.                                                        0229000U
                                                                        0229000V
      *    THE MANIFEST IS WHAT AN INVESTIGATOR FINDS THE PERIOD BY -   02300000
      *    WHAT LEFT, HOW MUCH, AND THE TIMESTAMP RANGE IT COVERS       02310000
       600-WRITE-MANIFEST.                                              02320000
                  DELIMITED BY SIZE INTO MAN-LINE                       02460000
           END-STRING                                                   02470000
           WRITE MAN-LINE                                               02480000
           MOVE SPACES TO MAN-LINE                                      02480001
           STRING 'CASE NOTE ROWS ' WS-NOTE-OFFLOADED                   02480002
                  DELIMITED BY SIZE INTO MAN-LINE                       02480003
           END-STRING                                                   02480004
           WRITE MAN-LINE                                               02480005
           EXIT.                                                        02490000
                                                                        02500000
       900-TERMINATE.                                                   02510000
           EXEC SQL                                                     02550000
              CLOSE OBXC                                                02560000
           END-EXEC                                                     02570000
           EXEC SQL                                                     02570001
              CLOSE NOTEC                                               02570002
           END-EXEC                                                     02570003
           PERFORM 950-LOG-RUN-HISTORY                                  02580000
           EXEC SQL                                                     02590000
              COMMIT                                                    02600000
           END-EXEC                                                     02610000
           CLOSE TXN-ARCHIVE                                            02620000
           CLOSE OBX-ARCHIVE                                            02630000
           CLOSE NOTE-ARCHIVE                                           02630001
           CLOSE MANIFEST                                               02640000
           DISPLAY 'LOANRETN - TXNLOG OFFLOADED: ' WS-TXN-OFFLOADED     02650000
           DISPLAY 'LOANRETN - OUTBOX OFFLOADED: ' WS-OBX-OFFLOADED     02660000
           DISPLAY 'LOANRETN - NOTES OFFLOADED : ' WS-NOTE-OFFLOADED    02660001
           EXIT.                                                        02670000
                                                                        02680000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      02690000
