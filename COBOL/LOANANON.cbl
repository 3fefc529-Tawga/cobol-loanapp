           EXEC SQL                                                     00350004
              INCLUDE BUSPARM                                           00350005
           END-EXEC.                                                    00350006
           EXEC SQL                                                     00350007
              INCLUDE CASENOTE                                          00350008
           END-EXEC.                                                    00350009

           COPY FILEENV.                                                00350007
                                                                        00360000
       01  WS-RECS-READ            PIC 9(7)  VALUE ZERO.                00390000
       01  WS-RECS-ANONYMIZED      PIC 9(7)  VALUE ZERO.                00400000
       01  WS-RECS-NOT-FOUND       PIC 9(7)  VALUE ZERO.                00410000
       01  WS-NOTES-REDACTED       PIC 9(7)  VALUE ZERO.                00410001
      *    CHECKPOINT/RESTART - RECORDS ALREADY COMMITTED ON A PRIOR    00411000
      *    RUN ARE RE-READ BUT NOT RE-APPLIED                           00412000
       01  WS-RESUME-POINT         PIC S9(9) COMP VALUE ZERO.           00413000
              EVALUATE SQLCODE                                          01310000
                 WHEN 00                                                01320000
                    ADD 1 TO WS-RECS-ANONYMIZED                         01330000
                    PERFORM 215-REDACT-CASE-NOTES                       01330001
                    STRING 'ANONYMIZED CUSTOMER SSN: ' SSN              01340000
                           DELIMITED BY SIZE INTO ANON-RPT-LINE         01350000
                    END-STRING                                          01360000
              END-EVALUATE                                              01460000
              WRITE ANON-RPT-LINE                                       01470000
           EXIT.                                                        01470001
                                                                        01470002
      *    FREE-TEXT CASE NOTES CAN NAME THE CUSTOMER, SO THEIR TEXT IS 01470003
      *    BLANKED WITH THE REST OF THE RECORD - THE ROWS THEMSELVES    01470004
      *    STAY SO THE HISTORY OF CONTACTS IS STILL COUNTED             01470005
       215-REDACT-CASE-NOTES.                                           01470006
           MOVE SSN        TO NOTE-CUST-SSN                             01470007
           MOVE 'REDACTED' TO NOTE-TEXT                                 01470008
           EXEC SQL                                                     01470009
              UPDATE KALA15.CASE_NOTE                                   0147000A
                 SET NOTE_TEXT = :NOTE-TEXT                             0147000B
               WHERE CUST_SSN = :NOTE-CUST-SSN                          0147000C
           END-EXEC                                                     0147000D
           IF SQLCODE = 00                                              0147000E
              ADD SQLERRD(3) TO WS-NOTES-REDACTED                       0147000F
           END-IF                                                       0147000G
           EXIT.                                                        0147000H
                                                                        01520000
      *    COMMITS EVERY COMMIT-FREQ RECORDS AND ADVANCES THE           01530000
      *    CHECKPOINT SO A RERUN AFTER AN ABEND RESUMES HERE RATHER     01540000
                   WS-RECS-ANONYMIZED                                   01830100
           DISPLAY 'LOANANON - SSNS NOT ON FILE    : '                  01840000
                   WS-RECS-NOT-FOUND                                    01840100
           DISPLAY 'LOANANON - CASE NOTES REDACTED: '                   01840101
                   WS-NOTES-REDACTED                                    01840102
           DISPLAY 'LOANANON - RECORDS REJECTED   : '                   18401001
                   WS-RECS-REJECTED                                     18401002
           EXIT.                                                        01850000
