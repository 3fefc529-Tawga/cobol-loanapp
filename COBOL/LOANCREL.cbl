       01  WS-REG-STATUS           PIC XX    VALUE '00'.                00680000
       01  WS-LTR-STATUS           PIC XX    VALUE '00'.                00690000
       01  WS-RELEASED-CNT         PIC 9(7)  VALUE ZERO.                00700000
       01  WS-HELD-CNT             PIC S9(9) COMP VALUE ZERO.           00700001
       01  WS-HELD-DISP            PIC 9(7)  VALUE ZERO.                00700002
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANCREL'.          00710000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00720000
       01  WS-RELEASE-DATE         PIC X(10) VALUE SPACES.              00730000
                                                                        00950000
      *    EVERY RELEASE TASK 830-CLOSE-APPLICATION OPENED - THE        00960000
      *    PENDING STATUS IS THE RESTART GUARD, AN ITEM COMMITTED TO    00970000
      *    RELEASED NEVER MATCHES AGAIN.  AN ITEM STILL PLEDGED TO A    00970001
      *    LOAN THAT HAS NOT PAID OFF STAYS PENDING UNTIL IT DOES       00970002
           EXEC SQL                                                     00990000
              DECLARE RELCAND CURSOR FOR                                01000000
              SELECT CL.COLL_ID, CL.APP_ID,                             01010000
                FROM KALA15.COLLATERAL CL,                              01090000
                     KALA15.APPLICATIONS A, KALA15.CUSTOMER C           01100000
               WHERE CL.RELEASE_STATUS = 'PENDING'                      01110000
                 AND NOT EXISTS                                         01110001
                    (SELECT 1                                           01110002
                       FROM KALA15.COLLATERAL_ALLOCATION AL             01110003
                      WHERE AL.COLL_ID = CL.COLL_ID                     01110004
                        AND AL.RELEASE_STATUS IS NULL)                  01110005
                 AND A.APP_ID = CL.APP_ID                               01120000
                 AND C.SSN = A.CUST_SSN                                 01130000
               ORDER BY CL.COLL_ID                                      01140000
           EXEC SQL                                                     01960000
              CLOSE RELCAND                                             01970000
           END-EXEC                                                     01980000
           EXEC SQL                                                     01980001
              SELECT COUNT(*)                                           01980002
                INTO :WS-HELD-CNT                                       01980003
                FROM KALA15.COLLATERAL CL                               01980004
               WHERE CL.RELEASE_STATUS = 'PENDING'                      01980005
                 AND EXISTS                                             01980006
                    (SELECT 1                                           01980007
                       FROM KALA15.COLLATERAL_ALLOCATION AL             01980008
                      WHERE AL.COLL_ID = CL.COLL_ID                     01980009
                        AND AL.RELEASE_STATUS IS NULL)                  0198000A
           END-EXEC                                                     0198000B
           MOVE WS-HELD-CNT TO WS-HELD-DISP                             0198000C
           PERFORM 950-LOG-RUN-HISTORY                                  01990000
           EXEC SQL                                                     02000000
              COMMIT                                                    02010000
           CLOSE REGISTRY-NOTIFY                                        02030000
           CLOSE RELEASE-LETTER                                         02040000
           DISPLAY 'LOANCREL - LIENS RELEASED: ' WS-RELEASED-CNT        02050000
           DISPLAY 'LOANCREL - HELD FOR OTHER LOANS: ' WS-HELD-DISP     02050001
           EXIT.                                                        02060000
                                                                        02070000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      02080000
