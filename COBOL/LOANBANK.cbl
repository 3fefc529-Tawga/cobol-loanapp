           END-IF                                                       01020000
           EXIT.                                                        01030000
                                                                        01040000
      *    A REP ID IS KEYED ONLY WHEN AN AUTHORISED REPRESENTATIVE,    01040001
      *    NOT THE CUSTOMER, GIVES THE INSTRUCTION - LOANDB2 CHECKS     01040002
      *    THEIR SCOPE AND RECORDS IT. THE SECOND OPERATOR'S DECISION   01040003
      *    ON A PENDING CHANGE IS NEVER THE REPRESENTATIVE'S            01040004
       400-RECEIVE-DATA.                                                01050000
           EXEC CICS RECEIVE                                            01060000
                MAP('LBNK')                                             01070000
                INTO(LBNKI)                                             01090000
                RESP(WS-RESPCODE)                                       01100000
           END-EXEC                                                     01110000
           IF REPIDI IS NUMERIC AND EIBAID NOT = DFHPF6                 01110001
                                AND EIBAID NOT = DFHPF7                 01110002
              MOVE REPIDI TO WS-ACTING-REP-ID                           01110003
           END-IF                                                       01110004
           EXIT.                                                        01120000
                                                                        01130000
      *    THE SSN AND THE IBAN ARE ALWAYS REQUIRED ON A SAVE. THE      01140000
