           EVALUATE TRUE                                                00001480
              WHEN SQLCODE = 00 AND SQLERRD(3) > 0                      00001490
                 ADD 1 TO WS-RECS-APPLIED                               00001500
      *          AN AMENDMENT GOES OUT UNDER ITS OWN AMD REFERENCE AND  00001501
      *          COMPLETES ITS OWN CHECKLIST ROW, NOT THE AGREEMENT'S   00001502
                 IF SIG-FEED-SIGNED                                     00001510
                    IF SIG-FEED-AGREE-REF (1:3) = 'AMD'                 00001511
                       PERFORM 310-COMPLETE-AMENDMENT-DOC               00001512
                    ELSE                                                00001513
                       PERFORM 300-COMPLETE-AGREEMENT-DOC               00001514
                    END-IF                                              00001515
                 END-IF                                                 00001530
              WHEN SQLCODE = 00 OR SQLCODE = 100                        00001540
                 ADD 1 TO WS-RECS-UNMATCHED                             00001550
              END-EXEC                                                  00002050
           END-IF                                                       00002060
           EXIT.                                                        00002070
                                                                        00002071
      *    THE AMENDMENT ROW LOANAMND FILED STILL CARRIES THE AMD       00002072
      *    REFERENCE THE REQUEST WENT OUT UNDER - SIGNING DATES IT AND  00002073
      *    THE SIGNED IMAGE REPLACES THE REFERENCE                      00002074
       310-COMPLETE-AMENDMENT-DOC.                                      00002075
           ADD 1 TO WS-RECS-SIGNED                                      00002076
           EXEC SQL                                                     00002077
              SELECT APP_ID                                             00002078
                INTO :ESIG-APP-ID                                       00002079
                FROM KALA15.E_SIGNATURE                                 0000207A
               WHERE AGREEMENT_REF = :ESIG-AGREEMENT-REF                0000207B
                 AND SIG_STATUS = 'SIGNED'                              0000207C
               FETCH FIRST 1 ROWS ONLY                                  0000207D
           END-EXEC                                                     0000207E
           IF SQLCODE = 00                                              0000207F
              MOVE ESIG-APP-ID TO DOCCHK-APP-ID                         0000207G
              EXEC SQL                                                  0000207H
                 UPDATE KALA15.DOCUMENT_CHECKLIST                       0000207I
                    SET RECEIVED_DATE = CURRENT DATE,                   0000207J
                        IMAGE_REF = CASE WHEN :ESIG-IMAGE-REF = ' '     0000207K
                                         THEN IMAGE_REF                 0000207L
                                         ELSE :ESIG-IMAGE-REF END       0000207M
                  WHERE APP_ID = :DOCCHK-APP-ID                         0000207N
                    AND DOC_TYPE = 'AMENDMENT'                          0000207O
                    AND IMAGE_REF = :ESIG-AGREEMENT-REF                 0000207P
              END-EXEC                                                  0000207Q
           END-IF                                                       0000207R
           EXIT.                                                        0000207S
                                                                        00002080
       230-CHECKPOINT-COMMIT.                                           00002090
           IF FUNCTION MOD(WS-RECS-READ, CHKPT-COMMIT-FREQ) = ZERO      00002100
