       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANDRFP.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       DATA DIVISION.                                                   00040000
       WORKING-STORAGE SECTION.                                         00050000
           EXEC SQL                                                     00060000
              INCLUDE SQLCA                                             00070000
           END-EXEC.                                                    00080000
           EXEC SQL                                                     00090000
              INCLUDE RUNHIST                                           00100000
           END-EXEC.                                                    00110000
                                                                        00120000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANDRFP'.          00130000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              00140000
       01  WS-DRAFTS-PURGED        PIC S9(9) COMP VALUE ZERO.           00150000
       01  WS-DRAFTS-KEPT          PIC S9(9) COMP VALUE ZERO.           00160000
       01  WS-ED-CNT               PIC ZZZ,ZZZ,ZZ9.                     00170000
       01  WS-ED-SQLCODE           PIC -(9)9.                           00180000
                                                                        00190000
       PROCEDURE DIVISION.                                              00200000
       000-MAIN-PARA.                                                   00210000
           PERFORM 100-INITIALIZE                                       00220000
           PERFORM 200-PURGE-EXPIRED-DRAFTS                             00230000
           PERFORM 900-TERMINATE                                        00240000
           STOP RUN.                                                    00250000
                                                                        00260000
       100-INITIALIZE.                                                  00270000
           EXEC SQL                                                     00280000
              SELECT CHAR(CURRENT TIMESTAMP)                            00290000
                INTO :WS-RUN-START                                      00300000
                FROM SYSIBM.SYSDUMMY1                                   00310000
           END-EXEC                                                     00320000
           PERFORM 980-CHECK-SQL                                        00330000
           EXIT.                                                        00340000
                                                                        00350000
      *    A DRAFT HOLDS A CUSTOMER'S PERSONAL DATA FOR AN APPLICATION  00360000
      *    THAT WAS NEVER FILED, SO ONCE PAST ITS EXPIRY DATE THE WHOLE 00370000
      *    ROW GOES - NOTHING OF IT IS KEPT FOR REPORTING. THE EXPIRY   00380000
      *    WAS SET WHEN THE DRAFT WAS LAST SAVED, FROM THE              00390000
      *    DRAFT_EXPIRY_DAYS BUSINESS PARAMETER                         00400000
       200-PURGE-EXPIRED-DRAFTS.                                        00410000
           EXEC SQL                                                     00420000
              DELETE FROM KALA15.APPLICATION_DRAFT                      00430000
               WHERE EXPIRY_DATE < CURRENT DATE                         00440000
           END-EXEC                                                     00450000
           IF SQLCODE = 00                                              00460000
              MOVE SQLERRD(3) TO WS-DRAFTS-PURGED                       00470000
           END-IF                                                       00480000
           IF SQLCODE NOT = 100                                         00490000
              PERFORM 980-CHECK-SQL                                     00500000
           END-IF                                                       00510000
                                                                        00520000
           EXEC SQL                                                     00530000
              SELECT COUNT(*)                                           00540000
                INTO :WS-DRAFTS-KEPT                                    00550000
                FROM KALA15.APPLICATION_DRAFT                           00560000
           END-EXEC                                                     00570000
           PERFORM 980-CHECK-SQL                                        00580000
           EXIT.                                                        00590000
                                                                        00600000
       900-TERMINATE.                                                   00610000
           PERFORM 950-LOG-RUN-HISTORY                                  00620000
           EXEC SQL                                                     00630000
              COMMIT                                                    00640000
           END-EXEC                                                     00650000
           MOVE WS-DRAFTS-PURGED TO WS-ED-CNT                           00660000
           DISPLAY 'LOANDRFP - EXPIRED DRAFTS PURGED : ' WS-ED-CNT      00670000
           MOVE WS-DRAFTS-KEPT TO WS-ED-CNT                             00680000
           DISPLAY 'LOANDRFP - DRAFTS STILL OPEN     : ' WS-ED-CNT      00690000
           EXIT.                                                        00700000
                                                                        00710000
      *    ONE RUN-HISTORY ROW PER EXECUTION - START/END TIMES AND      00720000
      *    THE ROWS DELETED, FOR THE OPERATIONS CONSOLE'S DURATION      00730000
      *    TRENDING                                                     00740000
       950-LOG-RUN-HISTORY.                                             00750000
           EXEC SQL                                                     00760000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       00770000
                INTO :RUNH-RUN-ID                                       00780000
                FROM KALA15.BATCH_RUN_HISTORY                           00790000
           END-EXEC                                                     00800000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            00810000
           COMPUTE RUNH-RECS-READ = WS-DRAFTS-PURGED + WS-DRAFTS-KEPT   00820000
           MOVE WS-DRAFTS-PURGED TO RUNH-RECS-UPDATED                   00830000
           MOVE ZERO TO RUNH-RECS-WRITTEN                               00840000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              00850000
           EXEC SQL                                                     00860000
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      00870000
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        00880000
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC)                   00890000
              VALUES                                                    00900000
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          00910000
                  CURRENT TIMESTAMP, :RUNH-RECS-READ,                   00920000
                  :RUNH-RECS-UPDATED, :RUNH-RECS-WRITTEN,               00930000
                  :RUNH-RUN-RC)                                         00940000
           END-EXEC                                                     00950000
           EXIT.                                                        00960000
                                                                        00970000
      *    THE PURGE IS ALL OR NOTHING - A FAILURE ROLLS BACK AND THE   00980000
      *    NEXT NIGHT'S RUN TAKES THE SAME DRAFTS AGAIN                 00990000
       980-CHECK-SQL.                                                   01000000
           IF SQLCODE < 0                                               01010000
              MOVE SQLCODE TO WS-ED-SQLCODE                             01020000
              DISPLAY 'LOANDRFP - DRAFT PURGE FAILED, SQLCODE = '       01030000
                      WS-ED-SQLCODE                                     01040000
              EXEC SQL                                                  01050000
                 ROLLBACK                                               01060000
              END-EXEC                                                  01070000
              MOVE ZERO TO WS-DRAFTS-PURGED                             01080000
              MOVE 16 TO RETURN-CODE                                    01090000
              PERFORM 950-LOG-RUN-HISTORY                               01100000
              EXEC SQL                                                  01110000
                 COMMIT                                                 01120000
              END-EXEC                                                  01130000
              STOP RUN                                                  01140000
           END-IF                                                       01150000
           EXIT.                                                        01160000
