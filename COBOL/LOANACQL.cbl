       IDENTIFICATION DIVISION.                                         00010000
       PROGRAM-ID. LOANACQL.                                            00020000
       ENVIRONMENT DIVISION.                                            00030000
       INPUT-OUTPUT SECTION.                                            00040000
       FILE-CONTROL.                                                    00050000
           SELECT SELLER-FILE     ASSIGN TO ACQIN                       00060000
               ORGANIZATION IS SEQUENTIAL                               00070000
               FILE STATUS IS WS-ACQ-STATUS.                            00080000
           SELECT REJECT-FILE     ASSIGN TO ACQREJ                      00090000
               ORGANIZATION IS SEQUENTIAL                               00100000
               FILE STATUS IS WS-REJECT-STATUS.                         00110000
           SELECT BOARDING-REPORT ASSIGN TO ACQRPT                      00120000
               ORGANIZATION IS SEQUENTIAL                               00130000
               FILE STATUS IS WS-RPT-STATUS.                            00140000
       DATA DIVISION.                                                   00150000
       FILE SECTION.                                                    00160000
      *    THE SELLER'S BOARDING FILE FOR A PURCHASED LOAN BOOK,        00170000
      *    INSIDE THE STANDARD HDR/TRL ENVELOPE (SOURCE ID = THE        00180000
      *    SELLER, BUSINESS DATE = THE CUT-OFF THE BALANCES WERE        00190000
      *    STRUCK AT).  THE BOOK COMES IN TRANCHES, EACH OPENED BY A    00200000
      *    TRH NAMING IT AND ITS MODE AND CLOSED BY A TRT CARRYING      00210000
      *    THE NUMBER OF RECORDS BETWEEN THE TWO AND THE SUM OF THE     00220000
      *    SELLER BALANCES ON ITS LON RECORDS.                          00230000
      *    INSIDE A TRANCHE A CUSTOMER (CUS) AND ITS MANDATE (MDT)      00240000
      *    COME BEFORE THE CUSTOMER'S LOANS; EACH LOAN (LON) IS         00250000
      *    FOLLOWED BY ITS REMAINING INSTALLMENTS (SCH), ITS            00260000
      *    COLLATERAL (COL) AND ITS ARREARS HISTORY (ARR), IN THAT      00270000
      *    ORDER, EACH CARRYING THE SELLER'S LOAN REFERENCE.  THE LOAN  00270001
      *    CARRIES THE SELLER'S NOMINAL ANNUAL RATE AS A FRACTION       00270002
      *    (0.07000 IS 7%) AS WELL AS THE APR DISCLOSED ON IT           00270003
       FD  SELLER-FILE                                                  00290000
           RECORDING MODE F                                             00300000
           LABEL RECORDS STANDARD.                                      00310000
       01  ACQ-RECORD.                                                  00320000
           05  ACQ-RECORD-TYPE     PIC X(03).                           00330000
               88  ACQ-TRANCHE-HEADER  VALUE 'TRH'.                     00340000
               88  ACQ-TRANCHE-TRAILER VALUE 'TRT'.                     00350000
               88  ACQ-CUSTOMER        VALUE 'CUS'.                     00360000
               88  ACQ-MANDATE         VALUE 'MDT'.                     00370000
               88  ACQ-LOAN            VALUE 'LON'.                     00380000
               88  ACQ-INSTALLMENT     VALUE 'SCH'.                     00390000
               88  ACQ-COLLATERAL      VALUE 'COL'.                     00400000
               88  ACQ-ARREARS         VALUE 'ARR'.                     00410000
           05  ACQ-BODY            PIC X(197).                          00420000
      *    'A' - ALL OR NOTHING: ONE BAD RECORD ROLLS THE WHOLE         00430000
      *    TRANCHE BACK; 'P' - PARTIAL: BAD LOANS ARE LEFT OUT          00440000
           05  ACQ-TRH-VIEW REDEFINES ACQ-BODY.                         00450000
               10  ACQ-TRH-TRANCHE-ID  PIC X(08).                       00460000
               10  ACQ-TRH-MODE        PIC X(01).                       00470000
                   88  ACQ-TRH-MODE-VALID VALUE 'A' 'P'.                00480000
               10  FILLER              PIC X(188).                      00490000
           05  ACQ-TRT-VIEW REDEFINES ACQ-BODY.                         00500000
               10  ACQ-TRT-TRANCHE-ID  PIC X(08).                       00510000
               10  ACQ-TRT-REC-COUNT   PIC 9(07).                       00520000
               10  ACQ-TRT-BAL-TOTAL   PIC 9(13)V99.                    00530000
               10  FILLER              PIC X(167).                      00540000
           05  ACQ-CUS-VIEW REDEFINES ACQ-BODY.                         00550000
               10  ACQ-CUS-SSN         PIC X(11).                       00560000
               10  ACQ-CUS-F-NAME      PIC X(15).                       00570000
               10  ACQ-CUS-L-NAME      PIC X(15).                       00580000
               10  ACQ-CUS-ADDRESS     PIC X(20).                       00590000
               10  ACQ-CUS-POSTAL-CODE PIC X(05).                       00600000
               10  ACQ-CUS-CITY        PIC X(20).                       00610000
               10  ACQ-CUS-PHONE-NO    PIC X(15).                       00620000
               10  ACQ-CUS-EMAIL       PIC X(40).                       00630000
               10  ACQ-CUS-LANG-CODE   PIC X(01).                       00640000
               10  ACQ-CUS-CHANNEL     PIC X(01).                       00650000
               10  FILLER              PIC X(54).                       00660000
           05  ACQ-MDT-VIEW REDEFINES ACQ-BODY.                         00670000
               10  ACQ-MDT-SSN         PIC X(11).                       00680000
               10  ACQ-MDT-IBAN        PIC X(34).                       00690000
               10  ACQ-MDT-BIC         PIC X(11).                       00700000
               10  ACQ-MDT-REF         PIC X(35).                       00710000
               10  ACQ-MDT-SIGNED-DATE PIC X(10).                       00720000
               10  FILLER              PIC X(96).                       00730000
           05  ACQ-LON-VIEW REDEFINES ACQ-BODY.                         00740000
               10  ACQ-LON-REF         PIC X(20).                       00750000
               10  ACQ-LON-SSN         PIC X(11).                       00760000
               10  ACQ-LON-PRODUCT     PIC X(08).                       00770000
               10  ACQ-LON-AMOUNT      PIC 9(08).                       00780000
               10  ACQ-LON-PERIOD      PIC 9(03).                       00790000
               10  ACQ-LON-APR-PCT     PIC 9(03)V9(3).                  00800000
               10  ACQ-LON-RATE        PIC 9V9(5).                      00800001
               10  ACQ-LON-MO-PAYMNT   PIC 9(08)V99.                    00810000
               10  ACQ-LON-CURRENCY    PIC X(03).                       00820000
               10  ACQ-LON-DISB-DATE   PIC X(10).                       00830000
               10  ACQ-LON-DUE-DAY     PIC 9(02).                       00840000
               10  ACQ-LON-BALANCE     PIC 9(08)V99.                    00850000
               10  ACQ-LON-USAGE       PIC X(40).                       00860000
               10  FILLER              PIC X(60).                       00860001
      *    SCH, COL AND ARR ALL OPEN WITH THE SELLER'S LOAN REFERENCE   00880000
           05  ACQ-DTL-VIEW REDEFINES ACQ-BODY.                         00890000
               10  ACQ-DTL-REF         PIC X(20).                       00900000
               10  FILLER              PIC X(177).                      00910000
           05  ACQ-SCH-VIEW REDEFINES ACQ-BODY.                         00920000
               10  FILLER              PIC X(20).                       00930000
               10  ACQ-SCH-INST-NO     PIC 9(03).                       00940000
               10  ACQ-SCH-DUE-DATE    PIC X(10).                       00950000
               10  ACQ-SCH-PRINCIPAL   PIC 9(08)V99.                    00960000
               10  ACQ-SCH-INTEREST    PIC 9(08)V99.                    00970000
               10  ACQ-SCH-BALANCE     PIC 9(08)V99.                    00980000
               10  FILLER              PIC X(134).                      00990000
           05  ACQ-COL-VIEW REDEFINES ACQ-BODY.                         01000000
               10  FILLER              PIC X(20).                       01010000
               10  ACQ-COL-ASSET-TYPE  PIC X(15).                       01020000
               10  ACQ-COL-DESCRIPTION PIC X(40).                       01030000
               10  ACQ-COL-APPRAISED   PIC 9(09).                       01040000
               10  ACQ-COL-LIEN-POS    PIC 9(02).                       01050000
               10  FILLER              PIC X(111).                      01060000
           05  ACQ-ARR-VIEW REDEFINES ACQ-BODY.                         01070000
               10  FILLER              PIC X(20).                       01080000
               10  ACQ-ARR-INST-NO     PIC 9(03).                       01090000
               10  ACQ-ARR-DUE-DATE    PIC X(10).                       01100000
               10  ACQ-ARR-DAYS-PAST   PIC 9(04).                       01110000
               10  ACQ-ARR-STATUS      PIC X(08).                       01120000
                   88  ACQ-ARR-OPEN    VALUE 'OPEN'.                    01130000
                   88  ACQ-ARR-CLEARED VALUE 'CLEARED'.                 01140000
               10  ACQ-ARR-FLAGGED     PIC X(10).                       01150000
               10  FILLER              PIC X(142).                      01160000
                                                                        01170000
      *    EVERY RECORD THAT DID NOT BOARD, WITH THE REASON AND THE     01180000
      *    TRANCHE IT CAME IN - THE ACQUISITION TEAM TAKES THESE UP     01190000
      *    WITH THE SELLER                                              01200000
       FD  REJECT-FILE                                                  01210000
           RECORDING MODE F                                             01220000
           LABEL RECORDS STANDARD.                                      01230000
       01  REJECT-RECORD.                                               01240000
           05  REJ-REASON          PIC X(30).                           01250000
           05  REJ-TRANCHE-ID      PIC X(08).                           01260000
           05  REJ-DETAIL          PIC X(200).                          01270000
                                                                        01280000
      *    THE OUTCOME OF EACH TRANCHE AS IT CLOSES, THEN THE           01290000
      *    LOAN-BY-LOAN RECONCILIATION OF WHAT IS ON OUR BOOKS          01300000
      *    AGAINST THE SELLER'S BALANCES                                01310000
       FD  BOARDING-REPORT                                              01320000
           RECORDING MODE F                                             01330000
           LABEL RECORDS STANDARD.                                      01340000
       01  ACQ-RPT-LINE            PIC X(132).                          01350000
                                                                        01360000
       WORKING-STORAGE SECTION.                                         01370000
           EXEC SQL                                                     01380000
              INCLUDE SQLCA                                             01390000
           END-EXEC.                                                    01400000
           EXEC SQL                                                     01410000
              INCLUDE CUSTOMER                                          01420000
           END-EXEC.                                                    01430000
           EXEC SQL                                                     01440000
              INCLUDE APPS                                              01450000
           END-EXEC.                                                    01460000
           EXEC SQL                                                     01460001
              INCLUDE INTEREST                                          01460002
           END-EXEC.                                                    01460003
           EXEC SQL                                                     01470000
              INCLUDE SCHED                                             01480000
           END-EXEC.                                                    01490000
           EXEC SQL                                                     01500000
              INCLUDE BANKACCT                                          01510000
           END-EXEC.                                                    01520000
           EXEC SQL                                                     01530000
              INCLUDE COLL                                              01540000
           END-EXEC.                                                    01550000
           EXEC SQL                                                     01560000
              INCLUDE COLLALOC                                          01570000
           END-EXEC.                                                    01580000
           EXEC SQL                                                     01590000
              INCLUDE DELINQ                                            01600000
           END-EXEC.                                                    01610000
           EXEC SQL                                                     01620000
              INCLUDE DISB                                              01630000
           END-EXEC.                                                    01640000
           EXEC SQL                                                     01650000
              INCLUDE STATHIST                                          01660000
           END-EXEC.                                                    01670000
           EXEC SQL                                                     01680000
              INCLUDE LOANPOS                                           01690000
           END-EXEC.                                                    01700000
           EXEC SQL                                                     01710000
              INCLUDE PRODUCT                                           01720000
           END-EXEC.                                                    01730000
           EXEC SQL                                                     01740000
              INCLUDE ACQLOAN                                           01750000
           END-EXEC.                                                    01760000
           EXEC SQL                                                     01770000
              INCLUDE PROCFILE                                          01780000
           END-EXEC.                                                    01790000
           EXEC SQL                                                     01800000
              INCLUDE BUSPARM                                           01810000
           END-EXEC.                                                    01820000
           EXEC SQL                                                     01830000
              INCLUDE RUNHIST                                           01840000
           END-EXEC.                                                    01850000
                                                                        01860000
           COPY FILEENV.                                                01870000
                                                                        01880000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 01890000
           88  WS-NO-MORE-FEED     VALUE 'Y'.                           01900000
       01  WS-ROWS-SW              PIC X     VALUE 'N'.                 01910000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           01920000
       01  WS-ACQ-STATUS           PIC XX    VALUE '00'.                01930000
       01  WS-REJECT-STATUS        PIC XX    VALUE '00'.                01940000
       01  WS-RPT-STATUS           PIC XX    VALUE '00'.                01950000
       01  WS-JOB-NAME             PIC X(8)  VALUE 'LOANACQL'.          01960000
       01  WS-RUN-START            PIC X(26) VALUE SPACES.              01970000
       01  WS-RUN-DATE             PIC X(10) VALUE SPACES.              01980000
       01  WS-RECS-READ            PIC 9(7)  VALUE ZERO.                01990000
       01  WS-RECS-REJECTED        PIC 9(7)  VALUE ZERO.                02000000
       01  WS-LOANS-BOARDED        PIC 9(7)  VALUE ZERO.                02010000
       01  WS-CUSTS-BOARDED        PIC 9(7)  VALUE ZERO.                02020000
       01  WS-TRANCHES-COMMITTED   PIC 9(7)  VALUE ZERO.                02030000
       01  WS-TRANCHES-ROLLED      PIC 9(7)  VALUE ZERO.                02040000
       01  WS-TRANCHES-SKIPPED     PIC 9(7)  VALUE ZERO.                02050000
       01  WS-LINES-WRITTEN        PIC 9(7)  VALUE ZERO.                02060000
       01  WS-REJECT-RSN           PIC X(30) VALUE SPACES.              02070000
       01  WS-CNT                  PIC S9(9) COMP.                      02080000
       01  WS-ED-SQLCODE           PIC -(9)9.                           02090000
      *    THE TRANCHE IN PROGRESS - NOTHING IN IT IS COMMITTED UNTIL   02100000
      *    ITS TRT PROVES, SO A ROLLBACK TAKES IT ALL OUT AGAIN         02110000
       01  WS-TRANCHE-SW           PIC X     VALUE 'N'.                 02120000
           88  WS-NO-TRANCHE       VALUE 'N'.                           02130000
           88  WS-TRANCHE-OPEN     VALUE 'Y'.                           02140000
           88  WS-TRANCHE-SKIPPED  VALUE 'S'.                           02150000
       01  WS-TRN-ID               PIC X(8)  VALUE SPACES.              02160000
       01  WS-TRN-MODE             PIC X     VALUE SPACE.               02170000
           88  WS-TRN-ALL-OR-NONE  VALUE 'A'.                           02180000
       01  WS-TRN-REC-CNT          PIC 9(7)  VALUE ZERO.                02190000
       01  WS-TRN-BAL-TOTAL        PIC 9(13)V9(2) COMP-3 VALUE ZERO.    02200000
       01  WS-TRN-REJECTS          PIC 9(7)  VALUE ZERO.                02210000
       01  WS-TRN-LOANS            PIC 9(7)  VALUE ZERO.                02220000
       01  WS-TRN-CUSTS            PIC 9(7)  VALUE ZERO.                02230000
       01  WS-TRN-BOARDED-BAL      PIC 9(13)V9(2) COMP-3 VALUE ZERO.    02240000
       01  WS-TRN-RESULT           PIC X(40) VALUE SPACES.              02250000
      *    THE LOAN IN PROGRESS - ITS SCH, COL AND ARR RECORDS ARE      02260000
      *    BOARDED UNDER IT; A BAD ONE AMONG THEM BACKS THE WHOLE       02270000
      *    LOAN OUT AGAIN WHEN THE NEXT LOAN OR CUSTOMER STARTS         02280000
       01  WS-LOAN-SW              PIC X     VALUE 'N'.                 02290000
           88  WS-NO-LOAN          VALUE 'N'.                           02300000
           88  WS-LOAN-OPEN        VALUE 'Y'.                           02310000
           88  WS-LOAN-REFUSED     VALUE 'R'.                           02320000
       01  WS-LOAN-BAD-SW          PIC X     VALUE 'N'.                 02330000
           88  WS-LOAN-INCOMPLETE  VALUE 'Y'.                           02340000
       01  WS-LOAN-REF             PIC X(20) VALUE SPACES.              02350000
       01  WS-LOAN-APP-ID          PIC S9(9) COMP VALUE ZERO.           02360000
       01  WS-LOAN-PERIOD          PIC S9(9) COMP VALUE ZERO.           02370000
       01  WS-LOAN-BALANCE         PIC S9(8)V9(2) COMP-3 VALUE ZERO.    02380000
       01  WS-SCHED-CNT            PIC S9(9) COMP VALUE ZERO.           02390000
       01  WS-FIRST-INST           PIC S9(9) COMP VALUE ZERO.           02400000
       01  WS-LAST-INST            PIC S9(9) COMP VALUE ZERO.           02410000
       01  WS-SCHED-PRINCIPAL      PIC S9(8)V9(2) COMP-3 VALUE ZERO.    02420000
      *    DATE EDIT - A DATE DB2 CANNOT READ IS REFUSED, AND THE AGE   02430000
      *    IN DAYS LETS A CALLER REFUSE ONE IN THE FUTURE               02440000
       01  WS-CHECK-DATE           PIC X(10).                           02450000
       01  WS-CHECK-AGE            PIC S9(9) COMP.                      02460000
       01  WS-DATE-SW              PIC X     VALUE 'N'.                 02470000
           88  WS-DATE-VALID       VALUE 'Y'.                           02480000
      *    ENVELOPE VALIDATION WORK FIELDS - THE WHOLE FILE IS PROVEN   02490000
      *    BEFORE THE FIRST DATABASE CHANGE                             02500000
       01  WS-ENV-DATA-CNT         PIC 9(7)  VALUE ZERO.                02510000
       01  WS-ENV-HASH             PIC 9(13)V9(2) COMP-3 VALUE ZERO.    02520000
       01  WS-ENV-EXP-CNT          PIC 9(7)  VALUE ZERO.                02530000
       01  WS-ENV-EXP-HASH         PIC 9(13)V9(2) COMP-3 VALUE ZERO.    02540000
       01  WS-ENV-TRAILER-SW       PIC X     VALUE 'N'.                 02550000
           88  WS-ENV-GOT-TRAILER  VALUE 'Y'.                           02560000
       01  WS-ENV-EOF-SW           PIC X     VALUE 'N'.                 02570000
           88  WS-ENV-AT-EOF       VALUE 'Y'.                           02580000
       01  WS-FILE-SOURCE          PIC X(8).                            02590000
       01  WS-FILE-BUSDATE         PIC X(10).                           02600000
       01  WS-DATE-AGE             PIC S9(9) COMP.                      02610000
       01  WS-DUP-CNT              PIC S9(9) COMP.                      02620000
       01  WS-STALE-LIMIT          PIC S9(3) COMP-3 VALUE 30.           02630000
      *    PERSONAL-ID VALIDATION WORK FIELDS - THE SAME EDITS          02640000
      *    LOANFORM APPLIES AT THE TERMINAL                             02650000
       01  WS-SSN-WORK.                                                 02660000
          05 WS-SSN-BEGIN          PIC X(6).                            02670000
          05 WS-SSN-DOB            REDEFINES WS-SSN-BEGIN.              02680000
             10 WS-DOB-DAY         PIC 9(2).                            02690000
             10 WS-DOB-MONTH       PIC 9(2).                            02700000
             10 WS-DOB-YEAR        PIC 9(2).                            02710000
          05 WS-SSN-MIDDLE         PIC X.                               02720000
          05 WS-SSN-END            PIC X(4).                            02730000
       01 LEAP-YEAR                PIC X.                               02740000
          88 IS-LEAP-YEAR          VALUE 'Y'.                           02750000
       01 WS-BIRTH-YEAR            PIC 9(4).                            02760000
       01 WS-SSN-CHECKSUM-VARS.                                         02770000
          05 WS-INDIV-NUM          PIC 9(3).                            02780000
          05 WS-CHECK-CHAR         PIC X.                               02790000
          05 WS-SSN-BEGIN-NUM      PIC 9(6).                            02800000
          05 WS-CHECKSUM-NUM       PIC 9(9).                            02810000
          05 WS-CHECKSUM-REM       PIC 99.                              02820000
          05 WS-EXPECTED-CHAR      PIC X.                               02830000
          05 WS-CHECK-CHAR-TABLE   PIC X(31)                            02840000
             VALUE '0123456789ABCDEFHJKLMNPRSTUVWXY'.                   02850000
      *    RECONCILIATION WORK FIELDS                                   02860000
       01  WS-BOOKED-BAL           PIC S9(8)V9(2) COMP-3.               02870000
       01  WS-REC-LOANS            PIC 9(7)  VALUE ZERO.                02880000
       01  WS-REC-BREAKS           PIC 9(7)  VALUE ZERO.                02890000
       01  WS-REC-SELLER-TOT       PIC S9(13)V9(2) COMP-3 VALUE ZERO.   02900000
       01  WS-REC-BOOKED-TOT       PIC S9(13)V9(2) COMP-3 VALUE ZERO.   02910000
       01  WS-REC-SCHED-TOT        PIC S9(13)V9(2) COMP-3 VALUE ZERO.   02920000
       01  WS-REC-FLAG             PIC X(5).                            02930000
       01  WS-ED-CNT               PIC Z(6)9.                           02940000
       01  WS-ED-CNT2              PIC Z(6)9.                           02950000
       01  WS-ED-CNT3              PIC Z(6)9.                           02960000
       01  WS-ED-CNT4              PIC Z(6)9.                           02970000
       01  WS-ED-APP-ID            PIC Z(7)9.                           02980000
       01  WS-ED-AMT               PIC Z(9)9.99.                        02990000
       01  WS-ED-AMT2              PIC Z(9)9.99.                        03000000
       01  WS-ED-AMT3              PIC Z(9)9.99.                        03010000
       01  WS-ED-TOTAL             PIC Z(12)9.99.                       03020000
       01  WS-ED-TOTAL2            PIC Z(12)9.99.                       03030000
       01  WS-ED-TOTAL3            PIC Z(12)9.99.                       03040000
                                                                        03050000
      *    BOARDS A LOAN BOOK BOUGHT FROM ANOTHER LENDER.  EVERY        03060000
      *    CUSTOMER AND LOAN IS PUT THROUGH THE EDITS INTAKE APPLIES -  03070000
      *    THE PERSONAL-ID CHECK CHARACTER AND THE PRODUCT'S AMOUNT     03080000
      *    AND PERIOD WINDOW - AND A LOAN GOES ON THE BOOKS FUNDED,     03090000
      *    WITH THE SELLER'S REMAINING INSTALLMENTS AT THE SELLER'S     03100000
      *    RATES, SO SERVICING, COLLECTIONS AND REPORTING PICK IT UP    03110000
      *    FROM THE NEXT RUN LIKE ANY LOAN WE ORIGINATED.  EACH         03120000
      *    TRANCHE IS ITS OWN UNIT OF WORK                              03130000
       PROCEDURE DIVISION.                                              03140000
       000-MAIN-PARA.                                                   03150000
           PERFORM 100-INITIALIZE                                       03160000
           PERFORM 200-BOARD-ONE-RECORD UNTIL WS-NO-MORE-FEED           03170000
           IF WS-TRANCHE-OPEN                                           03180000
              MOVE 'ROLLED BACK - NO TRT RECORD' TO WS-TRN-RESULT       03190000
              PERFORM 285-ROLL-BACK-TRANCHE                             03200000
           END-IF                                                       03210000
           PERFORM 800-RECONCILE                                        03220000
           PERFORM 900-TERMINATE                                        03230000
           STOP RUN.                                                    03240000
                                                                        03250000
       100-INITIALIZE.                                                  03260000
           EXEC SQL                                                     03270000
              SELECT CHAR(CURRENT TIMESTAMP), CHAR(CURRENT DATE, ISO)   03280000
                INTO :WS-RUN-START, :WS-RUN-DATE                        03290000
                FROM SYSIBM.SYSDUMMY1                                   03300000
           END-EXEC                                                     03310000
           PERFORM 945-RESERVE-RUN-ID                                   03310001
           OPEN INPUT  SELLER-FILE                                      03320000
           IF WS-ACQ-STATUS NOT = '00'                                  03330000
              DISPLAY 'LOANACQL - UNABLE TO OPEN ACQIN, STATUS = '      03340000
                      WS-ACQ-STATUS                                     03350000
              MOVE 16 TO RETURN-CODE                                    03360000
              STOP RUN                                                  03370000
           END-IF                                                       03380000
           OPEN OUTPUT REJECT-FILE                                      03390000
           OPEN OUTPUT BOARDING-REPORT                                  03400000
           IF WS-REJECT-STATUS NOT = '00' OR WS-RPT-STATUS NOT = '00'   03410000
              DISPLAY 'LOANACQL - UNABLE TO OPEN OUTPUT FILES'          03420000
              MOVE 16 TO RETURN-CODE                                    03430000
              STOP RUN                                                  03440000
           END-IF                                                       03450000
           PERFORM 120-VALIDATE-ENVELOPE                                03460000
                                                                        03470000
           MOVE SPACES TO ACQ-RPT-LINE                                  03480000
           STRING 'PORTFOLIO BOARDING - SELLER ' WS-FILE-SOURCE         03490000
                  ' CUT-OFF ' WS-FILE-BUSDATE                           03500000
                  ' RUN ' WS-RUN-DATE                                   03510000
                  DELIMITED BY SIZE INTO ACQ-RPT-LINE                   03520000
           END-STRING                                                   03530000
           WRITE ACQ-RPT-LINE                                           03540000
           MOVE SPACES TO ACQ-RPT-LINE                                  03550000
           WRITE ACQ-RPT-LINE                                           03560000
           MOVE SPACES TO ACQ-RPT-LINE                                  03570000
           STRING 'TRANCHE  MODE RECORDS   LOANS  CUSTS REJECTS'        03580000
                  '   SELLER BALANCE RESULT'                            03590000
                  DELIMITED BY SIZE INTO ACQ-RPT-LINE                   03600000
           END-STRING                                                   03610000
           WRITE ACQ-RPT-LINE                                           03620000
           ADD 3 TO WS-LINES-WRITTEN                                    03630000
           PERFORM 110-READ-FEED                                        03640000
           EXIT.                                                        03650000
                                                                        03660000
       110-READ-FEED.                                                   03670000
           READ SELLER-FILE                                             03680000
              AT END                                                    03690000
                 MOVE 'Y' TO WS-EOF-SW                                  03700000
           END-READ                                                     03710000
           IF WS-ACQ-STATUS NOT = '00'                                  03720000
              AND WS-ACQ-STATUS NOT = '10'                              03730000
              DISPLAY 'LOANACQL - ERROR READING ACQIN, STATUS = '       03740000
                      WS-ACQ-STATUS                                     03750000
              MOVE 16 TO RETURN-CODE                                    03760000
              PERFORM 980-CHECK-SQL                                     03770000
              STOP RUN                                                  03780000
           END-IF                                                       03790000
           IF NOT WS-NO-MORE-FEED                                       03800000
              ADD 1 TO WS-RECS-READ                                     03810000
           END-IF                                                       03820000
           EXIT.                                                        03830000
                                                                        03840000
      *    PROVES THE ENVELOPE BEFORE ANYTHING TOUCHES THE DATABASE:    03850000
      *    THE FILE MUST OPEN WITH ITS HDR, THE CUT-OFF DATE MUST BE    03860000
      *    CURRENT (NOT FUTURE, NOT OLDER THAN BOARD_STALE_DAYS, NOT    03870000
      *    ALREADY ON THE PROCESSED-FILES TABLE), AND THE TRL COUNT     03880000
      *    AND HASH - THE SUM OF THE SELLER BALANCES ON THE LON         03890000
      *    RECORDS - MUST MATCH WHAT IS ACTUALLY IN THE FILE.  THE      03900000
      *    FILE IS THEN CLOSED AND REOPENED FOR THE BOARDING PASS       03910000
       120-VALIDATE-ENVELOPE.                                           03920000
           READ SELLER-FILE                                             03930000
              AT END                                                    03940000
                 MOVE 'Y' TO WS-ENV-EOF-SW                              03950000
           END-READ                                                     03960000
           MOVE ACQ-RECORD (1:80) TO ENV-RECORD                         03970000
           IF WS-ENV-AT-EOF OR NOT ENV-HEADER                           03980000
              DISPLAY 'LOANACQL - SELLER FILE HAS NO HDR ENVELOPE - '   03990000
                      'REFUSED'                                         04000000
              MOVE 16 TO RETURN-CODE                                    04010000
              STOP RUN                                                  04020000
           END-IF                                                       04030000
           MOVE ENV-SOURCE-ID     TO WS-FILE-SOURCE                     04040000
           MOVE ENV-BUSINESS-DATE TO WS-FILE-BUSDATE                    04050000
           PERFORM 125-CHECK-BUSINESS-DATE                              04060000
           PERFORM 130-TALLY-ENVELOPE UNTIL WS-ENV-AT-EOF               04070000
           IF NOT WS-ENV-GOT-TRAILER                                    04080000
              DISPLAY 'LOANACQL - SELLER FILE HAS NO TRL RECORD - '     04090000
                      'REFUSED'                                         04100000
              MOVE 16 TO RETURN-CODE                                    04110000
              STOP RUN                                                  04120000
           END-IF                                                       04130000
           IF WS-ENV-DATA-CNT NOT = WS-ENV-EXP-CNT                      04140000
              DISPLAY 'LOANACQL - RECORD COUNT DOES NOT PROVE - '       04150000
                      'REFUSED'                                         04160000
              MOVE 16 TO RETURN-CODE                                    04170000
              STOP RUN                                                  04180000
           END-IF                                                       04190000
           IF WS-ENV-HASH NOT = WS-ENV-EXP-HASH                         04200000
              DISPLAY 'LOANACQL - HASH TOTAL DOES NOT PROVE - '         04210000
                      'REFUSED'                                         04220000
              MOVE 16 TO RETURN-CODE                                    04230000
              STOP RUN                                                  04240000
           END-IF                                                       04250000
           CLOSE SELLER-FILE                                            04260000
           OPEN INPUT SELLER-FILE                                       04270000
           IF WS-ACQ-STATUS NOT = '00'                                  04280000
              DISPLAY 'LOANACQL - UNABLE TO REOPEN ACQIN'               04290000
              MOVE 16 TO RETURN-CODE                                    04300000
              STOP RUN                                                  04310000
           END-IF                                                       04320000
           EXIT.                                                        04330000
                                                                        04340000
      *    A SELLER STRIKES ITS BALANCES SOME DAYS BEFORE THE FILE IS   04350000
      *    DELIVERED, SO THE STALENESS LIMIT IS ITS OWN PARAMETER       04360000
      *    RATHER THAN THE DAILY FEEDS' FEED_STALE_DAYS                 04370000
       125-CHECK-BUSINESS-DATE.                                         04380000
           MOVE 'BOARD_STALE_DAYS' TO BUSPARM-NAME                      04390000
           EXEC SQL                                                     04400000
              SELECT PARAM_VALUE                                        04410000
                INTO :BUSPARM-VALUE                                     04420000
                FROM KALA15.BUSINESS_PARAM                              04430000
               WHERE PARAM_NAME = :BUSPARM-NAME                         04440000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     04450000
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     04460000
           END-EXEC                                                     04470000
           IF SQLCODE = 00                                              04480000
              MOVE BUSPARM-VALUE TO WS-STALE-LIMIT                      04490000
           END-IF                                                       04500000
                                                                        04510000
           EXEC SQL                                                     04520000
              SELECT DAYS(CURRENT DATE)                                 04530000
                     - DAYS(DATE(:WS-FILE-BUSDATE))                     04540000
                INTO :WS-DATE-AGE                                       04550000
                FROM SYSIBM.SYSDUMMY1                                   04560000
           END-EXEC                                                     04570000
           IF SQLCODE NOT = 00                                          04580000
              DISPLAY 'LOANACQL - HDR CUT-OFF DATE INVALID: '           04590000
                      WS-FILE-BUSDATE                                   04600000
              MOVE 16 TO RETURN-CODE                                    04610000
              STOP RUN                                                  04620000
           END-IF                                                       04630000
           IF WS-DATE-AGE < ZERO                                        04640000
              DISPLAY 'LOANACQL - HDR CUT-OFF DATE IN THE FUTURE - '    04650000
                      'REFUSED'                                         04660000
              MOVE 16 TO RETURN-CODE                                    04670000
              STOP RUN                                                  04680000
           END-IF                                                       04690000
           IF WS-DATE-AGE > WS-STALE-LIMIT                              04700000
              DISPLAY 'LOANACQL - HDR CUT-OFF DATE STALE - REFUSED'     04710000
              MOVE 16 TO RETURN-CODE                                    04720000
              STOP RUN                                                  04730000
           END-IF                                                       04740000
                                                                        04750000
           EXEC SQL                                                     04760000
              SELECT COUNT(*)                                           04770000
                INTO :WS-DUP-CNT                                        04780000
                FROM KALA15.PROCESSED_FILES                             04790000
               WHERE SOURCE_ID = :WS-FILE-SOURCE                        04800000
                 AND BUSINESS_DATE = DATE(:WS-FILE-BUSDATE)             04810000
           END-EXEC                                                     04820000
           IF WS-DUP-CNT > ZERO                                         04830000
              DISPLAY 'LOANACQL - CUT-OFF DATE ALREADY PROCESSED - '    04840000
                      'REFUSED'                                         04850000
              MOVE 16 TO RETURN-CODE                                    04860000
              STOP RUN                                                  04870000
           END-IF                                                       04880000
           EXIT.                                                        04890000
                                                                        04900000
       130-TALLY-ENVELOPE.                                              04910000
           READ SELLER-FILE                                             04920000
              AT END                                                    04930000
                 MOVE 'Y' TO WS-ENV-EOF-SW                              04940000
           END-READ                                                     04950000
           IF NOT WS-ENV-AT-EOF                                         04960000
              MOVE ACQ-RECORD (1:80) TO ENV-RECORD                      04970000
              IF ENV-TRAILER                                            04980000
                 SET WS-ENV-GOT-TRAILER TO TRUE                         04990000
                 MOVE ENV-RECORD-COUNT TO WS-ENV-EXP-CNT                05000000
                 MOVE ENV-HASH-TOTAL   TO WS-ENV-EXP-HASH               05010000
              ELSE                                                      05020000
                 ADD 1 TO WS-ENV-DATA-CNT                               05030000
                 IF ACQ-LOAN AND ACQ-LON-BALANCE IS NUMERIC             05040000
                    ADD ACQ-LON-BALANCE TO WS-ENV-HASH                  05050000
                 END-IF                                                 05060000
              END-IF                                                    05070000
           END-IF                                                       05080000
           EXIT.                                                        05090000
                                                                        05100000
      *    A RECORD OUTSIDE ANY TRANCHE HAS NO UNIT OF WORK TO GO       05110000
      *    INTO AND IS REJECTED; A SKIPPED TRANCHE IS PASSED OVER TO    05120000
      *    ITS TRT                                                      05130000
       200-BOARD-ONE-RECORD.                                            05140000
           MOVE ACQ-RECORD (1:80) TO ENV-RECORD                         05150000
           MOVE SPACES TO WS-REJECT-RSN                                 05160000
           EVALUATE TRUE                                                05170000
              WHEN ENV-HEADER OR ENV-TRAILER                            05180000
                 CONTINUE                                               05190000
              WHEN ACQ-TRANCHE-HEADER                                   05200000
                 PERFORM 210-OPEN-TRANCHE                               05210000
              WHEN WS-NO-TRANCHE                                        05220000
                 MOVE 'RECORD OUTSIDE A TRANCHE' TO WS-REJECT-RSN       05230000
                 PERFORM 290-WRITE-REJECT                               05240000
              WHEN WS-TRANCHE-SKIPPED                                   05250000
                 IF ACQ-TRANCHE-TRAILER                                 05260000
                    SET WS-NO-TRANCHE TO TRUE                           05270000
                 END-IF                                                 05280000
              WHEN ACQ-TRANCHE-TRAILER                                  05290000
                 PERFORM 280-CLOSE-TRANCHE                              05300000
              WHEN OTHER                                                05310000
                 ADD 1 TO WS-TRN-REC-CNT                                05320000
                 PERFORM 220-BOARD-DETAIL                               05330000
           END-EVALUATE                                                 05340000
           PERFORM 110-READ-FEED                                        05350000
           EXIT.                                                        05360000
                                                                        05370000
      *    A TRANCHE ALREADY ON ACQUIRED_LOAN FOR THIS SELLER WAS       05380000
      *    COMMITTED BY AN EARLIER RUN OF THE SAME FILE AND IS          05390000
      *    SKIPPED, SO A FILE WITH ONE TRANCHE ROLLED BACK CAN SIMPLY   05400000
      *    BE CORRECTED AND RUN AGAIN                                   05410000
       210-OPEN-TRANCHE.                                                05420000
           IF WS-TRANCHE-OPEN                                           05430000
              MOVE 'ROLLED BACK - NO TRT RECORD' TO WS-TRN-RESULT       05440000
              PERFORM 285-ROLL-BACK-TRANCHE                             05450000
           END-IF                                                       05460000
           MOVE ACQ-TRH-TRANCHE-ID TO WS-TRN-ID                         05470000
           MOVE ACQ-TRH-MODE       TO WS-TRN-MODE                       05480000
           MOVE ZERO TO WS-TRN-REC-CNT                                  05490000
           MOVE ZERO TO WS-TRN-BAL-TOTAL                                05500000
           MOVE ZERO TO WS-TRN-REJECTS                                  05510000
           MOVE ZERO TO WS-TRN-LOANS                                    05520000
           MOVE ZERO TO WS-TRN-CUSTS                                    05530000
           MOVE ZERO TO WS-TRN-BOARDED-BAL                              05540000
           SET WS-NO-LOAN TO TRUE                                       05550000
                                                                        05560000
           MOVE WS-FILE-SOURCE TO ACQL-SELLER-ID                        05570000
           MOVE WS-TRN-ID      TO ACQL-TRANCHE-ID                       05580000
           EXEC SQL                                                     05590000
              SELECT COUNT(*)                                           05600000
                INTO :WS-CNT                                            05610000
                FROM KALA15.ACQUIRED_LOAN                               05620000
               WHERE SELLER_ID = :ACQL-SELLER-ID                        05630000
                 AND TRANCHE_ID = :ACQL-TRANCHE-ID                      05640000
           END-EXEC                                                     05650000
           PERFORM 980-CHECK-SQL                                        05660000
           EVALUATE TRUE                                                05670000
              WHEN WS-TRN-ID = SPACES OR NOT ACQ-TRH-MODE-VALID         05680000
                 SET WS-TRANCHE-SKIPPED TO TRUE                         05690000
                 ADD 1 TO WS-TRANCHES-SKIPPED                           05700000
                 MOVE 'TRANCHE ID OR MODE INVALID' TO WS-REJECT-RSN     05710000
                 PERFORM 290-WRITE-REJECT                               05720000
                 MOVE 'REFUSED - TRH ID OR MODE INVALID'                05730000
                    TO WS-TRN-RESULT                                    05740000
                 PERFORM 287-WRITE-TRANCHE-LINE                         05750000
              WHEN WS-CNT > ZERO                                        05760000
                 SET WS-TRANCHE-SKIPPED TO TRUE                         05770000
                 ADD 1 TO WS-TRANCHES-SKIPPED                           05780000
                 MOVE 'SKIPPED - ALREADY BOARDED' TO WS-TRN-RESULT      05790000
                 PERFORM 287-WRITE-TRANCHE-LINE                         05800000
              WHEN OTHER                                                05810000
                 SET WS-TRANCHE-OPEN TO TRUE                            05820000
           END-EVALUATE                                                 05830000
           EXIT.                                                        05840000
                                                                        05850000
       220-BOARD-DETAIL.                                                05860000
           EVALUATE TRUE                                                05870000
              WHEN ACQ-CUSTOMER                                         05880000
                 PERFORM 400-CLOSE-LOAN                                 05890000
                 PERFORM 300-BOARD-CUSTOMER                             05900000
              WHEN ACQ-MANDATE                                          05910000
                 PERFORM 400-CLOSE-LOAN                                 05920000
                 PERFORM 320-BOARD-MANDATE                              05930000
              WHEN ACQ-LOAN                                             05940000
                 PERFORM 400-CLOSE-LOAN                                 05950000
                 PERFORM 410-BOARD-LOAN                                 05960000
              WHEN ACQ-INSTALLMENT OR ACQ-COLLATERAL OR ACQ-ARREARS     05970000
                 PERFORM 500-BOARD-LOAN-DETAIL                          05980000
              WHEN OTHER                                                05990000
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-RSN            06000000
                 PERFORM 290-WRITE-REJECT                               06010000
           END-EVALUATE                                                 06020000
           EXIT.                                                        06030000
                                                                        06040000
      *    THE TRT MUST NAME THE TRANCHE IT CLOSES AND PROVE ITS        06050000
      *    RECORD COUNT AND SELLER-BALANCE TOTAL, WHATEVER THE MODE;    06060000
      *    AN ALL-OR-NOTHING TRANCHE IS ALSO ROLLED BACK FOR A SINGLE   06070000
      *    REJECTED RECORD                                              06080000
       280-CLOSE-TRANCHE.                                               06090000
           PERFORM 400-CLOSE-LOAN                                       06100000
           EVALUATE TRUE                                                06110000
              WHEN ACQ-TRT-TRANCHE-ID NOT = WS-TRN-ID                   06120000
                 MOVE 'ROLLED BACK - TRT FOR ANOTHER TRANCHE'           06130000
                    TO WS-TRN-RESULT                                    06140000
              WHEN ACQ-TRT-REC-COUNT IS NOT NUMERIC                     06150000
                OR ACQ-TRT-REC-COUNT NOT = WS-TRN-REC-CNT               06160000
                 MOVE 'ROLLED BACK - COUNT DOES NOT PROVE'              06170000
                    TO WS-TRN-RESULT                                    06180000
              WHEN ACQ-TRT-BAL-TOTAL IS NOT NUMERIC                     06190000
                OR ACQ-TRT-BAL-TOTAL NOT = WS-TRN-BAL-TOTAL             06200000
                 MOVE 'ROLLED BACK - BALANCE DOES NOT PROVE'            06210000
                    TO WS-TRN-RESULT                                    06220000
              WHEN WS-TRN-ALL-OR-NONE AND WS-TRN-REJECTS > ZERO         06230000
                 MOVE 'ROLLED BACK - REJECTS, ALL OR NOTHING'           06240000
                    TO WS-TRN-RESULT                                    06250000
              WHEN OTHER                                                06260000
                 MOVE SPACES TO WS-TRN-RESULT                           06270000
           END-EVALUATE                                                 06280000
           IF WS-TRN-RESULT = SPACES                                    06290000
              PERFORM 286-COMMIT-TRANCHE                                06300000
           ELSE                                                         06310000
              PERFORM 285-ROLL-BACK-TRANCHE                             06320000
           END-IF                                                       06330000
           SET WS-NO-TRANCHE TO TRUE                                    06340000
           EXIT.                                                        06350000
                                                                        06360000
      *    THE LOANS OF A ROLLED-BACK TRANCHE ARE NOT ON THE BOOKS -    06370000
      *    THEIR REJECTS STAND, AND THE TRANCHE LINE SAYS WHY           06380000
       285-ROLL-BACK-TRANCHE.                                           06390000
           EXEC SQL                                                     06400000
              ROLLBACK                                                  06410000
           END-EXEC                                                     06420000
           ADD 1 TO WS-TRANCHES-ROLLED                                  06430000
           PERFORM 287-WRITE-TRANCHE-LINE                               06440000
           SET WS-NO-LOAN TO TRUE                                       06450000
           SET WS-NO-TRANCHE TO TRUE                                    06460000
           EXIT.                                                        06470000
                                                                        06480000
       286-COMMIT-TRANCHE.                                              06490000
           EXEC SQL                                                     06500000
              COMMIT                                                    06510000
           END-EXEC                                                     06520000
           ADD 1 TO WS-TRANCHES-COMMITTED                               06530000
           ADD WS-TRN-LOANS TO WS-LOANS-BOARDED                         06540000
           ADD WS-TRN-CUSTS TO WS-CUSTS-BOARDED                         06550000
           MOVE 'COMMITTED' TO WS-TRN-RESULT                            06560000
           PERFORM 287-WRITE-TRANCHE-LINE                               06570000
           EXIT.                                                        06580000
                                                                        06590000
       287-WRITE-TRANCHE-LINE.                                          06600000
           MOVE WS-TRN-REC-CNT   TO WS-ED-CNT                           06610000
           MOVE WS-TRN-LOANS     TO WS-ED-CNT2                          06620000
           MOVE WS-TRN-CUSTS     TO WS-ED-CNT3                          06630000
           MOVE WS-TRN-REJECTS   TO WS-ED-CNT4                          06640000
           MOVE WS-TRN-BAL-TOTAL TO WS-ED-TOTAL                         06650000
           MOVE SPACES TO ACQ-RPT-LINE                                  06660000
           STRING WS-TRN-ID ' ' WS-TRN-MODE '    ' WS-ED-CNT ' '        06670000
                  WS-ED-CNT2 ' ' WS-ED-CNT3 ' ' WS-ED-CNT4 ' '          06680000
                  WS-ED-TOTAL ' ' WS-TRN-RESULT                         06690000
                  DELIMITED BY SIZE INTO ACQ-RPT-LINE                   06700000
           END-STRING                                                   06710000
           WRITE ACQ-RPT-LINE                                           06720000
           ADD 1 TO WS-LINES-WRITTEN                                    06730000
           EXIT.                                                        06740000
                                                                        06750000
       290-WRITE-REJECT.                                                06760000
           MOVE WS-REJECT-RSN TO REJ-REASON                             06770000
           MOVE WS-TRN-ID     TO REJ-TRANCHE-ID                         06780000
           MOVE ACQ-RECORD    TO REJ-DETAIL                             06790000
           WRITE REJECT-RECORD                                          06800000
           ADD 1 TO WS-RECS-REJECTED                                    06810000
           ADD 1 TO WS-TRN-REJECTS                                      06820000
           EXIT.                                                        06830000
                                                                        06840000
      *    A CUSTOMER WE ALREADY HAVE KEEPS OUR OWN DETAILS - THE       06850000
      *    SELLER'S RECORD ONLY CREATES ONE WE DO NOT.  MARKETING       06860000
      *    CONSENTS DO NOT TRANSFER WITH A BOOK AND ARE LEFT UNSET      06870000
       300-BOARD-CUSTOMER.                                              06880000
           EVALUATE TRUE                                                06890000
              WHEN ACQ-CUS-SSN = SPACES OR ACQ-CUS-SSN = LOW-VALUES     06900000
                 MOVE 'PERSONAL ID MISSING' TO WS-REJECT-RSN            06910000
              WHEN ACQ-CUS-L-NAME = SPACES OR ACQ-CUS-F-NAME = SPACES   06920000
                 MOVE 'CUSTOMER NAME MISSING' TO WS-REJECT-RSN          06930000
              WHEN OTHER                                                06940000
                 MOVE ACQ-CUS-SSN TO SSN                                06950000
                 PERFORM 610-VALIDATE-PERSONAL-ID                       06960000
           END-EVALUATE                                                 06970000
           IF WS-REJECT-RSN NOT = SPACES                                06980000
              PERFORM 290-WRITE-REJECT                                  06990000
           ELSE                                                         07000000
              EXEC SQL                                                  07010000
                 SELECT COUNT(*)                                        07020000
                   INTO :WS-CNT                                         07030000
                   FROM KALA15.CUSTOMER                                 07040000
                  WHERE SSN = :SSN                                      07050000
              END-EXEC                                                  07060000
              PERFORM 980-CHECK-SQL                                     07070000
              IF WS-CNT = ZERO                                          07080000
                 PERFORM 310-INSERT-CUSTOMER                            07090000
              END-IF                                                    07100000
           END-IF                                                       07110000
           EXIT.                                                        07120000
                                                                        07130000
       310-INSERT-CUSTOMER.                                             07140000
           MOVE ACQ-CUS-F-NAME      TO F-NAME                           07150000
           MOVE ACQ-CUS-L-NAME      TO L-NAME                           07160000
           MOVE ACQ-CUS-ADDRESS     TO CUSTOMER-ADDRESS                 07170000
           MOVE ACQ-CUS-POSTAL-CODE TO POSTAL-CODE                      07180000
           MOVE ACQ-CUS-CITY        TO CITY                             07190000
           MOVE ACQ-CUS-PHONE-NO    TO PHONE-NO                         07200000
           MOVE ACQ-CUS-EMAIL       TO EMAIL-ADDR                       07210000
           MOVE ACQ-CUS-CHANNEL     TO PREF-CHANNEL                     07220000
           MOVE ACQ-CUS-LANG-CODE   TO CUST-LANG-CODE                   07230000
           EXEC SQL                                                     07240000
              INSERT INTO KALA15.CUSTOMER                               07250000
                     (SSN, F_NAME, L_NAME, ADDRESS, POSTAL_CODE, CITY,  07260000
                      PHONE_NO, EMAIL, PREF_CHANNEL, LANG_CODE,         07270000
                      ROW_VERSION)                                      07280000
              VALUES (:SSN, :F-NAME, :L-NAME,                           07290000
                      NULLIF(:CUSTOMER-ADDRESS, ' '),                   07300000
                      NULLIF(:POSTAL-CODE, ' '),                        07310000
                      NULLIF(:CITY, ' '),                               07320000
                      NULLIF(:PHONE-NO, ' '),                           07330000
                      NULLIF(:EMAIL-ADDR, ' '),                         07340000
                      NULLIF(:PREF-CHANNEL, ' '),                       07350000
                      NULLIF(:CUST-LANG-CODE, ' '), 1)                  07360000
           END-EXEC                                                     07370000
           PERFORM 980-CHECK-SQL                                        07380000
           ADD 1 TO WS-TRN-CUSTS                                        07390000
           EXIT.                                                        07400000
                                                                        07410000
      *    THE SELLER'S DIRECT-DEBIT MANDATE CARRIES OVER TO COLLECT    07420000
      *    THE REMAINING INSTALLMENTS - UNLESS THE CUSTOMER ALREADY     07430000
      *    HAS AN ACCOUNT ON FILE WITH US, WHICH STAYS AS IT IS         07440000
       320-BOARD-MANDATE.                                               07450000
           MOVE ACQ-MDT-SSN TO BANKACCT-CUST-SSN                        07460000
           EXEC SQL                                                     07470000
              SELECT COUNT(*)                                           07480000
                INTO :WS-CNT                                            07490000
                FROM KALA15.CUSTOMER                                    07500000
               WHERE SSN = :BANKACCT-CUST-SSN                           07510000
           END-EXEC                                                     07520000
           PERFORM 980-CHECK-SQL                                        07530000
           IF WS-CNT = ZERO                                             07540000
              MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-RSN              07550000
           END-IF                                                       07560000
           IF WS-REJECT-RSN = SPACES                                    07570000
              AND (ACQ-MDT-IBAN = SPACES OR ACQ-MDT-REF = SPACES)       07580000
              MOVE 'IBAN OR MANDATE REF MISSING' TO WS-REJECT-RSN       07590000
           END-IF                                                       07600000
           IF WS-REJECT-RSN = SPACES                                    07610000
              MOVE ACQ-MDT-SIGNED-DATE TO WS-CHECK-DATE                 07620000
              PERFORM 640-CHECK-DATE                                    07630000
              IF NOT WS-DATE-VALID OR WS-CHECK-AGE < ZERO               07640000
                 MOVE 'MANDATE DATE INVALID' TO WS-REJECT-RSN           07650000
              END-IF                                                    07660000
           END-IF                                                       07670000
           IF WS-REJECT-RSN NOT = SPACES                                07680000
              PERFORM 290-WRITE-REJECT                                  07690000
           ELSE                                                         07700000
              EXEC SQL                                                  07710000
                 SELECT COUNT(*)                                        07720000
                   INTO :WS-CNT                                         07730000
                   FROM KALA15.CUSTOMER_BANK_ACCOUNT                    07740000
                  WHERE CUST_SSN = :BANKACCT-CUST-SSN                   07750000
              END-EXEC                                                  07760000
              PERFORM 980-CHECK-SQL                                     07770000
              IF WS-CNT = ZERO                                          07780000
                 PERFORM 330-INSERT-MANDATE                             07790000
              END-IF                                                    07800000
           END-IF                                                       07810000
           EXIT.                                                        07820000
                                                                        07830000
       330-INSERT-MANDATE.                                              07840000
           MOVE ACQ-MDT-IBAN        TO BANKACCT-IBAN                    07850000
           MOVE ACQ-MDT-BIC         TO BANKACCT-BIC                     07860000
           MOVE ACQ-MDT-REF         TO BANKACCT-MANDATE-REF             07870000
           MOVE ACQ-MDT-SIGNED-DATE TO BANKACCT-MANDATE-SIGNED-DT       07880000
           SET BANKACCT-MANDATE-ACTIVE TO TRUE                          07890000
           EXEC SQL                                                     07900000
              SELECT COALESCE(MAX(ACCT_ID), 0) + 1                      07910000
                INTO :BANKACCT-ID                                       07920000
                FROM KALA15.CUSTOMER_BANK_ACCOUNT                       07930000
           END-EXEC                                                     07940000
           EXEC SQL                                                     07950000
              INSERT INTO KALA15.CUSTOMER_BANK_ACCOUNT                  07960000
                     (ACCT_ID, CUST_SSN, IBAN, BIC, MANDATE_REF,        07970000
                      MANDATE_SIGNED_DATE, MANDATE_STATUS)              07980000
              VALUES (:BANKACCT-ID, :BANKACCT-CUST-SSN,                 07990000
                      :BANKACCT-IBAN, NULLIF(:BANKACCT-BIC, ' '),       08000000
                      :BANKACCT-MANDATE-REF,                            08010000
                      DATE(:BANKACCT-MANDATE-SIGNED-DT),                08020000
                      :BANKACCT-MANDATE-STATUS)                         08030000
           END-EXEC                                                     08040000
           PERFORM 980-CHECK-SQL                                        08050000
           EXIT.                                                        08060000
                                                                        08070000
      *    THE LOAN BEFORE THIS RECORD IS FINISHED: ONE THAT CAME       08080000
      *    WITH NO INSTALLMENTS, OR WITH A BAD DETAIL RECORD, IS        08090000
      *    BACKED OUT WHOLE; THE REST IS COMPLETED                      08100000
       400-CLOSE-LOAN.                                                  08110000
           IF WS-LOAN-OPEN                                              08120000
              IF WS-SCHED-CNT = ZERO AND NOT WS-LOAN-INCOMPLETE         08130000
                 MOVE 'NO INSTALLMENTS FOR LOAN' TO WS-REJECT-RSN       08140000
                 PERFORM 295-WRITE-LOAN-REJECT                          08150000
                 MOVE 'Y' TO WS-LOAN-BAD-SW                             08160000
              END-IF                                                    08170000
              IF WS-LOAN-INCOMPLETE                                     08180000
                 PERFORM 470-BACK-OUT-LOAN                              08190000
              ELSE                                                      08200000
                 PERFORM 450-COMPLETE-LOAN                              08210000
              END-IF                                                    08220000
           END-IF                                                       08230000
           SET WS-NO-LOAN TO TRUE                                       08240000
           MOVE SPACES TO WS-REJECT-RSN                                 08250000
           EXIT.                                                        08260000
                                                                        08270000
       295-WRITE-LOAN-REJECT.                                           08280000
           MOVE WS-REJECT-RSN TO REJ-REASON                             08290000
           MOVE WS-TRN-ID     TO REJ-TRANCHE-ID                         08300000
           MOVE SPACES        TO REJ-DETAIL                             08310000
           STRING 'LON' WS-LOAN-REF                                     08320000
                  DELIMITED BY SIZE INTO REJ-DETAIL                     08330000
           END-STRING                                                   08340000
           WRITE REJECT-RECORD                                          08350000
           ADD 1 TO WS-RECS-REJECTED                                    08360000
           ADD 1 TO WS-TRN-REJECTS                                      08370000
           EXIT.                                                        08380000
                                                                        08390000
       410-BOARD-LOAN.                                                  08400000
           IF ACQ-LON-BALANCE IS NUMERIC                                08410000
              ADD ACQ-LON-BALANCE TO WS-TRN-BAL-TOTAL                   08420000
           END-IF                                                       08430000
           MOVE ACQ-LON-REF TO WS-LOAN-REF                              08440000
           MOVE 'N' TO WS-LOAN-BAD-SW                                   08450000
           MOVE ZERO TO WS-SCHED-CNT                                    08460000
           MOVE ZERO TO WS-FIRST-INST                                   08470000
           MOVE ZERO TO WS-LAST-INST                                    08480000
           MOVE ZERO TO WS-SCHED-PRINCIPAL                              08490000
           SET WS-LOAN-REFUSED TO TRUE                                  08500000
           PERFORM 420-VALIDATE-LOAN                                    08510000
           IF WS-REJECT-RSN NOT = SPACES                                08520000
              PERFORM 290-WRITE-REJECT                                  08530000
           ELSE                                                         08540000
              PERFORM 430-INSERT-LOAN                                   08550000
              SET WS-LOAN-OPEN TO TRUE                                  08560000
           END-IF                                                       08570000
           EXIT.                                                        08580000
                                                                        08590000
      *    THE SAME LIMITS A NEW APPLICATION MEETS AT INTAKE: THE       08600000
      *    PRODUCT MUST BE IN THE CATALOG AND THE ORIGINAL AMOUNT AND   08610000
      *    TERM INSIDE ITS WINDOW, WITH THE SAME REASON TEXTS LOANDB2   08620000
      *    REJECTS ON - PLUS WHAT A BOARDED LOAN NEEDS: A BORROWER ON   08630000
      *    FILE, A BALANCE NO LARGER THAN THE LOAN, A FUNDING DATE IN   08640000
      *    THE PAST, AND A SELLER REFERENCE NOT ALREADY BOARDED         08650000
       420-VALIDATE-LOAN.                                               08660000
           EVALUATE TRUE                                                08670000
              WHEN ACQ-LON-REF = SPACES                                 08680000
                 MOVE 'SELLER LOAN REF MISSING' TO WS-REJECT-RSN        08690000
              WHEN ACQ-LON-AMOUNT IS NOT NUMERIC                        08700000
                OR ACQ-LON-PERIOD IS NOT NUMERIC                        08710000
                OR ACQ-LON-APR-PCT IS NOT NUMERIC                       08720000
                OR ACQ-LON-RATE IS NOT NUMERIC                          08720001
                OR ACQ-LON-MO-PAYMNT IS NOT NUMERIC                     08730000
                OR ACQ-LON-BALANCE IS NOT NUMERIC                       08740000
                 MOVE 'LOAN AMOUNTS NOT NUMERIC' TO WS-REJECT-RSN       08750000
              WHEN ACQ-LON-RATE NOT < 1                                 08750001
                 MOVE 'SELLER RATE INVALID' TO WS-REJECT-RSN            08750002
              WHEN ACQ-LON-BALANCE = ZERO                               08760000
                OR ACQ-LON-BALANCE > ACQ-LON-AMOUNT                     08770000
                 MOVE 'SELLER BALANCE INVALID' TO WS-REJECT-RSN         08780000
              WHEN ACQ-LON-DUE-DAY IS NOT NUMERIC                       08790000
                OR ACQ-LON-DUE-DAY < 1 OR ACQ-LON-DUE-DAY > 28          08800000
                 MOVE 'DUE DAY MUST BE 1 TO 28' TO WS-REJECT-RSN        08810000
              WHEN OTHER                                                08820000
                 PERFORM 425-CHECK-LOAN-AGAINST-FILE                    08830000
           END-EVALUATE                                                 08840000
           EXIT.                                                        08850000
                                                                        08860000
       425-CHECK-LOAN-AGAINST-FILE.                                     08870000
           MOVE ACQ-LON-SSN TO CUST-SSN                                 08880000
           EXEC SQL                                                     08890000
              SELECT COUNT(*)                                           08900000
                INTO :WS-CNT                                            08910000
                FROM KALA15.CUSTOMER                                    08920000
               WHERE SSN = :CUST-SSN                                    08930000
           END-EXEC                                                     08940000
           PERFORM 980-CHECK-SQL                                        08950000
           IF WS-CNT = ZERO                                             08960000
              MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-RSN              08970000
           END-IF                                                       08980000
                                                                        08990000
           IF WS-REJECT-RSN = SPACES                                    09000000
              MOVE WS-FILE-SOURCE TO ACQL-SELLER-ID                     09010000
              MOVE ACQ-LON-REF    TO ACQL-SELLER-LOAN-REF               09020000
              EXEC SQL                                                  09030000
                 SELECT COUNT(*)                                        09040000
                   INTO :WS-CNT                                         09050000
                   FROM KALA15.ACQUIRED_LOAN                            09060000
                  WHERE SELLER_ID = :ACQL-SELLER-ID                     09070000
                    AND SELLER_LOAN_REF = :ACQL-SELLER-LOAN-REF         09080000
              END-EXEC                                                  09090000
              PERFORM 980-CHECK-SQL                                     09100000
              IF WS-CNT > ZERO                                          09110000
                 MOVE 'LOAN ALREADY BOARDED' TO WS-REJECT-RSN           09120000
              END-IF                                                    09130000
           END-IF                                                       09140000
                                                                        09150000
           IF WS-REJECT-RSN = SPACES                                    09160000
              MOVE ACQ-LON-DISB-DATE TO WS-CHECK-DATE                   09170000
              PERFORM 640-CHECK-DATE                                    09180000
              IF NOT WS-DATE-VALID OR WS-CHECK-AGE < ZERO               09190000
                 MOVE 'DISBURSEMENT DATE INVALID' TO WS-REJECT-RSN      09200000
              END-IF                                                    09210000
           END-IF                                                       09220000
                                                                        09230000
           IF WS-REJECT-RSN = SPACES                                    09240000
              PERFORM 427-LOAD-PRODUCT                                  09250000
              MOVE ACQ-LON-AMOUNT TO LOAN-AMN                           09260000
              MOVE ACQ-LON-PERIOD TO LOAN-PERIOD                        09270000
              EVALUATE TRUE                                             09280000
                 WHEN SQLCODE NOT = 00                                  09290000
                    MOVE 'UNKNOWN PRODUCT' TO WS-REJECT-RSN             09300000
                 WHEN LOAN-AMN < PROD-MIN-AMOUNT OR                     09310000
                      LOAN-AMN > PROD-MAX-AMOUNT                        09320000
                    MOVE 'PRODUCT AMOUNT' TO WS-REJECT-RSN              09330000
                 WHEN LOAN-PERIOD < PROD-MIN-PERIOD OR                  09340000
                      LOAN-PERIOD > PROD-MAX-PERIOD                     09350000
                    MOVE 'PRODUCT PERIOD' TO WS-REJECT-RSN              09360000
                 WHEN OTHER                                             09370000
                    CONTINUE                                            09380000
              END-EVALUATE                                              09390000
           END-IF                                                       09400000
           EXIT.                                                        09410000
                                                                        09420000
      *    THE PRODUCT IN FORCE TODAY, AS 206-LOAD-PRODUCT READS IT -   09430000
      *    A BLANK CODE IS THE GENERIC CONSUMER PRODUCT, WHICH HAS NO   09440000
      *    WINDOW OF ITS OWN WHEN THE CATALOG DOES NOT CARRY IT         09450000
       427-LOAD-PRODUCT.                                                09460000
           IF ACQ-LON-PRODUCT = SPACES OR ACQ-LON-PRODUCT = LOW-VALUES  09470000
              MOVE 'CONSUMER' TO APP-PRODUCT-CODE                       09480000
           ELSE                                                         09490000
              MOVE ACQ-LON-PRODUCT TO APP-PRODUCT-CODE                  09500000
           END-IF                                                       09510000
           MOVE APP-PRODUCT-CODE TO PROD-CODE                           09520000
           EXEC SQL                                                     09530000
              SELECT MIN_AMOUNT, MAX_AMOUNT, MIN_PERIOD, MAX_PERIOD     09540000
                INTO :PROD-MIN-AMOUNT, :PROD-MAX-AMOUNT,                09550000
                     :PROD-MIN-PERIOD, :PROD-MAX-PERIOD                 09560000
                FROM KALA15.PRODUCT                                     09570000
               WHERE PRODUCT_CODE = :PROD-CODE                          09580000
                 AND EFFECTIVE_DATE <= CURRENT DATE                     09590000
                 AND (END_DATE IS NULL OR                               09600000
                      END_DATE >= CURRENT DATE)                         09610000
               FETCH FIRST 1 ROWS ONLY                                  09620000
           END-EXEC                                                     09630000
           PERFORM 980-CHECK-SQL                                        09640000
           IF SQLCODE NOT = 00 AND APP-PRODUCT-CODE = 'CONSUMER'        09650000
              MOVE ZERO      TO PROD-MIN-AMOUNT                         09660000
              MOVE 999999999 TO PROD-MAX-AMOUNT                         09670000
              MOVE ZERO      TO PROD-MIN-PERIOD                         09680000
              MOVE 99        TO PROD-MAX-PERIOD                         09690000
              MOVE ZERO      TO SQLCODE                                 09700000
           END-IF                                                       09710000
           EXIT.                                                        09720000
                                                                        09730000
      *    THE LOAN GOES ON THE BOOKS APPROVED AND FUNDED: A SENT AND   09740000
      *    SETTLED DISBURSEMENT AT THE SELLER'S FUNDING DATE (WITH NO   09750000
      *    PAYMENT ORDER - THE MONEY WAS PAID OUT BY THE SELLER), A     09760000
      *    BOARDED STATUS-HISTORY ROW, AND THE ACQUIRED_LOAN ROW        09770000
      *    TYING IT TO THE SELLER'S REFERENCE.  IT POINTS AT AN         09770001
      *    INTEREST ROW CARRYING THE SELLER'S RATE, SO ACCRUAL, PAYOFF  09770002
      *    AND EVERY OTHER RATE READER PRICE IT AT THE CONTRACT RATE    09770003
       430-INSERT-LOAN.                                                 09790000
           EXEC SQL                                                     09800000
              SELECT COALESCE(MAX(APP_ID), 0) + 1                       09810000
                INTO :APP-ID                                            09820000
                FROM KALA15.APPLICATIONS                                09830000
           END-EXEC                                                     09840000
           PERFORM 980-CHECK-SQL                                        09850000
           MOVE 1                 TO APP-STATUS                         09860000
           MOVE ACQ-LON-MO-PAYMNT TO MO-PAYMNT                          09870000
           COMPUTE TOTAL-LOAN = MO-PAYMNT * LOAN-PERIOD                 09880000
           MOVE ACQ-LON-USAGE     TO LOAN-USAGE                         09890000
           MOVE ACQ-LON-APR-PCT   TO APR-PCT                            09900000
           MOVE ACQ-LON-DUE-DAY   TO APP-DUE-DAY                        09910000
           MOVE 'N'               TO ARM-FLAG                           09920000
           IF ACQ-LON-CURRENCY = SPACES OR ACQ-LON-CURRENCY = LOW-VALUES09930000
              MOVE 'USD' TO CURRENCY-CODE                               09940000
           ELSE                                                         09950000
              MOVE ACQ-LON-CURRENCY TO CURRENCY-CODE                    09960000
           END-IF                                                       09970000
           PERFORM 435-BOOK-SELLER-RATE                                 09970001
           EXEC SQL                                                     09980000
              INSERT INTO KALA15.APPLICATIONS                           09990000
                     (APP_ID, CUST_SSN, STATUS, LOAN_AMN, LOAN_PERIOD,  10000000
                      MO_PAYMNT, TOTAL_LOAN, LOAN_USAGE, ROW_VERSION,   10010000
                      ARM_FLAG, CURRENCY_CODE, PRODUCT_CODE, APR_PCT,   10020000
                      DUE_DAY, INTEREST)                                10020001
              VALUES (:APP-ID, :CUST-SSN, :APP-STATUS, :LOAN-AMN,       10040000
                      :LOAN-PERIOD, :MO-PAYMNT, :TOTAL-LOAN,            10050000
                      :LOAN-USAGE, 0, :ARM-FLAG, :CURRENCY-CODE,        10060000
                      :APP-PRODUCT-CODE, :APR-PCT, :APP-DUE-DAY,        10060001
                      :INTEREST-ID)                                     10060002
           END-EXEC                                                     10080000
           PERFORM 980-CHECK-SQL                                        10090000
                                                                        10100000
           EXEC SQL                                                     10110000
              SELECT COALESCE(MAX(DISB_ID), 0) + 1                      10120000
                INTO :DISB-ID                                           10130000
                FROM KALA15.DISBURSEMENT                                10140000
           END-EXEC                                                     10150000
           MOVE APP-ID            TO DISB-APP-ID                        10160000
           MOVE LOAN-AMN          TO DISB-AMT                           10170000
           MOVE CURRENCY-CODE     TO DISB-CURRENCY-CODE                 10180000
           MOVE ACQ-LON-DISB-DATE TO DISB-DATE                          10190000
           SET DISB-SENT          TO TRUE                               10200000
           SET DISB-SETTLED       TO TRUE                               10210000
           EXEC SQL                                                     10220000
              INSERT INTO KALA15.DISBURSEMENT                           10230000
                     (DISB_ID, APP_ID, DISB_AMT, CURRENCY_CODE,         10240000
                      DISB_DATE, DISB_STATUS, ORDER_CNT, ORDER_AMT,     10250000
                      SETTLED_CNT, SETTLED_AMT, SETTLE_STATUS,          10260000
                      SETTLED_DATE)                                     10270000
              VALUES (:DISB-ID, :DISB-APP-ID, :DISB-AMT,                10280000
                      :DISB-CURRENCY-CODE, DATE(:DISB-DATE),            10290000
                      :DISB-STATUS, 0, 0, 0, 0, :DISB-SETTLE-STATUS,    10300000
                      DATE(:DISB-DATE))                                 10310000
           END-EXEC                                                     10320000
           PERFORM 980-CHECK-SQL                                        10330000
                                                                        10340000
           MOVE 'BOARDED' TO STATUS-CODE                                10350000
           MOVE APP-ID    TO HIST-APP-ID                                10360000
           EXEC SQL                                                     10370000
              SELECT COALESCE(MAX(HIST_ID), 0) + 1                      10380000
                INTO :HIST-ID                                           10390000
                FROM KALA15.APPLICATION_STATUS_HISTORY                  10400000
           END-EXEC                                                     10410000
           EXEC SQL                                                     10420000
              INSERT INTO KALA15.APPLICATION_STATUS_HISTORY             10430000
                 (HIST_ID, APP_ID, STATUS_CODE, CHANGED_TS, CHANGED_BY, 10430001
                  RUN_ID)                                               10430002
              VALUES                                                    10450000
                 (:HIST-ID, :HIST-APP-ID, :STATUS-CODE,                 10460000
                  CURRENT TIMESTAMP, 'LOANACQL', :RUNH-RUN-ID)          10460001
           END-EXEC                                                     10480000
           PERFORM 980-CHECK-SQL                                        10490000
                                                                        10500000
           MOVE APP-ID          TO ACQL-APP-ID                          10510000
           MOVE WS-TRN-ID       TO ACQL-TRANCHE-ID                      10520000
           MOVE WS-FILE-BUSDATE TO ACQL-CUTOFF-DATE                     10530000
           MOVE ACQ-LON-BALANCE TO ACQL-SELLER-BALANCE                  10540000
           EXEC SQL                                                     10550000
              INSERT INTO KALA15.ACQUIRED_LOAN                          10560000
                     (APP_ID, SELLER_ID, SELLER_LOAN_REF, TRANCHE_ID,   10570000
                      CUTOFF_DATE, SELLER_BALANCE, SCHED_PRINCIPAL,     10580000
                      BOARDED_DATE)                                     10590000
              VALUES (:ACQL-APP-ID, :ACQL-SELLER-ID,                    10600000
                      :ACQL-SELLER-LOAN-REF, :ACQL-TRANCHE-ID,          10610000
                      DATE(:ACQL-CUTOFF-DATE), :ACQL-SELLER-BALANCE,    10620000
                      0, CURRENT DATE)                                  10630000
           END-EXEC                                                     10640000
           PERFORM 980-CHECK-SQL                                        10650000
                                                                        10660000
           MOVE APP-ID          TO WS-LOAN-APP-ID                       10670000
           MOVE LOAN-PERIOD     TO WS-LOAN-PERIOD                       10680000
           MOVE ACQ-LON-BALANCE TO WS-LOAN-BALANCE                      10690000
           EXIT.                                                        10700000
                                                                        10710000
      *    THE SELLER'S RATE IS BOOKED AS AN INTEREST ROW OF ITS OWN -  10710001
      *    A ZERO-WIDTH BRACKET (RANGE 0 TO 0) THAT CLOSED THE DAY IT   10710002
      *    OPENED, SO NO PRICING LOOKUP FOR A NEW LOAN CAN EVER SELECT  10710003
      *    IT, WHILE EVERY READER THAT FOLLOWS APPLICATIONS.INTEREST    10710004
      *    FINDS THE RATE.  ONE ROW SERVES EVERY ACQUIRED LOAN AT THE   10710005
      *    SAME RATE; THE TABLE HOLDS A RATE TO THE HUNDREDTH, SO THE   10710006
      *    SELLER'S RATE IS ROUNDED TO THAT (THE SCHEDULE ROWS KEEP     10710007
      *    THE SELLER'S OWN INTEREST AMOUNTS)                           10710008
       435-BOOK-SELLER-RATE.                                            10710009
           COMPUTE RATE ROUNDED = ACQ-LON-RATE                          1071000A
           EXEC SQL                                                     1071000B
              SELECT COALESCE(MIN(INTEREST_ID), 0)                      1071000C
                INTO :INTEREST-ID                                       1071000D
                FROM KALA15.INTEREST                                    1071000E
               WHERE RANGE_START = 0                                    1071000F
                 AND RANGE_END = 0                                      1071000G
                 AND RATE = :RATE                                       1071000H
                 AND END_DATE IS NOT NULL                               1071000I
                 AND CURRENCY_CODE IS NULL                              1071000J
                 AND PRODUCT_CODE IS NULL                               1071000K
           END-EXEC                                                     1071000L
           PERFORM 980-CHECK-SQL                                        1071000M
           IF INTEREST-ID = ZERO                                        1071000N
              EXEC SQL                                                  1071000O
                 SELECT COALESCE(MAX(INTEREST_ID), 0) + 1               1071000P
                   INTO :INTEREST-ID                                    1071000Q
                   FROM KALA15.INTEREST                                 1071000R
              END-EXEC                                                  1071000S
              PERFORM 980-CHECK-SQL                                     1071000T
              EXEC SQL                                                  1071000U
                 INSERT INTO KALA15.INTEREST                            1071000V
                        (INTEREST_ID, RATE, RANGE_START, RANGE_END,     1071000W
                         EFFECTIVE_DATE, END_DATE)                      1071000X
                 VALUES (:INTEREST-ID, :RATE, 0, 0,                     1071000Y
                         CURRENT DATE - 1 DAY, CURRENT DATE - 1 DAY)    1071000Z
              END-EXEC                                                  10710010
              PERFORM 980-CHECK-SQL                                     10710011
           END-IF                                                       10710012
           EXIT.                                                        10710013
                                                                        10710014
      *    THE INSTALLMENTS THE SELLER COLLECTED ARE NOT BOARDED, SO    10720000
      *    THE BALANCE THEY LEFT IS CARRIED ON ONE PAID ROW NUMBERED    10730000
      *    JUST BEFORE THE FIRST REMAINING INSTALLMENT, DATED THE       10740000
      *    CUT-OFF: EVERY PROGRAM THAT READS A LOAN'S BALANCE FROM      10750000
      *    THE LAST PAID INSTALLMENT THEN SEES THE BALANCE WE BOUGHT.   10760000
      *    LOAN_POSITION IS BUILT THE WAY LOANDELQ REFRESHES IT         10770000
       450-COMPLETE-LOAN.                                               10780000
           EXEC SQL                                                     10790000
              SELECT COALESCE(MAX(SCHED_ID), 0) + 1                     10800000
                INTO :SCHED-ID                                          10810000
                FROM KALA15.PAYMENT_SCHEDULE                            10820000
           END-EXEC                                                     10830000
           MOVE WS-LOAN-APP-ID  TO SCHED-APP-ID                         10840000
           COMPUTE SCHED-INSTALLMENT-NO = WS-FIRST-INST - 1             10850000
           MOVE WS-FILE-BUSDATE TO SCHED-DUE-DATE                       10860000
           MOVE WS-LOAN-BALANCE TO SCHED-BALANCE-AMT                    10870000
           EXEC SQL                                                     10880000
              INSERT INTO KALA15.PAYMENT_SCHEDULE                       10890000
                     (SCHED_ID, APP_ID, INSTALLMENT_NO, DUE_DATE,       10900000
                      PRINCIPAL_AMT, INTEREST_AMT, BALANCE_AMT,         10910000
                      ACTUAL_BALANCE_AMT, RUN_ID)                       10910001
              VALUES (:SCHED-ID, :SCHED-APP-ID, :SCHED-INSTALLMENT-NO,  10930000
                      DATE(:SCHED-DUE-DATE), 0, 0, :SCHED-BALANCE-AMT,  10940000
                      :SCHED-BALANCE-AMT, :RUNH-RUN-ID)                 10940001
           END-EXEC                                                     10960000
           PERFORM 980-CHECK-SQL                                        10970000
                                                                        10980000
           MOVE WS-LOAN-APP-ID     TO ACQL-APP-ID                       10990000
           MOVE WS-SCHED-PRINCIPAL TO ACQL-SCHED-PRINCIPAL              11000000
           EXEC SQL                                                     11010000
              UPDATE KALA15.ACQUIRED_LOAN                               11020000
                 SET SCHED_PRINCIPAL = :ACQL-SCHED-PRINCIPAL            11030000
               WHERE APP_ID = :ACQL-APP-ID                              11040000
           END-EXEC                                                     11050000
           PERFORM 980-CHECK-SQL                                        11060000
                                                                        11070000
           MOVE WS-LOAN-APP-ID  TO POS-APP-ID                           11080000
           MOVE WS-FIRST-INST   TO POS-NEXT-INST-NO                     11090000
           MOVE WS-LOAN-BALANCE TO POS-PRINCIPAL-BAL                    11100000
           MOVE ZERO            TO POS-FEES-DUE                         11110000
           MOVE ZERO            TO POS-PENALTY-DUE                      11120000
           MOVE 'LOANACQL'      TO POS-UPDATED-BY                       11130000
           EXEC SQL                                                     11140000
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  11150000
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 11160000
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                11170000
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    11180000
               WHERE D.APP_ID = :POS-APP-ID                             11190000
                 AND D.DELINQ_STATUS = 'OPEN'                           11200000
                 AND S.APP_ID = D.APP_ID                                11210000
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                11220000
           END-EXEC                                                     11230000
           PERFORM 980-CHECK-SQL                                        11240000
           EXEC SQL                                                     11250000
              INSERT INTO KALA15.LOAN_POSITION                          11260000
                     (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,              11270000
                      INTEREST_DUE, FEES_DUE, PENALTY_DUE,              11280000
                      ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)          11290000
              VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                   11300000
                      :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,            11310000
                      :POS-FEES-DUE, :POS-PENALTY-DUE,                  11320000
                      :POS-ARREARS-AMT, CURRENT TIMESTAMP,              11330000
                      :POS-UPDATED-BY)                                  11340000
           END-EXEC                                                     11350000
           PERFORM 980-CHECK-SQL                                        11360000
           ADD 1 TO WS-TRN-LOANS                                        11370000
           ADD WS-LOAN-BALANCE TO WS-TRN-BOARDED-BAL                    11380000
           EXIT.                                                        11390000
                                                                        11400000
      *    TAKES A HALF-BOARDED LOAN OFF AGAIN, CHILD ROWS FIRST - THE  11410000
      *    REJECTS ALREADY WRITTEN SAY WHICH RECORD WAS WRONG. A LOAN   11410001
      *    400 REFUSED FOR HAVING NO INSTALLMENTS ALREADY HAS ITS ONE   11410002
      *    REJECT, SO THE BACK-OUT REJECT IS ONLY WRITTEN FOR A BAD     11410003
      *    DETAIL RECORD                                                11410004
       470-BACK-OUT-LOAN.                                               11430000
           MOVE WS-LOAN-APP-ID TO APP-ID                                11440000
           EXEC SQL                                                     11450000
              DELETE FROM KALA15.DELINQUENCY                            11460000
               WHERE APP_ID = :APP-ID                                   11470000
           END-EXEC                                                     11480000
           PERFORM 980-CHECK-SQL                                        11490000
           EXEC SQL                                                     11500000
              DELETE FROM KALA15.COLLATERAL_ALLOCATION                  11510000
               WHERE APP_ID = :APP-ID                                   11520000
           END-EXEC                                                     11530000
           PERFORM 980-CHECK-SQL                                        11540000
           EXEC SQL                                                     11550000
              DELETE FROM KALA15.COLLATERAL                             11560000
               WHERE APP_ID = :APP-ID                                   11570000
           END-EXEC                                                     11580000
           PERFORM 980-CHECK-SQL                                        11590000
           EXEC SQL                                                     11600000
              DELETE FROM KALA15.PAYMENT_SCHEDULE                       11610000
               WHERE APP_ID = :APP-ID                                   11620000
           END-EXEC                                                     11630000
           PERFORM 980-CHECK-SQL                                        11640000
           EXEC SQL                                                     11650000
              DELETE FROM KALA15.APPLICATION_STATUS_HISTORY             11660000
               WHERE APP_ID = :APP-ID                                   11670000
           END-EXEC                                                     11680000
           PERFORM 980-CHECK-SQL                                        11690000
           EXEC SQL                                                     11700000
              DELETE FROM KALA15.DISBURSEMENT                           11710000
               WHERE APP_ID = :APP-ID                                   11720000
           END-EXEC                                                     11730000
           PERFORM 980-CHECK-SQL                                        11740000
           EXEC SQL                                                     11750000
              DELETE FROM KALA15.ACQUIRED_LOAN                          11760000
               WHERE APP_ID = :APP-ID                                   11770000
           END-EXEC                                                     11780000
           PERFORM 980-CHECK-SQL                                        11790000
           EXEC SQL                                                     11800000
              DELETE FROM KALA15.APPLICATIONS                           11810000
               WHERE APP_ID = :APP-ID                                   11820000
           END-EXEC                                                     11830000
           PERFORM 980-CHECK-SQL                                        11840000
           IF WS-REJECT-RSN = SPACES                                    11840001
              MOVE 'LOAN BACKED OUT - BAD DETAIL' TO WS-REJECT-RSN      11840002
              PERFORM 295-WRITE-LOAN-REJECT                             11840003
           END-IF                                                       11840004
           EXIT.                                                        11870000
                                                                        11880000
      *    A DETAIL RECORD BELONGS TO THE LOAN IMMEDIATELY BEFORE IT;   11890000
      *    A BAD ONE IS REJECTED AND MARKS THAT LOAN INCOMPLETE         11900000
       500-BOARD-LOAN-DETAIL.                                           11910000
           EVALUATE TRUE                                                11920000
              WHEN WS-NO-LOAN                                           11930000
                OR ACQ-DTL-REF NOT = WS-LOAN-REF                        11940000
                 MOVE 'NO LOAN FOR THIS RECORD' TO WS-REJECT-RSN        11950000
              WHEN WS-LOAN-REFUSED                                      11960000
                 MOVE 'LOAN NOT BOARDED' TO WS-REJECT-RSN               11970000
              WHEN ACQ-INSTALLMENT                                      11980000
                 PERFORM 510-BOARD-INSTALLMENT                          11990000
              WHEN ACQ-COLLATERAL                                       12000000
                 PERFORM 520-BOARD-COLLATERAL                           12010000
              WHEN OTHER                                                12020000
                 PERFORM 530-BOARD-ARREARS                              12030000
           END-EVALUATE                                                 12040000
           IF WS-REJECT-RSN NOT = SPACES                                12050000
              PERFORM 290-WRITE-REJECT                                  12060000
              IF WS-LOAN-OPEN AND ACQ-DTL-REF = WS-LOAN-REF             12070000
                 MOVE 'Y' TO WS-LOAN-BAD-SW                             12080000
              END-IF                                                    12090000
           END-IF                                                       12100000
           EXIT.                                                        12110000
                                                                        12120000
      *    ONLY UNPAID INSTALLMENTS COME OVER, IN ASCENDING ORDER AND   12130000
      *    INSIDE THE LOAN'S TERM, AT THE SELLER'S INTEREST AMOUNTS     12140000
       510-BOARD-INSTALLMENT.                                           12150000
           EVALUATE TRUE                                                12160000
              WHEN ACQ-SCH-INST-NO IS NOT NUMERIC                       12170000
                OR ACQ-SCH-PRINCIPAL IS NOT NUMERIC                     12180000
                OR ACQ-SCH-INTEREST IS NOT NUMERIC                      12190000
                OR ACQ-SCH-BALANCE IS NOT NUMERIC                       12200000
                 MOVE 'INSTALLMENT NOT NUMERIC' TO WS-REJECT-RSN        12210000
              WHEN ACQ-SCH-INST-NO = ZERO                               12220000
                OR ACQ-SCH-INST-NO NOT > WS-LAST-INST                   12230000
                 MOVE 'INSTALLMENT OUT OF SEQUENCE' TO WS-REJECT-RSN    12240000
              WHEN ACQ-SCH-INST-NO > WS-LOAN-PERIOD                     12250000
                 MOVE 'INSTALLMENT BEYOND LOAN TERM' TO WS-REJECT-RSN   12260000
              WHEN OTHER                                                12270000
                 MOVE ACQ-SCH-DUE-DATE TO WS-CHECK-DATE                 12280000
                 PERFORM 640-CHECK-DATE                                 12290000
                 IF NOT WS-DATE-VALID                                   12300000
                    MOVE 'INSTALLMENT DUE DATE INVALID'                 12310000
                       TO WS-REJECT-RSN                                 12320000
                 END-IF                                                 12330000
           END-EVALUATE                                                 12340000
           IF WS-REJECT-RSN = SPACES                                    12350000
              EXEC SQL                                                  12360000
                 SELECT COALESCE(MAX(SCHED_ID), 0) + 1                  12370000
                   INTO :SCHED-ID                                       12380000
                   FROM KALA15.PAYMENT_SCHEDULE                         12390000
              END-EXEC                                                  12400000
              MOVE WS-LOAN-APP-ID    TO SCHED-APP-ID                    12410000
              MOVE ACQ-SCH-INST-NO   TO SCHED-INSTALLMENT-NO            12420000
              MOVE ACQ-SCH-DUE-DATE  TO SCHED-DUE-DATE                  12430000
              MOVE ACQ-SCH-PRINCIPAL TO SCHED-PRINCIPAL-AMT             12440000
              MOVE ACQ-SCH-INTEREST  TO SCHED-INTEREST-AMT              12450000
              MOVE ACQ-SCH-BALANCE   TO SCHED-BALANCE-AMT               12460000
              EXEC SQL                                                  12470000
                 INSERT INTO KALA15.PAYMENT_SCHEDULE                    12480000
                        (SCHED_ID, APP_ID, INSTALLMENT_NO, DUE_DATE,    12490000
                         PRINCIPAL_AMT, INTEREST_AMT, BALANCE_AMT,      12490001
                         RUN_ID)                                        12490002
                 VALUES (:SCHED-ID, :SCHED-APP-ID,                      12510000
                         :SCHED-INSTALLMENT-NO, DATE(:SCHED-DUE-DATE),  12520000
                         :SCHED-PRINCIPAL-AMT, :SCHED-INTEREST-AMT,     12530000
                         :SCHED-BALANCE-AMT, :RUNH-RUN-ID)              12530001
              END-EXEC                                                  12550000
              PERFORM 980-CHECK-SQL                                     12560000
              IF WS-SCHED-CNT = ZERO                                    12570000
                 MOVE ACQ-SCH-INST-NO TO WS-FIRST-INST                  12580000
              END-IF                                                    12590000
              ADD 1 TO WS-SCHED-CNT                                     12600000
              MOVE ACQ-SCH-INST-NO TO WS-LAST-INST                      12610000
              ADD ACQ-SCH-PRINCIPAL TO WS-SCHED-PRINCIPAL               12620000
           END-IF                                                       12630000
           EXIT.                                                        12640000
                                                                        12650000
      *    THE ITEM STANDS WHOLLY BEHIND THE LOAN IT CAME WITH, AT      12660000
      *    THE SELLER'S CHARGE POSITION (FIRST CHARGE IF NOT GIVEN)     12670000
       520-BOARD-COLLATERAL.                                            12680000
           EVALUATE TRUE                                                12690000
              WHEN ACQ-COL-ASSET-TYPE = SPACES                          12700000
                 MOVE 'ASSET TYPE MISSING' TO WS-REJECT-RSN             12710000
              WHEN ACQ-COL-APPRAISED IS NOT NUMERIC                     12720000
                OR ACQ-COL-LIEN-POS IS NOT NUMERIC                      12730000
                 MOVE 'COLLATERAL VALUE NOT NUMERIC' TO WS-REJECT-RSN   12740000
              WHEN OTHER                                                12750000
                 CONTINUE                                               12760000
           END-EVALUATE                                                 12770000
           IF WS-REJECT-RSN = SPACES                                    12780000
              EXEC SQL                                                  12790000
                 SELECT COALESCE(MAX(COLL_ID), 0) + 1                   12800000
                   INTO :COLL-ID                                        12810000
                   FROM KALA15.COLLATERAL                               12820000
              END-EXEC                                                  12830000
              MOVE WS-LOAN-APP-ID      TO COLL-APP-ID                   12840000
              MOVE ACQ-COL-ASSET-TYPE  TO COLL-ASSET-TYPE               12850000
              MOVE ACQ-COL-DESCRIPTION TO COLL-DESCRIPTION              12860000
              MOVE ACQ-COL-APPRAISED   TO COLL-APPRAISED-VAL            12870000
              MOVE ACQ-COL-LIEN-POS    TO COLL-LIEN-POSITION            12880000
              IF COLL-LIEN-POSITION = ZERO                              12890000
                 MOVE 1 TO COLL-LIEN-POSITION                           12900000
              END-IF                                                    12910000
              EXEC SQL                                                  12920000
                 INSERT INTO KALA15.COLLATERAL                          12930000
                    (COLL_ID, APP_ID, ASSET_TYPE, DESCRIPTION,          12940000
                     APPRAISED_VALUE, LIEN_POSITION)                    12950000
                 VALUES                                                 12960000
                    (:COLL-ID, :COLL-APP-ID, :COLL-ASSET-TYPE,          12970000
                     :COLL-DESCRIPTION, :COLL-APPRAISED-VAL,            12980000
                     :COLL-LIEN-POSITION)                               12990000
              END-EXEC                                                  13000000
              PERFORM 980-CHECK-SQL                                     13010000
              MOVE COLL-ID            TO CALLOC-COLL-ID                 13020000
              MOVE COLL-APP-ID        TO CALLOC-APP-ID                  13030000
              MOVE 100                TO CALLOC-PLEDGE-PCT              13040000
              MOVE COLL-LIEN-POSITION TO CALLOC-PRIORITY                13050000
              EXEC SQL                                                  13060000
                 INSERT INTO KALA15.COLLATERAL_ALLOCATION               13070000
                    (COLL_ID, APP_ID, PLEDGE_PCT, CHARGE_PRIORITY,      13080000
                     ALLOC_DATE)                                        13090000
                 VALUES                                                 13100000
                    (:CALLOC-COLL-ID, :CALLOC-APP-ID,                   13110000
                     :CALLOC-PLEDGE-PCT, :CALLOC-PRIORITY,              13120000
                     CURRENT DATE)                                      13130000
              END-EXEC                                                  13140000
              PERFORM 980-CHECK-SQL                                     13150000
           END-IF                                                       13160000
           EXIT.                                                        13170000
                                                                        13180000
      *    THE SELLER'S ARREARS HISTORY, CLEARED EPISODES AS WELL AS    13190000
      *    OPEN ONES, BUCKETED THE WAY LOANDELQ BUCKETS - AN OPEN ONE   13200000
      *    MUST BE ON AN UNPAID INSTALLMENT BOARDED ABOVE IT, SO        13210000
      *    COLLECTIONS CAN WORK IT FROM THE FIRST NIGHT                 13220000
       530-BOARD-ARREARS.                                               13230000
           EVALUATE TRUE                                                13240000
              WHEN ACQ-ARR-INST-NO IS NOT NUMERIC                       13250000
                OR ACQ-ARR-DAYS-PAST IS NOT NUMERIC                     13260000
                 MOVE 'ARREARS NOT NUMERIC' TO WS-REJECT-RSN            13270000
              WHEN NOT ACQ-ARR-OPEN AND NOT ACQ-ARR-CLEARED             13280000
                 MOVE 'ARREARS STATUS INVALID' TO WS-REJECT-RSN         13290000
              WHEN OTHER                                                13300000
                 MOVE ACQ-ARR-DUE-DATE TO WS-CHECK-DATE                 13310000
                 PERFORM 640-CHECK-DATE                                 13320000
                 IF NOT WS-DATE-VALID                                   13330000
                    MOVE 'ARREARS DATE INVALID' TO WS-REJECT-RSN        13340000
                 END-IF                                                 13350000
                 MOVE ACQ-ARR-FLAGGED TO WS-CHECK-DATE                  13360000
                 PERFORM 640-CHECK-DATE                                 13370000
                 IF NOT WS-DATE-VALID OR WS-CHECK-AGE < ZERO            13380000
                    MOVE 'ARREARS DATE INVALID' TO WS-REJECT-RSN        13390000
                 END-IF                                                 13400000
           END-EVALUATE                                                 13410000
           MOVE WS-LOAN-APP-ID  TO DELINQ-APP-ID                        13420000
           MOVE ACQ-ARR-INST-NO TO DELINQ-INSTALLMENT-NO                13430000
           IF WS-REJECT-RSN = SPACES AND ACQ-ARR-OPEN                   13440000
              EXEC SQL                                                  13450000
                 SELECT COUNT(*)                                        13460000
                   INTO :WS-CNT                                         13470000
                   FROM KALA15.PAYMENT_SCHEDULE                         13480000
                  WHERE APP_ID = :DELINQ-APP-ID                         13490000
                    AND INSTALLMENT_NO = :DELINQ-INSTALLMENT-NO         13500000
                    AND ACTUAL_BALANCE_AMT IS NULL                      13510000
              END-EXEC                                                  13520000
              PERFORM 980-CHECK-SQL                                     13530000
              IF WS-CNT = ZERO                                          13540000
                 MOVE 'OPEN ARREARS NOT ON SCHEDULE' TO WS-REJECT-RSN   13550000
              END-IF                                                    13560000
           END-IF                                                       13570000
           IF WS-REJECT-RSN = SPACES                                    13580000
              EVALUATE TRUE                                             13590000
                 WHEN ACQ-ARR-DAYS-PAST >= 90                           13600000
                    MOVE '90-DAYS' TO DELINQ-BUCKET                     13610000
                 WHEN ACQ-ARR-DAYS-PAST >= 60                           13620000
                    MOVE '60-DAYS' TO DELINQ-BUCKET                     13630000
                 WHEN OTHER                                             13640000
                    MOVE '30-DAYS' TO DELINQ-BUCKET                     13650000
              END-EVALUATE                                              13660000
              MOVE ACQ-ARR-DUE-DATE  TO DELINQ-DUE-DATE                 13670000
              MOVE ACQ-ARR-DAYS-PAST TO DELINQ-DAYS-PAST-DUE            13680000
              MOVE ACQ-ARR-STATUS    TO DELINQ-STATUS-CODE              13690000
              MOVE ACQ-ARR-FLAGGED   TO DELINQ-FLAGGED-DATE             13700000
              EXEC SQL                                                  13710000
                 SELECT COALESCE(MAX(DELINQ_ID), 0) + 1                 13720000
                   INTO :DELINQ-ID                                      13730000
                   FROM KALA15.DELINQUENCY                              13740000
              END-EXEC                                                  13750000
              EXEC SQL                                                  13760000
                 INSERT INTO KALA15.DELINQUENCY                         13770000
                        (DELINQ_ID, APP_ID, INSTALLMENT_NO, DUE_DATE,   13780000
                         DAYS_PAST_DUE, BUCKET, DELINQ_STATUS,          13790000
                         FLAGGED_DATE)                                  13800000
                 VALUES (:DELINQ-ID, :DELINQ-APP-ID,                    13810000
                         :DELINQ-INSTALLMENT-NO,                        13820000
                         DATE(:DELINQ-DUE-DATE),                        13830000
                         :DELINQ-DAYS-PAST-DUE, :DELINQ-BUCKET,         13840000
                         :DELINQ-STATUS-CODE,                           13850000
                         DATE(:DELINQ-FLAGGED-DATE))                    13860000
              END-EXEC                                                  13870000
              PERFORM 980-CHECK-SQL                                     13880000
           END-IF                                                       13890000
           EXIT.                                                        13900000
                                                                        13910000
      *    THE SAME EDITS LOANFORM APPLIES AT THE TERMINAL: A           13920000
      *    PLAUSIBLE DATE OF BIRTH INSIDE THE PERSONAL ID AND THE       13930000
      *    HENKILOTUNNUS MOD-31 CHECK CHARACTER                         13940000
       610-VALIDATE-PERSONAL-ID.                                        13950000
           MOVE SSN (1:6) TO WS-SSN-BEGIN                               13960000
           MOVE SSN (7:1) TO WS-SSN-MIDDLE                              13970000
           MOVE SSN (8:4) TO WS-SSN-END                                 13980000
           MOVE SPACE TO LEAP-YEAR                                      13990000
                                                                        14000000
           EVALUATE TRUE                                                14010000
              WHEN WS-SSN-BEGIN IS NOT NUMERIC                          14020000
                 MOVE 'PERSONAL ID DOB NOT NUMERIC'                     14030000
                    TO WS-REJECT-RSN                                    14040000
              WHEN WS-SSN-MIDDLE NOT = '-' AND WS-SSN-MIDDLE NOT = 'A'  14050000
                 MOVE 'INVALID MIDDLE CHARACTER' TO WS-REJECT-RSN       14060000
              WHEN WS-DOB-MONTH <= ZERO OR WS-DOB-MONTH > 12            14070000
                 MOVE 'INVALID MONTH IN PERSONAL ID'                    14080000
                    TO WS-REJECT-RSN                                    14090000
              WHEN WS-DOB-DAY <= ZERO OR WS-DOB-DAY > 31                14100000
                 MOVE 'INVALID DAY IN PERSONAL ID' TO WS-REJECT-RSN     14110000
              WHEN (WS-DOB-MONTH = 04 OR WS-DOB-MONTH = 06 OR           14120000
                    WS-DOB-MONTH = 09 OR WS-DOB-MONTH = 11)             14130000
                    AND WS-DOB-DAY > 30                                 14140000
                 MOVE 'INVALID DAY IN PERSONAL ID' TO WS-REJECT-RSN     14150000
              WHEN WS-DOB-MONTH = 02 AND WS-DOB-DAY > 29                14160000
                 MOVE 'INVALID DAY IN PERSONAL ID' TO WS-REJECT-RSN     14170000
              WHEN WS-SSN-END (1:3) IS NOT NUMERIC                      14180000
                 MOVE 'INVALID INDIVIDUAL NUMBER' TO WS-REJECT-RSN      14190000
              WHEN OTHER                                                14200000
                 PERFORM 620-VALIDATE-CHECKSUM                          14210000
           END-EVALUATE                                                 14220000
           EXIT.                                                        14230000
                                                                        14240000
       620-VALIDATE-CHECKSUM.                                           14250000
           IF WS-SSN-MIDDLE = '-'                                       14260000
              MOVE 1900 TO WS-BIRTH-YEAR                                14270000
           ELSE                                                         14280000
              MOVE 2000 TO WS-BIRTH-YEAR                                14290000
           END-IF                                                       14300000
           MOVE WS-DOB-YEAR TO WS-BIRTH-YEAR(3:2)                       14310000
                                                                        14320000
           IF FUNCTION MOD(WS-BIRTH-YEAR, 4) = 0 AND                    14330000
              (FUNCTION MOD(WS-BIRTH-YEAR, 100) NOT = 0 OR              14340000
               FUNCTION MOD(WS-BIRTH-YEAR, 400) = 0)                    14350000
              SET IS-LEAP-YEAR TO TRUE                                  14360000
           END-IF                                                       14370000
           IF WS-DOB-MONTH = 02 AND WS-DOB-DAY = 29 AND                 14380000
              NOT IS-LEAP-YEAR                                          14390000
              MOVE 'INVALID DAY IN PERSONAL ID' TO WS-REJECT-RSN        14400000
           ELSE                                                         14410000
              MOVE WS-SSN-BEGIN    TO WS-SSN-BEGIN-NUM                  14420000
              MOVE WS-SSN-END(1:3) TO WS-INDIV-NUM                      14430000
              MOVE WS-SSN-END(4:1) TO WS-CHECK-CHAR                     14440000
              COMPUTE WS-CHECKSUM-NUM =                                 14450000
                      WS-SSN-BEGIN-NUM * 1000 + WS-INDIV-NUM            14460000
              COMPUTE WS-CHECKSUM-REM =                                 14470000
                      FUNCTION MOD(WS-CHECKSUM-NUM, 31)                 14480000
              MOVE WS-CHECK-CHAR-TABLE(WS-CHECKSUM-REM + 1:1)           14490000
                   TO WS-EXPECTED-CHAR                                  14500000
              IF WS-CHECK-CHAR NOT = WS-EXPECTED-CHAR                   14510000
                 MOVE 'INVALID ID CHECK CHARACTER' TO WS-REJECT-RSN     14520000
              END-IF                                                    14530000
           END-IF                                                       14540000
           EXIT.                                                        14550000
                                                                        14560000
       640-CHECK-DATE.                                                  14570000
           MOVE 'N' TO WS-DATE-SW                                       14580000
           EXEC SQL                                                     14590000
              SELECT DAYS(CURRENT DATE) - DAYS(DATE(:WS-CHECK-DATE))    14600000
                INTO :WS-CHECK-AGE                                      14610000
                FROM SYSIBM.SYSDUMMY1                                   14620000
           END-EXEC                                                     14630000
           IF SQLCODE = 00                                              14640000
              SET WS-DATE-VALID TO TRUE                                 14650000
           END-IF                                                       14660000
           EXIT.                                                        14670000
                                                                        14680000
      *    EVERY LOAN BOARDED FROM THIS SELLER'S FILE, WHETHER BY       14690000
      *    THIS RUN OR AN EARLIER ONE OF THE SAME CUT-OFF, WITH THE     14700000
      *    BALANCE OUR BOOKS NOW SHOW FOR IT - READ THE WAY EVERY       14710000
      *    BALANCE REPORT READS IT - AND THE PRINCIPAL OF ITS           14720000
      *    REMAINING SCHEDULE, BOTH AGAINST THE SELLER'S BALANCE.       14730000
      *    EITHER ONE OFF BY A CENT IS A BREAK                          14740000
       800-RECONCILE.                                                   14750000
           MOVE WS-FILE-SOURCE  TO ACQL-SELLER-ID                       14760000
           MOVE WS-FILE-BUSDATE TO ACQL-CUTOFF-DATE                     14770000
           EXEC SQL                                                     14780000
              DECLARE RECONC CURSOR FOR                                 14790000
              SELECT Q.TRANCHE_ID, Q.SELLER_LOAN_REF, Q.APP_ID,         14800000
                     Q.SELLER_BALANCE, Q.SCHED_PRINCIPAL,               14810000
                     COALESCE(                                          14820000
                        (SELECT S.ACTUAL_BALANCE_AMT                    14830000
                           FROM KALA15.PAYMENT_SCHEDULE S               14840000
                          WHERE S.APP_ID = A.APP_ID                     14850000
                            AND S.ACTUAL_BALANCE_AMT IS NOT NULL        14860000
                            AND S.INSTALLMENT_NO =                      14870000
                               (SELECT MAX(S2.INSTALLMENT_NO)           14880000
                                  FROM KALA15.PAYMENT_SCHEDULE S2       14890000
                                 WHERE S2.APP_ID = A.APP_ID             14900000
                                   AND S2.ACTUAL_BALANCE_AMT            14910000
                                       IS NOT NULL)),                   14920000
                        A.LOAN_AMN)                                     14930000
                FROM KALA15.ACQUIRED_LOAN Q,                            14940000
                     KALA15.APPLICATIONS A                              14950000
               WHERE A.APP_ID = Q.APP_ID                                14960000
                 AND Q.SELLER_ID = :ACQL-SELLER-ID                      14970000
                 AND Q.CUTOFF_DATE = DATE(:ACQL-CUTOFF-DATE)            14980000
               ORDER BY Q.TRANCHE_ID, Q.SELLER_LOAN_REF                 14990000
           END-EXEC                                                     15000000
           EXEC SQL                                                     15010000
              OPEN RECONC                                               15020000
           END-EXEC                                                     15030000
           PERFORM 980-CHECK-SQL                                        15040000
                                                                        15050000
           MOVE SPACES TO ACQ-RPT-LINE                                  15060000
           WRITE ACQ-RPT-LINE                                           15070000
           MOVE SPACES TO ACQ-RPT-LINE                                  15080000
           STRING 'RECONCILIATION AGAINST SELLER BALANCES AT '          15090000
                  WS-FILE-BUSDATE                                       15100000
                  DELIMITED BY SIZE INTO ACQ-RPT-LINE                   15110000
           END-STRING                                                   15120000
           WRITE ACQ-RPT-LINE                                           15130000
           MOVE SPACES TO ACQ-RPT-LINE                                  15140000
           STRING 'TRANCHE  SELLER LOAN REF         APP-ID'             15150000
                  '  SELLER BALANCE  BOOKED BALANCE  SCHED PRINCIPAL'   15160000
                  DELIMITED BY SIZE INTO ACQ-RPT-LINE                   15170000
           END-STRING                                                   15180000
           WRITE ACQ-RPT-LINE                                           15190000
           ADD 3 TO WS-LINES-WRITTEN                                    15200000
           MOVE 'N' TO WS-ROWS-SW                                       15210000
           PERFORM 810-RECONCILE-ONE-LOAN UNTIL WS-NO-MORE-ROWS         15220000
           EXEC SQL                                                     15230000
              CLOSE RECONC                                              15240000
           END-EXEC                                                     15250000
           EXIT.                                                        15260000
                                                                        15270000
       810-RECONCILE-ONE-LOAN.                                          15280000
           EXEC SQL                                                     15290000
              FETCH RECONC                                              15300000
               INTO :ACQL-TRANCHE-ID, :ACQL-SELLER-LOAN-REF,            15310000
                    :ACQL-APP-ID, :ACQL-SELLER-BALANCE,                 15320000
                    :ACQL-SCHED-PRINCIPAL, :WS-BOOKED-BAL               15330000
           END-EXEC                                                     15340000
           IF SQLCODE NOT = 00                                          15350000
              PERFORM 980-CHECK-SQL                                     15360000
              MOVE 'Y' TO WS-ROWS-SW                                    15370000
           ELSE                                                         15380000
              MOVE SPACES TO WS-REC-FLAG                                15390000
              IF WS-BOOKED-BAL NOT = ACQL-SELLER-BALANCE                15400000
                 OR ACQL-SCHED-PRINCIPAL NOT = ACQL-SELLER-BALANCE      15410000
                 MOVE 'BREAK' TO WS-REC-FLAG                            15420000
                 ADD 1 TO WS-REC-BREAKS                                 15430000
              END-IF                                                    15440000
              ADD 1 TO WS-REC-LOANS                                     15450000
              ADD ACQL-SELLER-BALANCE  TO WS-REC-SELLER-TOT             15460000
              ADD WS-BOOKED-BAL        TO WS-REC-BOOKED-TOT             15470000
              ADD ACQL-SCHED-PRINCIPAL TO WS-REC-SCHED-TOT              15480000
              MOVE ACQL-APP-ID          TO WS-ED-APP-ID                 15490000
              MOVE ACQL-SELLER-BALANCE  TO WS-ED-AMT                    15500000
              MOVE WS-BOOKED-BAL        TO WS-ED-AMT2                   15510000
              MOVE ACQL-SCHED-PRINCIPAL TO WS-ED-AMT3                   15520000
              MOVE SPACES TO ACQ-RPT-LINE                               15530000
              STRING ACQL-TRANCHE-ID ' ' ACQL-SELLER-LOAN-REF ' '       15540000
                     WS-ED-APP-ID '  ' WS-ED-AMT '  ' WS-ED-AMT2        15550000
                     '    ' WS-ED-AMT3 ' ' WS-REC-FLAG                  15560000
                     DELIMITED BY SIZE INTO ACQ-RPT-LINE                15570000
              END-STRING                                                15580000
              WRITE ACQ-RPT-LINE                                        15590000
              ADD 1 TO WS-LINES-WRITTEN                                 15600000
           END-IF                                                       15610000
           EXIT.                                                        15620000
                                                                        15630000
       900-TERMINATE.                                                   15640000
           MOVE WS-REC-LOANS      TO WS-ED-CNT                          15650000
           MOVE WS-REC-BREAKS     TO WS-ED-CNT2                         15660000
           MOVE WS-REC-SELLER-TOT TO WS-ED-TOTAL                        15670000
           MOVE WS-REC-BOOKED-TOT TO WS-ED-TOTAL2                       15680000
           MOVE WS-REC-SCHED-TOT  TO WS-ED-TOTAL3                       15690000
           MOVE SPACES TO ACQ-RPT-LINE                                  15700000
           WRITE ACQ-RPT-LINE                                           15710000
           MOVE SPACES TO ACQ-RPT-LINE                                  15720000
           STRING 'LOANS ' WS-ED-CNT ' BREAKS ' WS-ED-CNT2              15730000
                  ' SELLER ' WS-ED-TOTAL ' BOOKED ' WS-ED-TOTAL2        15740000
                  ' SCHEDULE ' WS-ED-TOTAL3                             15750000
                  DELIMITED BY SIZE INTO ACQ-RPT-LINE                   15760000
           END-STRING                                                   15770000
           WRITE ACQ-RPT-LINE                                           15780000
           ADD 2 TO WS-LINES-WRITTEN                                    15790000
                                                                        15800000
      *    THE FILE IS ON RECORD AS PROCESSED ONLY WHEN EVERY TRANCHE   15810000
      *    WENT IN - WITH ONE ROLLED BACK, THE CORRECTED FILE FOR THE   15820000
      *    SAME CUT-OFF MUST STILL BE ACCEPTED                          15830000
           IF WS-TRANCHES-ROLLED = ZERO                                 15840000
              MOVE WS-FILE-SOURCE  TO PROCF-SOURCE-ID                   15850000
              MOVE WS-FILE-BUSDATE TO PROCF-BUSINESS-DATE               15860000
              EXEC SQL                                                  15870000
                 INSERT INTO KALA15.PROCESSED_FILES                     15880000
                        (SOURCE_ID, BUSINESS_DATE, PROCESSED_TS,        15880001
                         RUN_ID)                                        15880002
                 VALUES (:PROCF-SOURCE-ID, DATE(:PROCF-BUSINESS-DATE),  15900000
                         CURRENT TIMESTAMP, :RUNH-RUN-ID)               15900001
              END-EXEC                                                  15920000
              PERFORM 980-CHECK-SQL                                     15930000
           END-IF                                                       15940000
           IF WS-RECS-REJECTED > ZERO OR WS-TRANCHES-ROLLED > ZERO      15950000
              OR WS-REC-BREAKS > ZERO                                   15960000
              MOVE 4 TO RETURN-CODE                                     15970000
           END-IF                                                       15980000
           PERFORM 950-LOG-RUN-HISTORY                                  15990000
           EXEC SQL                                                     16000000
              COMMIT                                                    16010000
           END-EXEC                                                     16020000
           CLOSE SELLER-FILE                                            16030000
           CLOSE REJECT-FILE                                            16040000
           CLOSE BOARDING-REPORT                                        16050000
           DISPLAY 'LOANACQL - RECORDS READ       : ' WS-RECS-READ      16060000
           DISPLAY 'LOANACQL - TRANCHES COMMITTED : '                   16070000
                   WS-TRANCHES-COMMITTED                                16080000
           DISPLAY 'LOANACQL - TRANCHES ROLLED BK : '                   16090000
                   WS-TRANCHES-ROLLED                                   16100000
           DISPLAY 'LOANACQL - TRANCHES SKIPPED   : '                   16110000
                   WS-TRANCHES-SKIPPED                                  16120000
           DISPLAY 'LOANACQL - CUSTOMERS BOARDED  : ' WS-CUSTS-BOARDED  16130000
           DISPLAY 'LOANACQL - LOANS BOARDED      : ' WS-LOANS-BOARDED  16140000
           DISPLAY 'LOANACQL - RECORDS REJECTED   : ' WS-RECS-REJECTED  16150000
           DISPLAY 'LOANACQL - RECONCILING BREAKS : ' WS-REC-BREAKS     16160000
           EXIT.                                                        16170000
                                                                        16180000
      *    THE RUN ID IS TAKEN BEFORE ANYTHING IS BOARDED SO EVERY      16180001
      *    SCHEDULE AND STATUS-HISTORY ROW THE RUN WRITES CARRIES IT -  16180002
      *    WHAT LOANBKOT REVERSES IF THE RUN HAS TO BE TAKEN BACK       16180003
       945-RESERVE-RUN-ID.                                              16180004
           EXEC SQL                                                     16230000
              SELECT COALESCE(MAX(RUN_ID), 0) + 1                       16240000
                INTO :RUNH-RUN-ID                                       16250000
                FROM KALA15.BATCH_RUN_HISTORY                           16260000
           END-EXEC                                                     16270000
           MOVE WS-JOB-NAME TO RUNH-JOB-NAME                            16280000
           MOVE -1 TO RUNH-RUN-RC                                       16280001
           EXEC SQL                                                     16280002
              INSERT INTO KALA15.BATCH_RUN_HISTORY                      16280003
                 (RUN_ID, JOB_NAME, START_TS, END_TS, RECS_READ,        16280004
                  RECS_UPDATED, RECS_WRITTEN, RUN_RC, RUN_STATUS)       16280005
              VALUES                                                    16280006
                 (:RUNH-RUN-ID, :RUNH-JOB-NAME, :WS-RUN-START,          16280007
                  :WS-RUN-START, 0, 0, 0, :RUNH-RUN-RC, 'R')            16280008
           END-EXEC                                                     16280009
           IF SQLCODE NOT = 00                                          1628000A
              DISPLAY 'LOANACQL - UNABLE TO RESERVE RUN ID, SQLCODE '   1628000B
                      SQLCODE                                           1628000C
              MOVE 16 TO RETURN-CODE                                    1628000D
              STOP RUN                                                  1628000E
           END-IF                                                       1628000F
           EXEC SQL                                                     1628000G
              COMMIT                                                    1628000H
           END-EXEC                                                     1628000I
           EXIT.                                                        1628000J
                                                                        1628000K
      *    CLOSES OFF THE ROW 945-RESERVE-RUN-ID OPENED - END TIME,     1628000L
      *    THE RUN'S COUNTERS AND RETURN CODE, FOR THE OPERATIONS       1628000M
      *    CONSOLE'S DURATION TRENDING                                  1628000N
       950-LOG-RUN-HISTORY.                                             1628000O
           MOVE WS-RECS-READ TO RUNH-RECS-READ                          16290000
           MOVE WS-LOANS-BOARDED TO RUNH-RECS-UPDATED                   16300000
           ADD WS-CUSTS-BOARDED TO RUNH-RECS-UPDATED                    16310000
           MOVE WS-RECS-REJECTED TO RUNH-RECS-WRITTEN                   16320000
           ADD WS-LINES-WRITTEN TO RUNH-RECS-WRITTEN                    16330000
           MOVE RETURN-CODE TO RUNH-RUN-RC                              16340000
           EXEC SQL                                                     16350000
              UPDATE KALA15.BATCH_RUN_HISTORY                           16350001
                 SET END_TS       = CURRENT TIMESTAMP,                  16350002
                     RECS_READ    = :RUNH-RECS-READ,                    16350003
                     RECS_UPDATED = :RUNH-RECS-UPDATED,                 16350004
                     RECS_WRITTEN = :RUNH-RECS-WRITTEN,                 16350005
                     RUN_RC       = :RUNH-RUN-RC,                       16350006
                     RUN_STATUS   = 'C'                                 16350007
               WHERE RUN_ID = :RUNH-RUN-ID                              16350008
           END-EXEC                                                     16440000
           EXIT.                                                        16450000
                                                                        16460000
      *    A FAILURE ROLLS BACK THE TRANCHE IN PROGRESS ONLY - THE      16470000
      *    TRANCHES ALREADY COMMITTED STAY BOARDED, THE FILE IS NOT     16480000
      *    MARKED PROCESSED, AND THE RERUN SKIPS WHAT IS ALREADY IN     16490000
       980-CHECK-SQL.                                                   16500000
           IF SQLCODE < 0 OR RETURN-CODE = 16                           16510000
              MOVE SQLCODE TO WS-ED-SQLCODE                             16520000
              DISPLAY 'LOANACQL - BOARDING FAILED IN TRANCHE '          16530000
                      WS-TRN-ID ', SQLCODE ' WS-ED-SQLCODE              16540000
              EXEC SQL                                                  16550000
                 ROLLBACK                                               16560000
              END-EXEC                                                  16570000
              MOVE 16 TO RETURN-CODE                                    16580000
              PERFORM 950-LOG-RUN-HISTORY                               16590000
              EXEC SQL                                                  16600000
                 COMMIT                                                 16610000
              END-EXEC                                                  16620000
              CLOSE SELLER-FILE                                         16630000
              CLOSE REJECT-FILE                                         16640000
              CLOSE BOARDING-REPORT                                     16650000
              STOP RUN                                                  16660000
           END-IF                                                       16670000
           EXIT.                                                        16680000
