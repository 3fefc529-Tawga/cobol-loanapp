       FD  LADDER-REPORT                                                00110000
           RECORDING MODE F                                             00120000
           LABEL RECORDS STANDARD.                                      00130000
       01  RPT-LINE                PIC X(132).                          00140000
                                                                        00150000
       WORKING-STORAGE SECTION.                                         00160000
           EXEC SQL                                                     00170000
           EXEC SQL                                                     00000001
              INCLUDE FXRATE                                            00000002
           END-EXEC.                                                    00000003
           EXEC SQL                                                     00000004
              INCLUDE PRPSPEED                                          00000005
           END-EXEC.                                                    00000006
                                                                        00200000
       01  WS-EOF-SW               PIC X     VALUE 'N'.                 00210000
           88  WS-NO-MORE-ROWS     VALUE 'Y'.                           00220000
       01  WS-EUR-PRIN             PIC S9(10)V9(2) COMP-3.              00400001
       01  WS-ED-EURP              PIC ZZZ,ZZZ,ZZ9.99.                  00400002
       01  WS-ARM-LABEL            PIC X(5).                            00410000
      *    THE BOOK'S MEASURED SINGLE-MONTH PREPAYMENT RATE, FIXED AND  00410001
      *    ARM, AS A FRACTION - WHAT LOANCPR SAW OVER THE LAST TWELVE   00410002
      *    MONTHS IT MEASURED. ZERO LEAVES THE LADDER CONTRACTUAL       00410003
       01  WS-SMM-FIXED            PIC S9(1)V9(8) COMP-3 VALUE ZERO.    00410004
       01  WS-SMM-ARM              PIC S9(1)V9(8) COMP-3 VALUE ZERO.    00410005
       01  WS-SMM                  PIC S9(1)V9(8) COMP-3 VALUE ZERO.    00410006
       01  WS-SPEED-PREPAID        PIC S9(13)V9(2) COMP-3.              00410007
       01  WS-SPEED-BASE           PIC S9(13)V9(2) COMP-3.              00410008
      *    HOW MUCH OF THE BOOK IS STILL THERE A GIVEN NUMBER OF        00410009
      *    MONTHS OUT AT THAT RATE, AND WHAT THE BUCKET THEN YIELDS     0041000A
       01  WS-NOW-YEAR             PIC S9(9) COMP.                      0041000B
       01  WS-NOW-MONTH            PIC S9(9) COMP.                      0041000C
       01  WS-MONTHS-AHEAD         PIC S9(4) COMP.                      0041000D
       01  WS-BUCKET-START         PIC X(10).                           0041000E
       01  WS-CF-OUTSTANDING       PIC S9(12)V9(2) COMP-3.              0041000F
       01  WS-SURVIVAL             PIC S9(1)V9(8) COMP-3.               0041000G
       01  WS-ADJ-PRIN             PIC S9(12)V9(2) COMP-3.              0041000H
       01  WS-ADJ-INT              PIC S9(12)V9(2) COMP-3.              0041000I
       01  WS-ED-ADJP              PIC ZZZ,ZZZ,ZZ9.99.                  0041000J
       01  WS-ED-ADJI              PIC ZZZ,ZZZ,ZZ9.99.                  0041000K
       01  WS-ED-SMM-FIXED         PIC Z9.999.                          0041000L
       01  WS-ED-SMM-ARM           PIC Z9.999.                          0041000M
                                                                        00420000
       LINKAGE SECTION.                                                 00430000
      *    JCL PARM='NN' - PROJECTION HORIZON IN YEARS, DEFAULTS TO 5   00440000
           IF LK-HORIZON-LEN = ZERO                                     00650000
              MOVE 5 TO LK-HORIZON-VALUE                                00660000
           END-IF                                                       00670000
           EXEC SQL                                                     00670001
              SELECT YEAR(CURRENT DATE), MONTH(CURRENT DATE)            00670002
                INTO :WS-NOW-YEAR, :WS-NOW-MONTH                        00670003
                FROM SYSIBM.SYSDUMMY1                                   00670004
           END-EXEC                                                     00670005
           MOVE 'N' TO WS-CF-ARM-FLAG                                   00670006
           PERFORM 150-LOAD-PREPAY-SPEED                                00670007
           MOVE WS-SMM TO WS-SMM-FIXED                                  00670008
           MOVE 'Y' TO WS-CF-ARM-FLAG                                   00670009
           PERFORM 150-LOAD-PREPAY-SPEED                                0067000A
           MOVE WS-SMM TO WS-SMM-ARM                                    0067000B
                                                                        00680000
           MOVE 'EXPECTED INFLOWS BY MONTH / CURRENCY / RATE TYPE'      00690000
                TO RPT-LINE                                             00700000
           WRITE RPT-LINE                                               00710000
           COMPUTE WS-ED-SMM-FIXED = WS-SMM-FIXED * 100                 00710001
           COMPUTE WS-ED-SMM-ARM   = WS-SMM-ARM * 100                   00710002
           MOVE SPACES TO RPT-LINE                                      00710003
           STRING 'ADJP/ADJI AFTER PREPAYMENT AT MEASURED SMM - FIXED ' 00710004
                  WS-ED-SMM-FIXED '%  ARM ' WS-ED-SMM-ARM '%'           00710005
                  DELIMITED BY SIZE INTO RPT-LINE                       00710006
           END-STRING                                                   00710007
           WRITE RPT-LINE                                               00710008
                                                                        00720000
      *    THE FORWARD MATURITY LADDER: EVERY UNPAID INSTALLMENT OF     00730000
      *    EVERY FUNDED LIVE LOAN INSIDE THE HORIZON, BUCKETED BY       00740000
           END-EXEC                                                     01010000
           EXIT.                                                        01020000
                                                                        01030000
      *    PREPAID OVER THE BALANCE THAT COULD HAVE PREPAID, SUMMED     01030001
      *    ACROSS EVERY PRODUCT, VINTAGE AND BAND OF THE RATE TYPE FOR  01030002
      *    THE LAST TWELVE MONTHS LOANCPR MEASURED                      01030003
       150-LOAD-PREPAY-SPEED.                                           01030004
           MOVE ZERO TO WS-SMM                                          01030005
           EXEC SQL                                                     01030006
              SELECT COALESCE(SUM(PREPAY_CUST_EUR + PREPAY_REFI_EUR     01030007
                                  + PREPAY_CONS_EUR), 0),               01030008
                     COALESCE(SUM(OPEN_BAL_EUR - SCHED_PRIN_EUR), 0)    01030009
                INTO :WS-SPEED-PREPAID, :WS-SPEED-BASE                  0103000A
                FROM KALA15.PREPAY_SPEED                                0103000B
               WHERE ARM_FLAG = :WS-CF-ARM-FLAG                         0103000C
                 AND SPEED_MONTH >= CURRENT DATE                        0103000D
                     - (DAY(CURRENT DATE) - 1) DAYS - 12 MONTHS         0103000E
           END-EXEC                                                     0103000F
           IF SQLCODE = 00 AND WS-SPEED-BASE > ZERO                     0103000G
              COMPUTE WS-SMM ROUNDED =                                  0103000H
                      WS-SPEED-PREPAID / WS-SPEED-BASE                  0103000I
           END-IF                                                       0103000J
           EXIT.                                                        0103000K
                                                                        0103000L
       200-FETCH-FORWARD-BUCKET.                                        01040000
           EXEC SQL                                                     01050000
              FETCH FWDC                                                01060000
                 END-IF                                                 0123000L
              END-IF                                                    0123000M
              MOVE WS-EUR-PRIN TO WS-ED-EURP                            0123000N
              PERFORM 210-APPLY-PREPAY-SPEED                            0123000O
              MOVE SPACES TO RPT-LINE                                   01240000
              STRING WS-ED-YEAR '-' WS-ED-MONTH                         01250000
                     ' ' WS-CF-CURRENCY ' ' WS-ARM-LABEL                01260000
                     ' PRIN ' WS-ED-PRIN                                01270000
                     ' INT '  WS-ED-INT                                 01280000
                     ' EURP ' WS-ED-EURP                                01280001
                     ' ADJP ' WS-ED-ADJP                                01280002
                     ' ADJI ' WS-ED-ADJI                                01280003
                     DELIMITED BY SIZE INTO RPT-LINE                    01290000
              END-STRING                                                01300000
              WRITE RPT-LINE                                            01310000
           END-IF                                                       01330000
           EXIT.                                                        01340000
                                                                        01350000
      *    THE BUCKET AS IT IS LIKELY TO ARRIVE RATHER THAN AS THE      01350001
      *    SCHEDULES HAVE IT. AT A SINGLE-MONTH RATE SMM, ONLY          01350002
      *    (1 - SMM) ** N OF THE BOOK IS LEFT N MONTHS OUT, SO THE      01350003
      *    BUCKET'S SCHEDULED PRINCIPAL AND INTEREST SHRINK BY THAT,    01350004
      *    AND THE SURVIVORS PREPAY SMM OF WHAT THEY STILL OWE BEYOND   01350005
      *    THIS MONTH'S INSTALLMENTS - THE UNPAID PRINCIPAL FALLING DUE 01350006
      *    FROM THE BUCKET ON, LESS THE BUCKET'S OWN                    01350007
       210-APPLY-PREPAY-SPEED.                                          01350008
           IF WS-CF-ARM-FLAG = 'Y'                                      01350009
              MOVE WS-SMM-ARM TO WS-SMM                                 0135000A
           ELSE                                                         0135000B
              MOVE WS-SMM-FIXED TO WS-SMM                               0135000C
           END-IF                                                       0135000D
           MOVE WS-CF-PRINCIPAL TO WS-CF-OUTSTANDING                    0135000E
           IF WS-SMM > ZERO                                             0135000F
              MOVE SPACES TO WS-BUCKET-START                            0135000G
              STRING WS-ED-YEAR '-' WS-ED-MONTH '-01'                   0135000H
                     DELIMITED BY SIZE INTO WS-BUCKET-START             0135000I
              END-STRING                                                0135000J
              EXEC SQL                                                  0135000K
                 SELECT COALESCE(SUM(S.PRINCIPAL_AMT), 0)               0135000L
                   INTO :WS-CF-OUTSTANDING                              0135000M
                   FROM KALA15.PAYMENT_SCHEDULE S,                      0135000N
                        KALA15.APPLICATIONS A                           0135000O
                  WHERE S.APP_ID = A.APP_ID                             0135000P
                    AND A.STATUS = 1                                    0135000Q
                    AND A.CURRENCY_CODE = :WS-CF-CURRENCY               0135000R
                    AND A.ARM_FLAG = :WS-CF-ARM-FLAG                    0135000S
                    AND S.ACTUAL_BALANCE_AMT IS NULL                    0135000T
                    AND (S.DEFERRED_FLAG IS NULL OR                     0135000U
                         S.DEFERRED_FLAG NOT IN ('V', 'C'))             0135000V
                    AND S.DUE_DATE > CURRENT DATE                       0135000W
                    AND S.DUE_DATE >= DATE(:WS-BUCKET-START)            0135000X
                    AND EXISTS                                          0135000Y
                       (SELECT 1 FROM KALA15.DISBURSEMENT D             0135000Z
                         WHERE D.APP_ID = A.APP_ID                      01350010
                           AND D.DISB_STATUS = 'SENT')                  01350011
              END-EXEC                                                  01350012
              IF SQLCODE NOT = 00                                       01350013
                 MOVE WS-CF-PRINCIPAL TO WS-CF-OUTSTANDING              01350014
              END-IF                                                    01350015
           END-IF                                                       01350016
           COMPUTE WS-MONTHS-AHEAD =                                    01350017
                   (WS-CF-YEAR - WS-NOW-YEAR) * 12                      01350018
                   + WS-CF-MONTH - WS-NOW-MONTH                         01350019
           IF WS-MONTHS-AHEAD < ZERO                                    0135001A
              MOVE ZERO TO WS-MONTHS-AHEAD                              0135001B
           END-IF                                                       0135001C
           COMPUTE WS-SURVIVAL ROUNDED =                                0135001D
                   (1 - WS-SMM) ** WS-MONTHS-AHEAD                      0135001E
           COMPUTE WS-ADJ-PRIN ROUNDED =                                0135001F
                   WS-SURVIVAL * (WS-CF-PRINCIPAL + WS-SMM *            0135001G
                   (WS-CF-OUTSTANDING - WS-CF-PRINCIPAL))               0135001H
           COMPUTE WS-ADJ-INT ROUNDED =                                 0135001I
                   WS-SURVIVAL * WS-CF-INTEREST                         0135001J
           MOVE WS-ADJ-PRIN TO WS-ED-ADJP                               0135001K
           MOVE WS-ADJ-INT  TO WS-ED-ADJI                               0135001L
           EXIT.                                                        0135001M
                                                                        0135001N
      *    THE BACKWARD VIEW TREASURY ASKS FOR NEXT: FOR EACH OF THE    01360000
      *    PAST TWELVE MONTHS, WHAT THE SCHEDULES SAID WOULD ARRIVE     01370000
      *    AGAINST WHAT ACTUALLY LANDED IN PAYMENT                      01380000
