           EXEC SQL                                                     0072901G
              INCLUDE APPSARCH                                          0072901H
           END-EXEC.                                                    0072901I
           EXEC SQL                                                     0072901J
              INCLUDE SCHEDARC                                          0072901K
           END-EXEC.                                                    0072901L
           EXEC SQL                                                     0072901M
              INCLUDE PAYARCH                                           0072901N
           END-EXEC.                                                    0072901O
           EXEC SQL                                                     0072901J
              INCLUDE FEEWAIVE                                          0072901K
           END-EXEC.                                                    0072901L
           EXEC SQL                                                     00729001
              INCLUDE TXNKEY                                            00729002
           END-EXEC.                                                    00729003
           EXEC SQL                                                     00729004
              INCLUDE OPSIGNON                                          00729005
           END-EXEC.                                                    00729006
           EXEC SQL                                                     00729007
              INCLUDE FORBEAR                                           00729008
           END-EXEC.                                                    00729009
           EXEC SQL                                                     0072900A
              INCLUDE CLAIMLIM                                          0072900B
           END-EXEC.                                                    0072900C
           EXEC SQL                                                     0072900D
              INCLUDE PAYALIAS                                          0072900E
           END-EXEC.                                                    0072900F
           EXEC SQL                                                     0072900G
              INCLUDE LOANPOS                                           0072900H
           END-EXEC.                                                    0072900I
           EXEC SQL                                                     0072900J
              INCLUDE FLDCHG                                            0072900K
           END-EXEC.                                                    0072900L
           EXEC SQL                                                     0072900M
              INCLUDE STOPCODE                                          0072900N
           END-EXEC.                                                    0072900O
           EXEC SQL                                                     0072900P
              INCLUDE STOPBLK                                           0072900Q
           END-EXEC.                                                    0072900R
           EXEC SQL                                                     0072900S
              INCLUDE VULNCUST                                          0072900T
           END-EXEC.                                                    0072900U
           EXEC SQL                                                     0072900V
              INCLUDE SPECCOLL                                          0072900W
           END-EXEC.                                                    0072900X
           EXEC SQL                                                     0072900Y
              INCLUDE GUARDSHP                                          0072900Z
           END-EXEC.                                                    00729010
           EXEC SQL                                                     00729011
              INCLUDE GRDCONS                                           00729012
           END-EXEC.                                                    00729013
           EXEC SQL                                                     00729014
              INCLUDE CUSTREP                                           00729015
           END-EXEC.                                                    00729016
           EXEC SQL                                                     00729017
              INCLUDE REPACT                                            00729018
           END-EXEC.                                                    00729019
           EXEC SQL                                                     0072901A
              INCLUDE PCRCRED                                           0072901B
           END-EXEC.                                                    0072901C
           EXEC SQL                                                     0072901D
              INCLUDE LCNORM                                            0072901E
           END-EXEC.                                                    0072901F
           EXEC SQL                                                     0072901G
              INCLUDE COLLALOC                                          0072901H
           END-EXEC.                                                    0072901I
           EXEC SQL                                                     0072901J
              INCLUDE LIENREG                                           0072901K
           END-EXEC.                                                    0072901L
           EXEC SQL                                                     0072901M
              INCLUDE COLLINS                                           0072901N
           END-EXEC.                                                    0072901O
           EXEC SQL                                                     0072901P
              INCLUDE LINEREV                                           0072901Q
           END-EXEC.                                                    0072901R
           EXEC SQL                                                     0072901S
              INCLUDE AMEND                                             0072901T
           END-EXEC.                                                    0072901U
           EXEC SQL                                                     0072901V
              INCLUDE BALCERT                                           0072901W
           END-EXEC.                                                    0072901X
           EXEC SQL                                                     0072901Y
              INCLUDE APPDRAFT                                          0072901Z
           END-EXEC.                                                    00729020
           EXEC SQL                                                     00729021
              INCLUDE APPINTK                                           00729022
           END-EXEC.                                                    00729023
           EXEC SQL                                                     00729024
              INCLUDE CASENOTE                                          00729025
           END-EXEC.                                                    00729026
           EXEC SQL                                                     00729027
              INCLUDE PARTNER                                           00729028
           END-EXEC.                                                    00729029
                                                                        00073002
           COPY DFHAID.                                                 00080000
           COPY DFHBMSCA.                                               00090000
          05 WS-STRESS-RES          PIC S9(10)V9(8) COMP-3.             0009461F
          05 WS-STRESS-FAIL-SW      PIC X VALUE 'N'.                    0009461G
             88 WS-STRESS-FAILED    VALUE 'Y'.                          0009461H
                                                                        0009461I
      *    WORKING FIELDS FOR THE STATUTORY RATE-CAP CHECK              0009461J
       01 WS-CAP-VARS.                                                  0009461K
          05 WS-CAP-LIMIT-PCT       PIC S9(3)V9(4)  COMP-3.             0009461L
          05 WS-CAP-COST-PCT        PIC S9(3)V9(3)  COMP-3.             0009461M
          05 WS-CAP-FAIL-SW         PIC X VALUE 'N'.                    0009461N
             88 WS-CAP-BREACHED     VALUE 'Y'.                          0009461O
                                                                        0009461A
      *    WORKING FIELDS FOR THE SANCTIONS/PEP SCREEN                  0009461B
       01 WS-WATCH-HITS             PIC S9(9) COMP.                     0009461C
       01 WS-CHGOFF-EXISTS          PIC S9(9) COMP.                     0009461A
       01 WS-RECOVERY-OPEN          PIC S9(8)V9(2) COMP-3.              0009461B
       01 WS-DECEASED-CNT           PIC S9(9) COMP.                     0009461A
                                                                        0009461B
      *    WORKING FIELDS FOR THE PARTNER REGISTRY CHECK - WHY THE      0009461C
      *    SUBMITTING PARTNER MAY NOT FILE THIS APPLICATION, SPACES     0009461D
      *    WHEN IT MAY OR WHEN THERE IS NO PARTNER                      0009461E
       01 WS-PARTNER-VARS.                                              0009461F
          05 WS-PARTNER-RSN         PIC X(30).                          0009461G
          05 WS-LICENCE-VALID       PIC X.                              0009461H
          05 WS-CONTRACT-VALID      PIC X.                              0009461I
          05 WS-PARTNER-PROD-CNT    PIC S9(9) COMP.                     0009461J
                                                                        0009461A
      *    WORKING FIELDS FOR THE INTAKE FRAUD SCREEN                   0009461B
       01 WS-FRAUD-VARS.                                                0009461C
             10 WS-EMPLOY-REQ-STATUS PIC X(5).                          00946228
          05 WS-EMPLOY-RESPONSE.                                        00946229
             10 WS-EMPLOY-RESULT     PIC X(10).                         0094622A
                                                                        0094622B
      *    REQUEST/RESPONSE PASSED TO THE POSITIVE CREDIT REGISTER      0094622C
      *    INQUIRY SERVICE OVER A CICS CHANNEL/CONTAINER PAIR, AND      0094622D
      *    THE CREDITS IT RETURNED FOR THE APPLICANT AND CO-APPLICANT,  0094622E
      *    HELD UNTIL 240-INSERT HAS AN APP_ID TO FILE THEM UNDER       0094622F
       01 WS-PCR-VARS.                                                  0094622G
          05 WS-PCR-REQUEST.                                            0094622H
             10 WS-PCR-REQ-SSN       PIC X(11).                         0094622I
          05 WS-PCR-RESPONSE.                                           0094622J
             10 WS-PCR-RESP-STATUS   PIC X(2).                          0094622K
             10 WS-PCR-RESP-CNT      PIC S9(4) COMP.                    0094622L
             10 WS-PCR-RESP-CREDIT   OCCURS 20 TIMES.                   0094622M
                15 WS-PCR-RESP-CREDITOR PIC X(20).                      0094622N
                15 WS-PCR-RESP-TYPE     PIC X(8).                       0094622O
                15 WS-PCR-RESP-BALANCE  PIC S9(9) COMP.                 0094622P
                15 WS-PCR-RESP-LIMIT    PIC S9(9) COMP.                 0094622Q
                15 WS-PCR-RESP-INSTALL  PIC S9(7)V9(2) COMP-3.          0094622R
          05 WS-PCR-HELD-CNT         PIC S9(4) COMP.                    0094622S
          05 WS-PCR-HELD-CREDIT      OCCURS 40 TIMES.                   0094622T
             10 WS-PCR-HELD-SSN      PIC X(11).                         0094622U
             10 WS-PCR-HELD-CREDITOR PIC X(20).                         0094622V
             10 WS-PCR-HELD-TYPE     PIC X(8).                          0094622W
             10 WS-PCR-HELD-BALANCE  PIC S9(9) COMP.                    0094622X
             10 WS-PCR-HELD-LIMIT    PIC S9(9) COMP.                    0094622Y
             10 WS-PCR-HELD-INSTALL  PIC S9(7)V9(2) COMP-3.             0094622Z
          05 WS-PCR-IX               PIC S9(4) COMP.                    00946230
          05 WS-PCR-APP-ID           PIC S9(9) COMP.                    00946231
          05 WS-PCR-CO-SSN           PIC X(11).                         00946232
          05 WS-PCR-TOTAL-DEBT       PIC S9(9) COMP.                    00946233
          05 WS-PCR-TOTAL-INSTALL    PIC S9(7)V9(2) COMP-3.             00946234
          05 WS-PCR-DTI-INSTALL      PIC S9(7)V9(2) COMP-3.             00946235
          05 WS-PCR-DEBT-BASIS       PIC S9(9) COMP.                    00946236
          05 WS-PCR-DIFF             PIC S9(9) COMP.                    00946237
          05 WS-PCR-TOLERANCE        PIC S9(9) COMP.                    00946238
          05 WS-PCR-TOL-PCT          PIC S9(3)V9(2) COMP-3.             00946239
          05 WS-PCR-TOL-AMT          PIC S9(9) COMP.                    0094623A
          05 WS-PCR-ANSWER-SW        PIC X VALUE 'N'.                   0094623B
             88 PCR-ANSWERED         VALUE 'Y'.                         0094623C
          05 WS-PCR-DISC-SW          PIC X VALUE 'N'.                   0094623D
             88 PCR-DISCREPANCY      VALUE 'Y'.                         0094623E
                                                                        0094623F
      *    REQUEST/RESPONSE PASSED TO THE INCOMES REGISTER EARNINGS     0094623G
      *    INQUIRY OVER A CICS CHANNEL/CONTAINER PAIR. WS-INC-BASIS IS  0094623H
      *    THE MONTHLY INCOME THE AFFORDABILITY TESTS WORK FROM - THE   0094623I
      *    LOWER OF THE DECLARED AND THE VERIFIED FIGURE ONCE THE       0094623J
      *    REGISTER HAS ANSWERED, THE DECLARED FIGURE OTHERWISE         0094623K
       01 WS-INCREG-VARS.                                               0094623L
          05 WS-INC-REQUEST.                                            0094623M
             10 WS-INC-REQ-SSN       PIC X(11).                         0094623N
             10 WS-INC-REQ-MONTHS    PIC S9(4) COMP.                    0094623O
          05 WS-INC-RESPONSE.                                           0094623P
             10 WS-INC-RESP-STATUS   PIC X(2).                          0094623Q
             10 WS-INC-RESP-CNT      PIC S9(4) COMP.                    0094623R
             10 WS-INC-RESP-MONTH    OCCURS 12 TIMES.                   0094623S
                15 WS-INC-RESP-PERIOD   PIC X(7).                       0094623T
                15 WS-INC-RESP-GROSS    PIC S9(7)V9(2) COMP-3.          0094623U
          05 WS-INC-IX               PIC S9(4) COMP.                    0094623V
          05 WS-INC-MONTHS           PIC S9(4) COMP.                    0094623W
          05 WS-INC-SUM              PIC S9(9)V9(2) COMP-3.             0094623X
          05 WS-INC-BASIS            PIC S9(9) COMP.                    0094623Y
          05 WS-INC-TOLERANCE        PIC S9(9) COMP.                    0094623Z
          05 WS-INC-TOL-PCT          PIC S9(3)V9(2) COMP-3.             00946240
          05 WS-INC-TOL-AMT          PIC S9(9) COMP.                    00946241
          05 WS-INC-VERIFIED-SW      PIC X VALUE 'N'.                   00946242
             88 INC-VERIFIED         VALUE 'Y'.                         00946243
          05 WS-INC-VARIANCE-SW      PIC X VALUE 'N'.                   00946244
             88 INC-VARIANCE         VALUE 'Y'.                         00946245
                                                                        00946246
      *    MONTHLY LIVING COSTS OF THE DECLARED HOUSEHOLD PRICED FROM   00946247
      *    THE LIVING_COST_NORM ROW IN FORCE, AND THE INCOME LEFT TO    00946248
      *    SERVICE DEBT ONCE THEY ARE TAKEN OUT OF THE BASIS            00946249
       01 WS-LCN-VARS.                                                  0094624A
          05 WS-LCN-ADULTS           PIC S9(4) COMP.                    0094624B
          05 WS-LCN-NORM-AMT         PIC S9(9) COMP.                    0094624C
          05 WS-LCN-NET-INC          PIC S9(9) COMP.                    0094624D
                                                                        0009462K
      *    UNDERWRITING THRESHOLDS READ FROM LOAN_LIMITS AT THE START   0009462L
      *    OF 210-APPROVE-APPLICATION SO RISK/POLICY STAFF CAN ADJUST   0009462M
      *    WITHOUT A CODE CHANGE                                        0094629D
       01 WS-SUPERVISOR-VARS.                                           0094629E
          05 WS-SUPV-THRESHOLD        PIC S9(9) COMP.                   0094629F
      *    WORKING FIELDS FOR THE PRODUCT'S DAY-COUNT CONVENTION -      0094629G
      *    THE SPAN GOES IN AS TWO ISO DATES, THE YEAR FRACTION COMES   0094629H
      *    BACK AS NUMERATOR OVER DENOMINATOR SO NO PRECISION IS LOST   0094629I
      *    BEFORE THE INTEREST IS ROUNDED                               0094629J
       01 WS-DAYCOUNT-VARS.                                             0094629K
          05 WS-DCF-BASIS              PIC X(8).                        0094629L
          05 WS-DCF-FROM-DATE          PIC X(10).                       0094629M
          05 WS-DCF-TO-DATE            PIC X(10).                       0094629N
          05 WS-DCF-SWAP-DATE          PIC X(10).                       0094629O
          05 WS-DCF-NEG-SW             PIC X.                           0094629P
             88 WS-DCF-NEGATIVE        VALUE 'Y'.                       0094629Q
          05 WS-DCF-DAYS               PIC S9(9)      COMP.             0094629R
          05 WS-DCF-DAYS-360           PIC S9(9)      COMP.             0094629S
          05 WS-DCF-YEARS-APART        PIC S9(9)      COMP.             0094629T
          05 WS-DCF-HEAD-DAYS          PIC S9(9)      COMP.             0094629U
          05 WS-DCF-TAIL-DAYS          PIC S9(9)      COMP.             0094629V
          05 WS-DCF-FROM-YEAR-DAYS     PIC S9(9)      COMP.             0094629W
          05 WS-DCF-YEAR-DAYS          PIC S9(9)      COMP.             0094629X
          05 WS-DCF-NUMER              PIC S9(9)      COMP.             0094629Y
          05 WS-DCF-DENOM              PIC S9(9)      COMP.             0094629Z
       01 WS-PAYMENT-VARS.                                              00094617
          05 WS-CURRENT-BAL            PIC S9(8)V9(2) COMP-3.           00094618
          05 WS-LAST-SCHED-INSTNO      PIC S9(4)      COMP.             00094619
          05 IV-PREF-CHANNEL       PIC S9(4) COMP.              0099200600992001
          05 IV-PARTNER-ID         PIC S9(4) COMP.                      00992001
          05 IV-LANG-CODE          PIC S9(4) COMP.                      00992002
          05 IV-REGISTER-DEBT      PIC S9(4) COMP.                      00992003
          05 IV-REVIEW-REASON      PIC S9(4) COMP.                      00992004
          05 IV-VERIFIED-INC       PIC S9(4) COMP.                      00992005
                                                                        00100000
      *    WORKING FIELDS FOR THE NIGHTLY DELINQUENCY SWEEP             0099212C
       01 WS-DELINQUENCY-VARS.                                          0099212D
             88 PRODUCT-NOT-FOUND   VALUE 'N'.                          0099213F
          05 WS-PROD-DOCS-MISSING   PIC S9(9)      COMP.                0099213G
          05 WS-PROD-COLL-CNT       PIC S9(9)      COMP.                0099213H
                                                                        0099213I
      *    WORKING FIELDS FOR PLEDGING ONE ITEM TO SEVERAL LOANS        0099213J
       01 WS-ALLOCATION-VARS.                                           0099213K
          05 WS-ALLOC-HOME-APP      PIC S9(9)      COMP.                0099213L
          05 WS-ALLOC-APP-CNT       PIC S9(9)      COMP.                0099213M
          05 WS-ALLOC-OTHER-PCT     PIC S9(5)V9(2) COMP-3.              0099213N
          05 WS-ALLOC-OK-SW         PIC X.                              0099213O
             88 ALLOC-OK            VALUE 'Y'.                          0099213P
             88 ALLOC-REFUSED       VALUE 'N'.                          0099213Q
      *    WORKING FIELDS FOR THE INSURANCE KEYED WITH AN ITEM          0099213R
       01 WS-COLL-INSURANCE-VARS.                                       0099213S
          05 WS-COLL-SAVED-SW       PIC X.                              0099213T
             88 COLL-SAVED          VALUE 'Y'.                          0099213U
             88 COLL-NOT-SAVED      VALUE 'N'.                          0099213V
          05 WS-CINS-OK-SW          PIC X.                              0099213W
             88 CINS-OK             VALUE 'Y'.                          0099213X
             88 CINS-REFUSED        VALUE 'N'.                          0099213Y
          05 WS-CINS-DAYS-LEFT      PIC S9(9)      COMP.                0099213Z
      *    WORKING FIELDS FOR THE E-SIGNATURE REQUEST                   00992001
       01 WS-SIGNATURE-VARS.                                            00992002
          05 WS-SIG-APP-DISP        PIC 9(8).                           00992003
          05 WS-SIG-OPEN-CNT        PIC S9(9)      COMP.                00992004
          05 WS-SIG-SECCI-CNT       PIC S9(9)      COMP.                00992005
                                                                        00992006
      *    WORKING FIELDS FOR THE AGREEMENT-AMENDMENT WORDING           00992007
       01 WS-AMEND-VARS.                                                00992008
          05 WS-AMD-NUM-DISP        PIC Z9.                             00992009
          05 WS-AMD-INST-DISP       PIC ZZ9.                            0099200A
          05 WS-AMD-AMT-DISP        PIC ZZZZZZ9.99.                     0099200B
                                                                        0099200C
      *    WORKING FIELDS FOR THE BALANCE CONFIRMATION CERTIFICATE      0099200D
       01 WS-BALCERT-VARS.                                              0099200E
          05 WS-CERT-FUTURE-CNT     PIC S9(9)      COMP.                0099200F
          05 WS-CERT-DISB-DATE      PIC X(10).                          0099200G
          05 WS-CERT-FROM-DATE      PIC X(10).                          0099200H
          05 WS-CERT-DUE-AMT        PIC S9(10)V9(2) COMP-3.             0099200I
          05 WS-CERT-PAID-AMT       PIC S9(10)V9(2) COMP-3.             0099200J
          05 WS-CERT-VALUE-DISP     PIC ZZZZZZZZ9.                      0099200K
          05 WS-CERT-IV-ADDRESSEE   PIC S9(4)      COMP.                0099200L
                                                                        0099200M
      *    WORKING FIELDS FOR SAVED DRAFT APPLICATIONS                  0099200N
       01 WS-DRAFT-VARS.                                                0099200O
          05 WS-DRAFT-DAYS          PIC S9(9)      COMP.                0099200P
          05 WS-DRAFT-CHANNEL       PIC X(1).                           0099200Q
          05 WS-DRAFT-SAVED-DATE    PIC X(10).                          0099200R
                                                                        0099200S
      *    WORKING FIELDS FOR THE SHARED CASE NOTES                     0099200T
       01 WS-NOTE-VARS.                                                 0099200U
          05 WS-NOTE-APP-FILTER     PIC S9(9)      COMP.                0099200V
          05 WS-NOTE-STAMP          PIC X(16).                          0099200W
          05 WS-NOTE-WHERE          PIC X(12).                          0099200X

      *    THE AUDIT RECORD AS IT RIDES THE LTXN QUEUE TO THE WRITER    00992001
       01 WS-TXN-QUEUE-RECORD.                                          00992002
             88 AUTH-DENIED         VALUE 'D'.                          00992004
          05 WS-AUTH-CLASS-ROWS     PIC S9(9)      COMP.                00992005

      *    THE VERIFIED OPERATOR BEHIND THIS REQUEST AND THE SIGN-ON    00992006
      *    POLICY LIMITS - EVERY OPERATOR ID THAT REACHES THE AUDIT     00992007
      *    TRAIL, THE AUTHORIZATION MATRIX OR A FOUR-EYES CHECK COMES   00992008
      *    FROM WS-SIGNON-OPID, NEVER STRAIGHT FROM EIBOPID             00992009
       01 WS-SIGNON-VARS.                                               0099200A
          05 WS-SIGNON-OPID         PIC X(3).                           0099200B
          05 WS-SESSION-SW          PIC X.                              0099200C
             88 SESSION-REFUSED     VALUE 'R'.                          0099200D
          05 WS-SGN-MAX-FAILS       PIC S9(4)      COMP.                0099200E
          05 WS-SGN-IDLE-MINS       PIC S9(9)      COMP.                0099200F
          05 WS-SGN-HASH-MATCH      PIC X.                              0099200G
          05 WS-SGN-LIVE-SW         PIC X.                              0099200H
                                                                        0099200I

      *    WORKING FIELDS FOR THE CUSTOMER-360 LIST BUILDER             00992001
       01 WS-C360-VARS.                                                 00992002
          05 WS-OPS-STUCK-MINS      PIC S9(4)      COMP.                00992001
          05 WS-OPS-FLAG            PIC X(7).                           00992002
          05 WS-OPS-RC              PIC 9(2).                           00992003
          05 WS-OPS-RUN-ID          PIC 9(6).                           00992004
          05 WS-CYCL-STATE          PIC X(7).                           00992004
          05 WS-ROLL-DATE            PIC X(10).                         00992001
          05 WS-ROLL-NONBUS          PIC S9(9)      COMP.               00992002
                                                                        00992003
      *    FIELD-LEVEL CHANGE HISTORY - EACH EDITED ROW IS READ AS TEXT 00992004
      *    BEFORE AND AFTER THE UPDATE, AND EVERY COLUMN WHOSE TEXT     00992005
      *    DIFFERS IS WRITTEN TO FIELD_CHANGE_HISTORY. THE IMAGE FIELDS 00992006
      *    ARE IN THE SAME ORDER AS THE COLUMN-NAME TABLES BELOW THEM   00992007
       01 WS-FCH-VARS.                                                  00992008
          05 WS-FCH-IX              PIC S9(4)      COMP.                00992009
          05 WS-FCH-BEFORE-SW       PIC X.                              0099200A
             88 FCH-HAVE-BEFORE     VALUE 'Y'.                          0099200B
          05 WS-FCH-ENTITY          PIC X(8).                           0099200C
          05 WS-FCH-IV-APP-ID       PIC S9(4)      COMP.                0099200D
      *    THE APPLICATION THE SNAPSHOT AND THE LOG ARE TAKEN FOR -     0099200E
      *    SET BEFORE 250-SNAPSHOT-APPLICATION BY EVERY UPDATE PATH,    0099200F
      *    WHICHEVER KEY FIELD THAT PATH HOLDS THE APP_ID IN            0099200G
          05 WS-FCH-APP-ID          PIC S9(9)      COMP.                0099200H
                                                                        0099200E
       01 WS-FCH-APP-IMAGE.                                             0099200F
          05 WS-FCH-A-STATUS        PIC X(40).                          0099200G
          05 WS-FCH-A-LOAN-AMN      PIC X(40).                          0099200H
          05 WS-FCH-A-LOAN-PERIOD   PIC X(40).                          0099200I
          05 WS-FCH-A-INTEREST      PIC X(40).                          0099200J
          05 WS-FCH-A-MO-PAYMNT     PIC X(40).                          0099200K
          05 WS-FCH-A-TOTAL-LOAN    PIC X(40).                          0099200L
          05 WS-FCH-A-LOAN-USAGE    PIC X(40).                          0099200M
          05 WS-FCH-A-EMP-STATUS    PIC X(40).                          0099200N
          05 WS-FCH-A-MO-GROSS-INC  PIC X(40).                          0099200O
          05 WS-FCH-A-CURR-LOANS    PIC X(40).                          0099200P
          05 WS-FCH-A-CURR-ASSETS   PIC X(40).                          0099200Q
          05 WS-FCH-A-REJECT-REASON PIC X(40).                          0099200R
          05 WS-FCH-A-ARM-FLAG      PIC X(40).                          0099200S
          05 WS-FCH-A-CREDIT-SCORE  PIC X(40).                          0099200T
          05 WS-FCH-A-CURRENCY-CODE PIC X(40).                          0099200U
          05 WS-FCH-A-EMP-VERIFY    PIC X(40).                          0099200V
          05 WS-FCH-A-PRODUCT-CODE  PIC X(40).                          0099200W
          05 WS-FCH-A-IO-MONTHS     PIC X(40).                          0099200X
          05 WS-FCH-A-BALLOON-AMT   PIC X(40).                          0099200Y
          05 WS-FCH-A-APR-PCT       PIC X(40).                          0099200Z
          05 WS-FCH-A-FEE-FINANCED  PIC X(40).                          00992010
          05 WS-FCH-A-ORIG-FEE-AMT  PIC X(40).                          00992011
          05 WS-FCH-A-INS-PLAN-CODE PIC X(40).                          00992012
          05 WS-FCH-A-INS-PREMIUM   PIC X(40).                          00992013
          05 WS-FCH-A-STRESS-PAYMNT PIC X(40).                          00992014
          05 WS-FCH-A-CAMPAIGN-CODE PIC X(40).                          00992015
          05 WS-FCH-A-DUE-DAY       PIC X(40).                          00992016
          05 WS-FCH-A-CUST-SSN      PIC X(40).                          00992017
          05 WS-FCH-A-REGISTER-DEBT PIC X(40).                          00992018
       01 WS-FCH-APP-AFTER REDEFINES WS-FCH-APP-IMAGE.                  00992017
          05 WS-FCH-A-NEW           PIC X(40) OCCURS 29 TIMES.          00992018
       01 WS-FCH-APP-BEFORE.                                            00992019
          05 WS-FCH-A-OLD           PIC X(40) OCCURS 29 TIMES.          0099201A
       01 WS-FCH-APP-COLUMNS.                                           0099201B
          05 FILLER                 PIC X(18) VALUE 'STATUS'.           0099201C
          05 FILLER                 PIC X(18) VALUE 'LOAN_AMN'.         0099201D
          05 FILLER                 PIC X(18) VALUE 'LOAN_PERIOD'.      0099201E
          05 FILLER                 PIC X(18) VALUE 'INTEREST'.         0099201F
          05 FILLER                 PIC X(18) VALUE 'MO_PAYMNT'.        0099201G
          05 FILLER                 PIC X(18) VALUE 'TOTAL_LOAN'.       0099201H
          05 FILLER                 PIC X(18) VALUE 'LOAN_USAGE'.       0099201I
          05 FILLER                 PIC X(18) VALUE 'EMP_STATUS'.       0099201J
          05 FILLER                 PIC X(18) VALUE 'MO_GROSS_INC'.     0099201K
          05 FILLER                 PIC X(18) VALUE 'CURR_LOANS'.       0099201L
          05 FILLER                 PIC X(18) VALUE 'CURR_ASSETS'.      0099201M
          05 FILLER                 PIC X(18) VALUE 'REJECT_REASON'.    0099201N
          05 FILLER                 PIC X(18) VALUE 'ARM_FLAG'.         0099201O
          05 FILLER                 PIC X(18) VALUE 'CREDIT_SCORE'.     0099201P
          05 FILLER                 PIC X(18) VALUE 'CURRENCY_CODE'.    0099201Q
          05 FILLER                 PIC X(18) VALUE 'EMP_VERIFY_STATUS'.0099201R
          05 FILLER                 PIC X(18) VALUE 'PRODUCT_CODE'.     0099201S
          05 FILLER                 PIC X(18) VALUE 'IO_MONTHS'.        0099201T
          05 FILLER                 PIC X(18) VALUE 'BALLOON_AMT'.      0099201U
          05 FILLER                 PIC X(18) VALUE 'APR_PCT'.          0099201V
          05 FILLER                 PIC X(18) VALUE 'FEE_FINANCED'.     0099201W
          05 FILLER                 PIC X(18) VALUE 'ORIG_FEE_AMT'.     0099201X
          05 FILLER                 PIC X(18) VALUE 'INS_PLAN_CODE'.    0099201Y
          05 FILLER                 PIC X(18) VALUE 'INS_PREMIUM_AMT'.  0099201Z
          05 FILLER                 PIC X(18) VALUE 'STRESS_MO_PAYMNT'. 00992020
          05 FILLER                 PIC X(18) VALUE 'CAMPAIGN_CODE'.    00992021
          05 FILLER                 PIC X(18) VALUE 'DUE_DAY'.          00992022
          05 FILLER                 PIC X(18) VALUE 'CUST_SSN'.         00992023
          05 FILLER                 PIC X(18) VALUE 'REGISTER_DEBT'.    00992024
       01 WS-FCH-APP-COL-TABLE REDEFINES WS-FCH-APP-COLUMNS.            00992023
          05 WS-FCH-A-COL           PIC X(18) OCCURS 29 TIMES.          00992024
                                                                        00992025
       01 WS-FCH-CUST-IMAGE.                                            00992026
          05 WS-FCH-C-F-NAME        PIC X(40).                          00992027
          05 WS-FCH-C-L-NAME        PIC X(40).                          00992028
          05 WS-FCH-C-ADDRESS       PIC X(40).                          00992029
          05 WS-FCH-C-POSTAL-CODE   PIC X(40).                          0099202A
          05 WS-FCH-C-CITY          PIC X(40).                          0099202B
          05 WS-FCH-C-PHONE-NO      PIC X(40).                          0099202C
          05 WS-FCH-C-EMAIL         PIC X(40).                          0099202D
          05 WS-FCH-C-SMS-CONSENT   PIC X(40).                          0099202E
          05 WS-FCH-C-EMAIL-CONSENT PIC X(40).                          0099202F
          05 WS-FCH-C-PREF-CHANNEL  PIC X(40).                          0099202G
          05 WS-FCH-C-LANG-CODE     PIC X(40).                          0099202H
          05 WS-FCH-C-CALL-CONSENT  PIC X(40).                          0099202I
          05 WS-FCH-C-CALL-FROM     PIC X(40).                          0099202J
          05 WS-FCH-C-CALL-TO       PIC X(40).                          0099202K
       01 WS-FCH-CUST-AFTER REDEFINES WS-FCH-CUST-IMAGE.                0099202I
          05 WS-FCH-C-NEW           PIC X(40) OCCURS 14 TIMES.          0099202J
       01 WS-FCH-CUST-BEFORE.                                           0099202K
          05 WS-FCH-C-OLD           PIC X(40) OCCURS 14 TIMES.          0099202L
       01 WS-FCH-CUST-COLUMNS.                                          0099202M
          05 FILLER                 PIC X(18) VALUE 'F_NAME'.           0099202N
          05 FILLER                 PIC X(18) VALUE 'L_NAME'.           0099202O
          05 FILLER                 PIC X(18) VALUE 'ADDRESS'.          0099202P
          05 FILLER                 PIC X(18) VALUE 'POSTAL_CODE'.      0099202Q
          05 FILLER                 PIC X(18) VALUE 'CITY'.             0099202R
          05 FILLER                 PIC X(18) VALUE 'PHONE_NO'.         0099202S
          05 FILLER                 PIC X(18) VALUE 'EMAIL'.            0099202T
          05 FILLER                 PIC X(18) VALUE 'SMS_CONSENT'.      0099202U
          05 FILLER                 PIC X(18) VALUE 'EMAIL_CONSENT'.    0099202V
          05 FILLER                 PIC X(18) VALUE 'PREF_CHANNEL'.     0099202W
          05 FILLER                 PIC X(18) VALUE 'LANG_CODE'.        0099202X
          05 FILLER                 PIC X(18) VALUE 'CALL_CONSENT'.     0099202Y
          05 FILLER                 PIC X(18) VALUE 'CALL_FROM_HOUR'.   0099202Z
          05 FILLER                 PIC X(18) VALUE 'CALL_TO_HOUR'.     00992030
       01 WS-FCH-CUST-COL-TABLE REDEFINES WS-FCH-CUST-COLUMNS.          0099202Y
          05 WS-FCH-C-COL           PIC X(18) OCCURS 14 TIMES.          0099202Z
                                                                        00992030
      *    NULL INDICATOR FOR THE CUSTOMER'S CALL WINDOW - NO WINDOW    00992031
      *    KEYED LEAVES BOTH HOURS NULL                                 00992032
       01 WS-CALL-HOUR-IV           PIC S9(4)      COMP.                00992033

      *    WORKING FIELDS FOR THE STOP-CODE GATE AND MAINTENANCE        00992030
       01 WS-STOP-VARS.                                                 00992031
          05 WS-STOP-SW             PIC X.                              00992032
             88 STOP-BLOCKED        VALUE 'B'.                          00992033
          05 WS-STOP-ACTIVITY       PIC X(8).                           00992034
          05 WS-STOP-CHK-APP-ID     PIC S9(9)      COMP.                00992035
          05 WS-STOP-CHK-SSN        PIC X(11).                          00992036
          05 WS-STOP-HIT-CODE       PIC X(4).                           00992037
          05 WS-STOP-CNT            PIC S9(9)      COMP.                00992038
          05 WS-STOP-DATE-OK        PIC X.                              00992039
          05 WS-STOP-IV-APP-ID      PIC S9(4)      COMP.                0099203A
          05 WS-STOP-LEVEL          PIC X(8).                           0099203B
          05 WS-STOP-STATUS-TEXT    PIC X(8).                           0099203C
          05 WS-STOP-REVIEW-FLAG    PIC X(10).                          0099203D
                                                                        0099203E
      *    WORKING FIELDS FOR THE VULNERABLE-CUSTOMER REGISTER AND THE  0099203F
      *    SPECIALIST-ONLY ROUTING OF THE COLLECTIONS QUEUE             0099203G
       01 WS-VULN-VARS.                                                 0099203H
          05 WS-VULN-CNT            PIC S9(9)      COMP.                0099203I
          05 WS-VULN-SPCL-CNT       PIC S9(9)      COMP.                0099203J
          05 WS-VULN-ROUTE-SW       PIC X.                              0099203K
             88 VULN-SPECIALIST-ONLY VALUE 'Y'.                         0099203L
          05 WS-VULN-DATE-OK        PIC X.                              0099203M
          05 WS-VULN-STATUS-TEXT    PIC X(6).                           0099203N
          05 WS-VULN-OVRD-TEXT      PIC X(10).                          0099203O
                                                                        0099203P
      *    WORKING FIELDS FOR THE GUARDIANSHIP CHECK AND THE GUARDIAN'S 0099203Q
      *    CONSENT TO A WARD'S APPLICATION                              0099203R
       01 WS-GRD-VARS.                                                  0099203S
          05 WS-GRD-OPEN-CNT        PIC S9(9)      COMP.                0099203T
          05 WS-GRD-CNT             PIC S9(9)      COMP.                0099203U
          05 WS-GRD-APP-ID          PIC S9(9)      COMP.                0099203V
          05 WS-GRD-CO-SSN          PIC X(11).                          0099203W
          05 WS-GRD-HOLD-SW         PIC X          VALUE 'N'.           0099203X
             88 GRD-CONSENT-HOLD    VALUE 'Y'.                          0099203Y
          05 WS-GRD-STATUS-TEXT     PIC X(6).                           0099203Z
          05 WS-GRD-ENDED-TEXT      PIC X(16).                          00992040
          05 WS-GRD-RESTR-TEXT      PIC X(11).                          00992041
                                                                        00992042
      *    WORKING FIELDS FOR THE AUTHORISED-REPRESENTATIVE REGISTRY    00992043
      *    AND FOR ACTIONS A REPRESENTATIVE TAKES ON A CUSTOMER'S BEHALF00992044
       01 WS-REP-VARS.                                                  00992045
          05 WS-REP-SW              PIC X.                              00992046
             88 REP-REFUSED         VALUE 'R'.                          00992047
          05 WS-REP-CRUD-SW         PIC X.                              00992048
          05 WS-REP-NEED-RANK       PIC 9.                              00992049
          05 WS-REP-HELD-RANK       PIC 9.                              0099204A
          05 WS-REP-CNT             PIC S9(9)      COMP.                0099204B
          05 WS-REP-CHK-APP-ID      PIC S9(9)      COMP.                0099204C
          05 WS-REP-IV-APP-ID       PIC S9(4)      COMP.                0099204D
          05 WS-REP-IV-VALID-TO     PIC S9(4)      COMP.                0099204E
          05 WS-REP-DATE-OK         PIC X.                              0099204F
          05 WS-REP-STATUS-TEXT     PIC X(7).                           0099204G
          05 WS-REP-SCOPE-TEXT      PIC X(8).                           0099204H
          05 WS-REP-TO-TEXT         PIC X(10).                          0099204I
                                                                        0099203E

      *    WORKING FIELDS FOR THE CAMPAIGN-CODE PRICING                 00990601
       01 WS-CAMP-VARS.                                                 00990602
             10 WS-RM-LL-B4MIN      PIC 9(8).                           00990599
             10 WS-RM-LL-B4PRD      PIC 9(3).                           0099059A
             10 FILLER              PIC X(23).                          0099059B
          05 WS-RM-NEW-LN REDEFINES WS-RM-NEW.                          0099059C
             10 WS-RM-LN-ADULT1     PIC 9(7).                           0099059D
             10 WS-RM-LN-ADULTN     PIC 9(7).                           0099059E
             10 WS-RM-LN-CHILD      PIC 9(7).                           0099059F
             10 FILLER              PIC X(57).                          0099059G
      *       THE BAND IS BOTH THE KEY AND PART OF THE VALUES, AS FOR   0099059H
      *       THE INTEREST BRACKETS; THE ADJUSTMENT CARRIES ITS SIGN    0099059I
      *       IN FRONT, '+' OR '-'                                      0099059J
          05 WS-RM-NEW-RP REDEFINES WS-RM-NEW.                          0099059K
             10 WS-RM-RP-TYPE       PIC X(1).                           0099059L
             10 WS-RM-RP-FROM       PIC 9(9).                           0099059M
             10 WS-RM-RP-TO         PIC 9(9).                           0099059N
             10 WS-RM-RP-SIGN       PIC X(1).                           0099059O
             10 WS-RM-RP-ADJ        PIC 9V9(2).                         0099059P
             10 FILLER              PIC X(55).                          0099059Q
          05 WS-RM-SIM-CNT          PIC S9(9)      COMP.                0099059R
          05 WS-RM-ED-CNT           PIC Z(5)9.                          0099059S
          05 WS-RM-ED-CAP           PIC Z(3)9.                          0099059T
          05 WS-RM-ED-INC           PIC -(8)9.                          0099059U

      *    WORKING FIELDS FOR THE SERVICING WORK-QUEUE DASHBOARD        00990602
       01 WS-WQ-VARS.                                                   00990603
       01 WS-GCALL-VARS.                                                00990802
          05 WS-GCALL-ARREARS       PIC S9(8)V9(2) COMP-3.              00990803
          05 WS-GCALL-OPEN-CNT      PIC S9(9)      COMP.                00990804
                                                                        00990805
      *    WORKING FIELDS FOR THE CLAIM LIMITATION CLOCK                00990806
       01 WS-CLIM-VARS.                                                 00990807
          05 WS-CLIM-YEARS          PIC S9(9)      COMP.                00990808
          05 WS-CLIM-EXPIRED-CNT    PIC S9(9)      COMP.                00990809

      *    WORKING FIELDS FOR THE COURT DEBT-ADJUSTMENT REGIME          00990901
       01 WS-DADJ-VARS.                                                 00990902
          05 WS-DADJ-MONTHS         PIC S9(9)      COMP.                00990903
          05 WS-DADJ-MONTHLY        PIC S9(8)V9(2) COMP-3.              00990904
          05 WS-DADJ-OFFSET         PIC S9(9)      COMP.                00990905
                                                                        00990906
      *    WORKING FIELDS FOR THE FORBEARANCE RECORD - THE DPD THAT     00990907
      *    MAKES A CONCESSION NON-PERFORMING AND THE CURE AND           00990908
      *    PROBATION PERIODS, ALL FROM BUSINESS_PARAM                   00990909
       01 WS-FORB-VARS.                                                 0099090A
          05 WS-FORB-NP-DPD         PIC S9(9)      COMP.                0099090B
          05 WS-FORB-CURE-MONTHS    PIC S9(9)      COMP.                0099090C
          05 WS-FORB-PROB-MONTHS    PIC S9(9)      COMP.                0099090D
          05 WS-FORB-NP-CNT         PIC S9(9)      COMP.                0099090E

      *    WORKING FIELDS FOR THE PAYMENT ALLOCATION WATERFALL -        00991001
      *    PAY_ALLOC_ORDER IN BUSINESS_PARAM IS FOUR DIGITS, EACH       00991002
       000-MAIN-PARA.                                                   00130000
           MOVE LOW-VALUES TO WS-INDICATOR-VARS                         00130142
           MOVE LS-SSN TO WS-SSN                                        00130242
      *    A TERMINAL REQUEST ONLY RUNS UNDER A LIVE, VERIFIED SIGN-ON  00130243
      *    - NO SESSION OR AN IDLE ONE IS REFUSED AND LOGGED, AND THE   00130244
      *    OPERATOR GOES BACK TO LOANMENU TO SIGN ON AGAIN              00130245
           PERFORM 003-CHECK-TERMINAL-SESSION                           00130246
           IF SESSION-REFUSED                                           00130247
              PERFORM 010-LOG-TRANSACTION                               00130248
              PERFORM 400-RETURN-CONTROL                                00130249
           END-IF                                                       0013024A
                                                                        0013024B
      *    SEGREGATION OF DUTIES - THE OPERATOR'S CLASS MUST PERMIT     00130001
      *    THE REQUESTED FUNCTION BEFORE ANYTHING IS DISPATCHED; A      00130002
      *    REFUSED ATTEMPT IS STILL LOGGED TO THE TRANSACTION LOG       00130003
              PERFORM 010-LOG-TRANSACTION                               00130007
              PERFORM 400-RETURN-CONTROL                                00130008
           END-IF                                                       00130009
                                                                        0013000A
      *    AN ACTIVE STOP CODE ON THE CUSTOMER OR THE LOAN REFUSES THE  0013000B
      *    FUNCTIONS ITS CODE BLOCKS - LOGGED LIKE ANY OTHER REFUSAL    0013000C
           PERFORM 006-CHECK-STOP-CODES                                 0013000D
           IF STOP-BLOCKED                                              0013000E
              PERFORM 010-LOG-TRANSACTION                               0013000F
              PERFORM 400-RETURN-CONTROL                                0013000G
           END-IF                                                       0013000H
                                                                        0013000I
      *    A REQUEST MADE BY AN AUTHORISED REPRESENTATIVE RATHER THAN   0013000J
      *    THE CUSTOMER MUST FALL WITHIN THE REPRESENTATIVE'S SCOPE AND 0013000K
      *    VALIDITY - A REFUSAL IS LOGGED LIKE ANY OTHER                0013000L
           PERFORM 007-CHECK-ACTING-REP                                 0013000M
           IF REP-REFUSED                                               0013000N
              PERFORM 010-LOG-TRANSACTION                               0013000O
              PERFORM 400-RETURN-CONTROL                                0013000P
           END-IF                                                       0013000Q
                                                                        00130342
           EVALUATE TRUE                                                00131404
           WHEN SW-READ                                                 00131504
           WHEN SW-COAPP                                                0013382A
              PERFORM 500-PROCESS-COAPPLICANT                           0013382B
                                                                        0013382C
           WHEN SW-COLLATERAL AND LS-COLL-LIEN-WAIVE = 'Y'              0013382D
              PERFORM 640-WAIVE-LIEN-HOLD                               0013382E
                                                                        0013382F
           WHEN SW-COLLATERAL                                           0013382D
              PERFORM 600-PROCESS-COLLATERAL                            0013382E
                                                                        0013382F
              PERFORM 968-PROCESS-CUST-360                              00133002

           WHEN SW-AUDIT-BROWSE                                         00133001
      *       SECTION 'F' ON THE AUDIT BROWSE PAGES THE FIELD-LEVEL     00133002
      *       CHANGE HISTORY UNDER THE SAME FILTERS                     00133003
              IF LS-LIST-SECTION = 'F'                                  00133004
                 PERFORM 979B-PROCESS-CHANGE-BROWSE                     00133005
              ELSE                                                      00133006
                 PERFORM 979-PROCESS-AUDIT-BROWSE                       00133007
              END-IF                                                    00133008

           WHEN SW-OPS-CONSOLE                                          00133001
              PERFORM 987-PROCESS-OPS-CONSOLE                           00133002

           WHEN SW-COMPLAINT                                            0013300X
              PERFORM 922-PROCESS-COMPLAINT                             0013300Y
                                                                        0013300Z
           WHEN SW-STOP-CODE                                            00133010
              PERFORM 915-PROCESS-STOP-CODE                             00133011
                                                                        00133012
           WHEN SW-VULNERABLE                                           00133013
              PERFORM 919-PROCESS-VULNERABLE                            00133014
                                                                        00133015
           WHEN SW-GUARDIAN                                             00133016
              PERFORM 921-PROCESS-GUARDIAN                              00133017
                                                                        00133018
           WHEN SW-REPRESENTATIVE                                       00133019
              PERFORM 924-PROCESS-REPRESENTATIVE                        0013301A
                                                                        00133012
           WHEN SW-BAL-CERT                                             00133013
              PERFORM 972-PROCESS-BALANCE-CERT                          00133014
                                                                        00133015
           WHEN SW-DRAFT                                                00133016
              PERFORM 901-PROCESS-DRAFT                                 00133017
                                                                        00133018
           WHEN SW-CASE-NOTE                                            00133019
              PERFORM 906-PROCESS-CASE-NOTE                             0013301A
                                                                        0013301B
           WHEN SW-SIGNON                                               00133010
              PERFORM 020-PROCESS-SIGNON                                00133011
                                                                        0013384H
           END-EVALUATE                                                 00133925
                                                                        00133926
           IF LS-ACTING-REP-ID > ZERO AND SUCCESS                       00133927
              PERFORM 008-LOG-REP-ACTION                                00133928
           END-IF                                                       00133929
                                                                        00134025
           PERFORM 010-LOG-TRANSACTION                                  0013401A
                                                                        0013401B
           PERFORM 400-RETURN-CONTROL                                   00134125
           GOBACK.                                                      00134225
                                                                        00134325
      *    RESOLVES WHO IS BEHIND THIS REQUEST. A TERMINAL MUST CARRY   00134326
      *    A LIVE SIGN-ON MADE THROUGH LOANMENU; THE WEB SERVICES AND   00134327
      *    THE BULK INTAKE RUN WITHOUT A TERMINAL UNDER THEIR OWN       00134328
      *    AUTHENTICATED USER ID, SO THEY KEEP EIBOPID. A SIGN-ON       00134329
      *    REQUEST CARRIES THE ID BEING SIGNED ON, SO THAT IS WHAT      0013432A
      *    THE LOG RECORDS FOR THE ATTEMPT                              0013432B
       003-CHECK-TERMINAL-SESSION.                                      0013432C
           MOVE SPACE TO WS-SESSION-SW                                  0013432D
           EVALUATE TRUE                                                0013432E
              WHEN SW-SIGNON                                            0013432F
                 MOVE LS-SIGNON-OPID TO WS-SIGNON-OPID                  0013432G
              WHEN EIBTRMID = SPACES OR EIBTRMID = LOW-VALUES           0013432H
                 MOVE EIBOPID TO WS-SIGNON-OPID                         0013432I
              WHEN OTHER                                                0013432J
                 PERFORM 004-TOUCH-TERMINAL-SESSION                     0013432K
           END-EVALUATE                                                 0013432L
           EXIT.                                                        0013432M
                                                                        0013432N
      *    FINDS THE TERMINAL'S SESSION AND, WHEN IT IS STILL INSIDE    0013432O
      *    THE IDLE WINDOW, STAMPS THIS REQUEST AS ITS LATEST ACTIVITY. 0013432P
      *    AN IDLE SESSION IS REMOVED SO THE NEXT ATTEMPT ALSO LANDS    0013432Q
      *    ON THE SIGN-ON SCREEN                                        0013432R
       004-TOUCH-TERMINAL-SESSION.                                      0013432S
           PERFORM 025-LOAD-SIGNON-PARAMS                               0013432T
           MOVE EIBTRMID TO TSES-TERMINAL-ID                            0013432U
           MOVE 'N' TO WS-SGN-LIVE-SW                                   0013432V
                                                                        0013432W
           EXEC SQL                                                     0013432X
              SELECT OPERATOR_ID,                                       0013432Y
                     CASE WHEN LAST_ACTIVITY_TS >= CURRENT TIMESTAMP    0013432Z
                                 - :WS-SGN-IDLE-MINS MINUTES            00134330
                          THEN 'Y' ELSE 'N' END                         00134331
                INTO :TSES-OPERATOR-ID, :WS-SGN-LIVE-SW                 00134332
                FROM KALA15.TERMINAL_SESSION                            00134333
               WHERE TERMINAL_ID = :TSES-TERMINAL-ID                    00134334
           END-EXEC                                                     00134335
                                                                        00134336
           EVALUATE TRUE                                                00134337
              WHEN SQLCODE NOT = 00                                     00134338
                 MOVE EIBOPID TO WS-SIGNON-OPID                         00134339
                 SET SESSION-REFUSED TO TRUE                            0013433A
                 MOVE 'NOT SIGNED ON - SIGN ON AT LOANMENU'             0013433B
                    TO LS-MESSAGE                                       0013433C
              WHEN WS-SGN-LIVE-SW NOT = 'Y'                             0013433D
                 MOVE TSES-OPERATOR-ID TO WS-SIGNON-OPID                0013433E
                 EXEC SQL                                               0013433F
                    DELETE FROM KALA15.TERMINAL_SESSION                 0013433G
                     WHERE TERMINAL_ID = :TSES-TERMINAL-ID              0013433H
                 END-EXEC                                               0013433I
                 SET SESSION-REFUSED TO TRUE                            0013433J
                 MOVE 'SIGN-ON TIMED OUT - PLEASE SIGN ON AGAIN'        0013433K
                    TO LS-MESSAGE                                       0013433L
              WHEN OTHER                                                0013433M
                 MOVE TSES-OPERATOR-ID TO WS-SIGNON-OPID                0013433N
                 EXEC SQL                                               0013433O
                    UPDATE KALA15.TERMINAL_SESSION                      0013433P
                       SET LAST_ACTIVITY_TS = CURRENT TIMESTAMP         0013433Q
                     WHERE TERMINAL_ID = :TSES-TERMINAL-ID              0013433R
                 END-EXEC                                               0013433S
           END-EVALUATE                                                 0013433T
           EXIT.                                                        0013433U
                                                                        0013433V
      *    A CLASS WITH MATRIX ROWS MAY DRIVE EXACTLY THE REQUEST       00134001
      *    CODES LISTED FOR IT - ANYTHING ELSE IS REFUSED. A CLASS      00134002
      *    WITH NO ROWS AT ALL KEEPS THE PRE-MATRIX BEHAVIOR SO THE     00134003
      *    MATRIX CAN BE ROLLED OUT CLASS BY CLASS                      00134004
      *    SIGN-ON ITSELF IS NEVER GATED - UNTIL THE PASSCODE IS        0013400A
      *    VERIFIED THERE IS NO OPERATOR WHOSE CLASS COULD BE CHECKED   0013400B
      *    A SUSPENDED OPERATOR MAY DO NOTHING AT ALL, WHICHEVER PATH   0013400C
      *    THE REQUEST CAME IN ON - A SESSION OPENED BEFORE THE         0013400D
      *    SUSPENSION DOES NOT CARRY IT THROUGH                         0013400E
       005-CHECK-FUNCTION-AUTH.                                         00134005
           MOVE SPACE TO WS-AUTH-SW                                     00134006
           MOVE WS-OPERATOR-CLASS TO AUTH-OPERATOR-CLASS                00134007
           IF OFF-OPERATOR-SUSPENDED AND NOT SW-SIGNON                  00134008
              SET AUTH-DENIED TO TRUE                                   00134009
              MOVE 'OPERATOR ID SUSPENDED - SEE SECURITY ADMIN'         0013400A
                 TO LS-MESSAGE                                          0013400B
           END-IF                                                       0013400C

           EXEC SQL                                                     00134008
              SELECT COUNT(*)                                           00134009
               WHERE OPERATOR_CLASS = :AUTH-OPERATOR-CLASS              0013400C
           END-EXEC                                                     0013400D

           IF SQLCODE = 00 AND WS-AUTH-CLASS-ROWS > ZERO AND            0013400E
              NOT SW-SIGNON AND NOT AUTH-DENIED                         0013400F
              MOVE LS-CRUD-SW TO AUTH-CRUD-SW                           0013400F
              EXEC SQL                                                  0013400G
                 SELECT COUNT(*)                                        0013400H
              END-IF                                                    0013400R
           END-IF                                                       0013400S
           EXIT.                                                        0013400T
                                                                        0013400U
      *    THE STOP_CODE_BLOCK MATRIX NAMES THE ACTIVITY EACH STOP CODE 0013400V
      *    REFUSES; THIS MAPS THE REQUEST ONTO ITS ACTIVITY AND LOOKS   0013400W
      *    FOR AN ACTIVE STOP - ON THE LOAN ITSELF, OR ON ITS CUSTOMER  0013400X
      *    WITH NO LOAN NAMED. A BANK ACCOUNT CHANGE BELONGS TO THE     0013400Y
      *    CUSTOMER, SO ANY STOP THEY CARRY COUNTS. INQUIRIES AND       0013400Z
      *    DECLINING A PENDING ACCOUNT CHANGE ARE NEVER STOPPED         00134010
       006-CHECK-STOP-CODES.                                            00134011
           MOVE SPACE TO WS-STOP-SW                                     00134012
           MOVE SPACES TO WS-STOP-ACTIVITY                              00134013
           MOVE ZERO TO WS-STOP-CHK-APP-ID                              00134014
           MOVE SPACES TO WS-STOP-CHK-SSN                               00134015
           EVALUATE TRUE                                                00134016
              WHEN SW-PAYMENT                                           00134017
                 MOVE 'PAYMENT ' TO WS-STOP-ACTIVITY                    00134018
                 MOVE LS-APP-ID TO WS-STOP-CHK-APP-ID                   00134019
              WHEN SW-TOPUP                                             0013401A
                 MOVE 'TOPUP   ' TO WS-STOP-ACTIVITY                    0013401B
                 MOVE LS-APP-ID TO WS-STOP-CHK-APP-ID                   0013401C
              WHEN SW-LINE-DRAW                                         0013401D
                 MOVE 'DRAW    ' TO WS-STOP-ACTIVITY                    0013401E
                 MOVE LS-APP-ID TO WS-STOP-CHK-APP-ID                   0013401F
              WHEN SW-TRANSFER                                          0013401G
                 MOVE 'TRANSFER' TO WS-STOP-ACTIVITY                    0013401H
                 MOVE LS-APP-ID TO WS-STOP-CHK-APP-ID                   0013401I
              WHEN SW-BANK-ACCT AND LS-BANKCHG-ACTION = 'A'             0013401J
                 MOVE 'BANKCHG ' TO WS-STOP-ACTIVITY                    0013401K
                 MOVE LS-BANKCHG-ID TO BCHG-CHANGE-ID                   0013401L
                 EXEC SQL                                               0013401M
                    SELECT CUST_SSN                                     0013401N
                      INTO :WS-STOP-CHK-SSN                             0013401O
                      FROM KALA15.BANK_ACCOUNT_CHANGE                   0013401P
                     WHERE CHANGE_ID = :BCHG-CHANGE-ID                  0013401Q
                 END-EXEC                                               0013401R
              WHEN SW-BANK-ACCT AND LS-BANKCHG-ACTION NOT = 'R' AND     0013401S
                   LS-IBAN NOT = SPACES AND LS-IBAN NOT = LOW-VALUES    0013401T
                 MOVE 'BANKCHG ' TO WS-STOP-ACTIVITY                    0013401U
                 MOVE LS-SSN TO WS-STOP-CHK-SSN                         0013401V
           END-EVALUATE                                                 0013401W
                                                                        0013401X
           IF WS-STOP-ACTIVITY NOT = SPACES                             0013401Y
              EXEC SQL                                                  0013401Z
                 SELECT S.STOP_CODE                                     00134020
                   INTO :WS-STOP-HIT-CODE                               00134021
                   FROM KALA15.STOP_CODE S,                             00134022
                        KALA15.STOP_CODE_BLOCK B                        00134023
                  WHERE S.STOP_STATUS = 'A'                             00134024
                    AND B.STOP_CODE = S.STOP_CODE                       00134025
                    AND B.ACTIVITY = :WS-STOP-ACTIVITY                  00134026
                    AND ((:WS-STOP-CHK-APP-ID > 0 AND                   00134027
                          (S.APP_ID = :WS-STOP-CHK-APP-ID OR            00134028
                           (S.APP_ID IS NULL AND S.CUST_SSN =           00134029
                              (SELECT A.CUST_SSN                        0013402A
                                 FROM KALA15.APPLICATIONS A             0013402B
                                WHERE A.APP_ID = :WS-STOP-CHK-APP-ID))))0013402C
                      OR (:WS-STOP-CHK-APP-ID = 0 AND                   0013402D
                          S.CUST_SSN = :WS-STOP-CHK-SSN))               0013402E
                  FETCH FIRST 1 ROWS ONLY                               0013402F
              END-EXEC                                                  0013402G
              IF SQLCODE = 00                                           0013402H
                 SET STOP-BLOCKED TO TRUE                               0013402I
                 MOVE SPACES TO LS-MESSAGE                              0013402J
                 STRING 'REFUSED - ' WS-STOP-HIT-CODE                   0013402K
                        ' STOP ON FILE, SEE C360 S'                     0013402L
                        DELIMITED BY SIZE INTO LS-MESSAGE               0013402M
                 END-STRING                                             0013402N
              END-IF                                                    0013402O
           END-IF                                                       0013402P
           EXIT.                                                        0013402Q
                                                                        0013402R
      *    THE REPRESENTATIVE KEYED ON THE SCREEN MUST BE ACTIVE, INSIDE0013402S
      *    THE VALIDITY DATES OF THE POWER OF ATTORNEY, REGISTERED FOR  0013402T
      *    THIS CUSTOMER (THE APPLICANT OR A CO-APPLICANT WHEN A LOAN IS0013402U
      *    NAMED) AND HOLD A SCOPE THAT COVERS THE FUNCTION - INQUIRY   0013402V
      *    ONLY < PAYMENTS < FULL SERVICING                             0013402W
       007-CHECK-ACTING-REP.                                            0013402X
           MOVE SPACE TO WS-REP-SW                                      0013402Y
           MOVE LS-CRUD-SW TO WS-REP-CRUD-SW                            0013402Z
           IF LS-ACTING-REP-ID > ZERO                                   00134030
              EVALUATE TRUE                                             00134031
                 WHEN SW-READ OR SW-SCHED-READ OR SW-PAYOFF-QUOTE OR    00134032
                      SW-CUST-360 OR SW-BROWSE OR SW-BAL-CERT           00134033
                    MOVE 1 TO WS-REP-NEED-RANK                          00134034
                 WHEN SW-PAYMENT OR SW-CHANNEL-PAY                      00134035
                    MOVE 2 TO WS-REP-NEED-RANK                          00134036
                 WHEN OTHER                                             00134037
                    MOVE 3 TO WS-REP-NEED-RANK                          00134038
              END-EVALUATE                                              00134039
              MOVE LS-ACTING-REP-ID TO REP-ID                           0013403A
              MOVE SPACES TO REP-CUST-SSN                               0013403B
              MOVE SPACE TO REP-SCOPE                                   0013403C
              EXEC SQL                                                  0013403D
                 SELECT CUST_SSN, REP_SCOPE                             0013403E
                   INTO :REP-CUST-SSN, :REP-SCOPE                       0013403F
                   FROM KALA15.CUSTOMER_REPRESENTATIVE                  0013403G
                  WHERE REP_ID = :REP-ID                                0013403H
                    AND REP_STATUS = 'A'                                0013403I
                    AND VALID_FROM <= CURRENT DATE                      0013403J
                    AND COALESCE(VALID_TO, DATE('9999-12-31'))          0013403K
                        >= CURRENT DATE                                 0013403L
              END-EXEC                                                  0013403M
              EVALUATE TRUE                                             0013403N
                 WHEN REP-FULL-SERVICING                                0013403O
                    MOVE 3 TO WS-REP-HELD-RANK                          0013403P
                 WHEN REP-PAYMENTS                                      0013403Q
                    MOVE 2 TO WS-REP-HELD-RANK                          0013403R
                 WHEN REP-INQUIRY-ONLY                                  0013403S
                    MOVE 1 TO WS-REP-HELD-RANK                          0013403T
                 WHEN OTHER                                             0013403U
                    MOVE 0 TO WS-REP-HELD-RANK                          0013403V
              END-EVALUATE                                              0013403W
              MOVE ZERO TO WS-REP-CNT                                   0013403X
              IF LS-APP-ID > ZERO                                       0013403Y
                 MOVE LS-APP-ID TO WS-REP-CHK-APP-ID                    0013403Z
                 EXEC SQL                                               00134040
                    SELECT COUNT(*)                                     00134041
                      INTO :WS-REP-CNT                                  00134042
                      FROM KALA15.APPLICATIONS A                        00134043
                     WHERE A.APP_ID = :WS-REP-CHK-APP-ID                00134044
                       AND (A.CUST_SSN = :REP-CUST-SSN                  00134045
                            OR EXISTS                                   00134046
                               (SELECT 1                                00134047
                                  FROM KALA15.CO_APPLICANT C            00134048
                                 WHERE C.APP_ID = A.APP_ID              00134049
                                   AND C.CO_SSN = :REP-CUST-SSN))       0013404A
                 END-EXEC                                               0013404B
              ELSE                                                      0013404C
                 IF LS-SSN = REP-CUST-SSN                               0013404D
                    MOVE 1 TO WS-REP-CNT                                0013404E
                 END-IF                                                 0013404F
              END-IF                                                    0013404G
              EVALUATE TRUE                                             0013404H
                 WHEN WS-REP-HELD-RANK = ZERO                           0013404I
                    SET REP-REFUSED TO TRUE                             0013404J
                    MOVE 'REPRESENTATIVE NOT ACTIVE OR NOT VALID'       0013404K
                       TO LS-MESSAGE                                    0013404L
                 WHEN WS-REP-CNT = ZERO                                 0013404M
                    SET REP-REFUSED TO TRUE                             0013404N
                    MOVE 'REPRESENTATIVE IS NOT FOR THIS CUSTOMER'      0013404O
                       TO LS-MESSAGE                                    0013404P
                 WHEN WS-REP-HELD-RANK < WS-REP-NEED-RANK               0013404Q
                    SET REP-REFUSED TO TRUE                             0013404R
                    MOVE 'REFUSED - OUTSIDE REPRESENTATIVE SCOPE'       0013404S
                       TO LS-MESSAGE                                    0013404T
              END-EVALUATE                                              0013404U
           END-IF                                                       0013404V
           EXIT.                                                        0013404W
                                                                        0013404X
      *    A SUCCESSFUL ACTION TAKEN BY A REPRESENTATIVE IS RECORDED    0013404Y
      *    AGAINST THE REPRESENTATIVE AS WELL AS THE OPERATOR, SO THE   0013404Z
      *    CUSTOMER'S FILE SHOWS WHO ACTUALLY GAVE THE INSTRUCTION      00134050
       008-LOG-REP-ACTION.                                              00134051
           MOVE LS-ACTING-REP-ID TO RACT-REP-ID                         00134052
           MOVE REP-CUST-SSN TO RACT-CUST-SSN                           00134053
           MOVE WS-REP-CRUD-SW TO RACT-CRUD-SW                          00134054
           MOVE WS-SIGNON-OPID TO RACT-OPERATOR-ID                      00134055
           MOVE LS-MESSAGE TO RACT-MESSAGE                              00134056
           IF LS-APP-ID > ZERO                                          00134057
              MOVE LS-APP-ID TO RACT-APP-ID                             00134058
              MOVE ZERO TO WS-REP-IV-APP-ID                             00134059
           ELSE                                                         0013405A
              MOVE ZERO TO RACT-APP-ID                                  0013405B
              MOVE -1 TO WS-REP-IV-APP-ID                               0013405C
           END-IF                                                       0013405D
           EXEC SQL                                                     0013405E
              SELECT COALESCE(MAX(ACTION_ID), 0) + 1                    0013405F
                INTO :RACT-ACTION-ID                                    0013405G
                FROM KALA15.REPRESENTATIVE_ACTION                       0013405H
           END-EXEC                                                     0013405I
           EXEC SQL                                                     0013405J
              INSERT INTO KALA15.REPRESENTATIVE_ACTION                  0013405K
                 (ACTION_ID, REP_ID, CUST_SSN, APP_ID, CRUD_SW,         0013405L
                  OPERATOR_ID, ACTION_MESSAGE, ACTION_TS)               0013405M
              VALUES                                                    0013405N
                 (:RACT-ACTION-ID, :RACT-REP-ID, :RACT-CUST-SSN,        0013405O
                  :RACT-APP-ID :WS-REP-IV-APP-ID, :RACT-CRUD-SW,        0013405P
                  :RACT-OPERATOR-ID, :RACT-MESSAGE, CURRENT TIMESTAMP)  0013405Q
           END-EXEC                                                     0013405R
           EXIT.                                                        0013405S

      *    RECORDS ONE ROW PER LOANDB2 INVOCATION TO THE TRANSACTION    0013432A
      *    LOG SO A READ, INSERT, UPDATE OR DELETE AGAINST CUSTOMER/    0013432B
      *    OLD DIRECT INSERT STANDS IN, SO THE TRAIL STAYS COMPLETE     00134008
      *    EITHER WAY                                                   00134009
           MOVE EIBTRMID   TO TDQ-TERMINAL-ID                           0013400A
           MOVE WS-SIGNON-OPID TO TDQ-OPERATOR-ID                       0013400B
           MOVE LS-CRUD-SW TO TDQ-CRUD-SW                               0013400C
           MOVE WS-SSN     TO TDQ-CUST-SSN                              0013400D
           MOVE APP-ID     TO TDQ-APP-ID                                0013400E
                  :TXNLOG-MESSAGE, :TDQ-TXN-TS)                         0013401Q
           END-EXEC                                                     0013401R
           EXIT.                                                        0013401S
                                                                        0013401T
      *    LOANMENU'S SIGN-ON SERVICE: V VERIFIES AN OPERATOR ID AND    0013401U
      *    PASSCODE AND OPENS THE TERMINAL SESSION, O SIGNS THE         0013401V
      *    TERMINAL OFF, C ASKS WHETHER THE TERMINAL STILL HAS A LIVE   0013401W
      *    SESSION SO A RETURN TO THE MENU NEED NOT PROMPT AGAIN. THE   0013401X
      *    PASSCODE IS CLEARED BEFORE THE COMMAREA GOES BACK AND IS     0013401Y
      *    NEVER WRITTEN TO THE LOG                                     0013401Z
       020-PROCESS-SIGNON.                                              00134020
           MOVE ZERO TO APP-ID                                          00134021
           EVALUATE LS-SIGNON-ACTION                                    00134022
              WHEN 'V'                                                  00134023
                 PERFORM 021-VERIFY-SIGNON                              00134024
              WHEN 'O'                                                  00134025
                 PERFORM 023-SIGN-OFF                                   00134026
              WHEN 'C'                                                  00134027
                 PERFORM 024-CHECK-SIGNON-SESSION                       00134028
              WHEN OTHER                                                00134029
                 MOVE 'INVALID SIGN-ON ACTION' TO LS-MESSAGE            0013402A
           END-EVALUATE                                                 0013402B
           MOVE SPACES TO LS-SIGNON-PASSCODE                            0013402C
           EXIT.                                                        0013402D
                                                                        0013402E
      *    THE ID MUST BELONG TO A LOAN OFFICER AND HAVE AN ENROLLED    0013402F
      *    CREDENTIAL; THE PASSCODE IS HASHED AND COMPARED INSIDE DB2   0013402G
      *    SO NEITHER IT NOR THE STORED HASH EVER SITS IN STORAGE. AN   0013402H
      *    UNKNOWN ID GETS THE SAME ANSWER AS A WRONG PASSCODE SO THE   0013402I
      *    SCREEN CANNOT BE USED TO FISH FOR VALID IDS                  0013402J
       021-VERIFY-SIGNON.                                               0013402K
           PERFORM 025-LOAD-SIGNON-PARAMS                               0013402L
           MOVE LS-SIGNON-OPID TO OPSG-OPERATOR-ID                      0013402M
           MOVE 'N' TO WS-SGN-HASH-MATCH                                0013402N
                                                                        0013402O
           EXEC SQL                                                     0013402P
              SELECT S.FAIL_COUNT, S.SIGNON_STATUS, O.OPERATOR_STATUS,  0013402Q
                     CASE WHEN S.PASSCODE_HASH =                        0013402R
                               HEX(HASH_SHA256(S.OPERATOR_ID CONCAT     0013402S
                                   :LS-SIGNON-PASSCODE))                0013402T
                          THEN 'Y' ELSE 'N' END                         0013402U
                INTO :OPSG-FAIL-COUNT, :OPSG-SIGNON-STATUS,             0013402V
                     :OFF-OPERATOR-STATUS, :WS-SGN-HASH-MATCH           0013402W
                FROM KALA15.OPERATOR_SIGNON S,                          0013402X
                     KALA15.LOAN_OFFICER O                              0013402Y
               WHERE S.OPERATOR_ID = :OPSG-OPERATOR-ID                  0013402Z
                 AND O.OPERATOR_ID = S.OPERATOR_ID                      00134030
               FETCH FIRST 1 ROWS ONLY                                  00134031
           END-EXEC                                                     00134032
                                                                        00134033
           EVALUATE TRUE                                                00134034
              WHEN SQLCODE NOT = 00                                     00134035
                 MOVE 'SIGN-ON FAILED - INVALID ID OR PASSCODE'         00134036
                    TO LS-MESSAGE                                       00134037
              WHEN OPSG-SIGNON-STATUS = 'L'                             00134038
                 MOVE 'SIGN-ON REFUSED - OPERATOR ID LOCKED'            00134039
                    TO LS-MESSAGE                                       0013403A
              WHEN OFF-OPERATOR-SUSPENDED                               0013403B
                 MOVE 'SIGN-ON REFUSED - OPERATOR ID SUSPENDED'         0013403C
                    TO LS-MESSAGE                                       0013403D
              WHEN WS-SGN-HASH-MATCH NOT = 'Y'                          0013403B
                 PERFORM 022-RECORD-SIGNON-FAILURE                      0013403C
              WHEN OTHER                                                0013403D
                 EXEC SQL                                               0013403E
                    UPDATE KALA15.OPERATOR_SIGNON                       0013403F
                       SET FAIL_COUNT     = 0,                          0013403G
                           LAST_SIGNON_TS = CURRENT TIMESTAMP           0013403H
                     WHERE OPERATOR_ID = :OPSG-OPERATOR-ID              0013403I
                 END-EXEC                                               0013403J
                 MOVE EIBTRMID TO TSES-TERMINAL-ID                      0013403K
                 MOVE OPSG-OPERATOR-ID TO TSES-OPERATOR-ID              0013403L
                 EXEC SQL                                               0013403M
                    DELETE FROM KALA15.TERMINAL_SESSION                 0013403N
                     WHERE TERMINAL_ID = :TSES-TERMINAL-ID              0013403O
                 END-EXEC                                               0013403P
                 EXEC SQL                                               0013403Q
                    INSERT INTO KALA15.TERMINAL_SESSION                 0013403R
                       (TERMINAL_ID, OPERATOR_ID, SIGNON_TS,            0013403S
                        LAST_ACTIVITY_TS)                               0013403T
                    VALUES                                              0013403U
                       (:TSES-TERMINAL-ID, :TSES-OPERATOR-ID,           0013403V
                        CURRENT TIMESTAMP, CURRENT TIMESTAMP)           0013403W
                 END-EXEC                                               0013403X
                 IF SQLCODE = 00                                        0013403Y
                    SET SUCCESS TO TRUE                                 0013403Z
                    MOVE 'SIGNED ON - SELECT AN OPTION' TO LS-MESSAGE   00134040
                 ELSE                                                   00134041
                    MOVE 'SIGN-ON FAILED - SESSION NOT RECORDED'        00134042
                       TO LS-MESSAGE                                    00134043
                 END-IF                                                 00134044
           END-EVALUATE                                                 00134045
           EXIT.                                                        00134046
                                                                        00134047
      *    ONE MORE CONSECUTIVE BAD PASSCODE; REACHING THE LIMIT LOCKS  00134048
      *    THE ID UNTIL SECURITY ADMINISTRATION RESETS IT. THE LOCKOUT  00134049
      *    GETS ITS OWN MESSAGE SO IT STANDS OUT IN THE LOG             0013404A
       022-RECORD-SIGNON-FAILURE.                                       0013404B
           ADD 1 TO OPSG-FAIL-COUNT                                     0013404C
           IF OPSG-FAIL-COUNT NOT < WS-SGN-MAX-FAILS                    0013404D
              EXEC SQL                                                  0013404E
                 UPDATE KALA15.OPERATOR_SIGNON                          0013404F
                    SET FAIL_COUNT    = :OPSG-FAIL-COUNT,               0013404G
                        SIGNON_STATUS = 'L',                            0013404H
                        LOCKED_TS     = CURRENT TIMESTAMP               0013404I
                  WHERE OPERATOR_ID = :OPSG-OPERATOR-ID                 0013404J
              END-EXEC                                                  0013404K
              MOVE 'SIGN-ON FAILED - OPERATOR ID NOW LOCKED'            0013404L
                 TO LS-MESSAGE                                          0013404M
           ELSE                                                         0013404N
              EXEC SQL                                                  0013404O
                 UPDATE KALA15.OPERATOR_SIGNON                          0013404P
                    SET FAIL_COUNT = :OPSG-FAIL-COUNT                   0013404Q
                  WHERE OPERATOR_ID = :OPSG-OPERATOR-ID                 0013404R
              END-EXEC                                                  0013404S
              MOVE 'SIGN-ON FAILED - INVALID ID OR PASSCODE'            0013404T
                 TO LS-MESSAGE                                          0013404U
           END-IF                                                       0013404V
           EXIT.                                                        0013404W
                                                                        0013404X
      *    CLOSES THE TERMINAL'S SESSION; THE LOG ROW CARRIES THE       0013404Y
      *    OPERATOR WHO WAS SIGNED ON, NOT WHATEVER WAS PASSED IN       0013404Z
       023-SIGN-OFF.                                                    00134050
           MOVE EIBTRMID TO TSES-TERMINAL-ID                            00134051
           EXEC SQL                                                     00134052
              SELECT OPERATOR_ID                                        00134053
                INTO :TSES-OPERATOR-ID                                  00134054
                FROM KALA15.TERMINAL_SESSION                            00134055
               WHERE TERMINAL_ID = :TSES-TERMINAL-ID                    00134056
           END-EXEC                                                     00134057
           IF SQLCODE = 00                                              00134058
              MOVE TSES-OPERATOR-ID TO WS-SIGNON-OPID                   00134059
              EXEC SQL                                                  0013405A
                 DELETE FROM KALA15.TERMINAL_SESSION                    0013405B
                  WHERE TERMINAL_ID = :TSES-TERMINAL-ID                 0013405C
              END-EXEC                                                  0013405D
           END-IF                                                       0013405E
           SET SUCCESS TO TRUE                                          0013405F
           MOVE 'SIGNED OFF' TO LS-MESSAGE                              0013405G
           EXIT.                                                        0013405H
                                                                        0013405I
      *    A SCREEN XCTLS BACK TO THE MENU WITHOUT A COMMAREA; IF THE   0013405J
      *    TERMINAL'S SESSION IS STILL LIVE THE OPERATOR CARRIES ON     0013405K
      *    WITHOUT RE-ENTERING THE PASSCODE, AND THE MENU TURN COUNTS   0013405L
      *    AS ACTIVITY                                                  0013405M
       024-CHECK-SIGNON-SESSION.                                        0013405N
           PERFORM 004-TOUCH-TERMINAL-SESSION                           0013405O
           IF NOT SESSION-REFUSED                                       0013405P
              MOVE WS-SIGNON-OPID TO LS-SIGNON-OPID                     0013405Q
              SET SUCCESS TO TRUE                                       0013405R
              MOVE 'SIGNED ON - SELECT AN OPTION' TO LS-MESSAGE         0013405S
           END-IF                                                       0013405T
           EXIT.                                                        0013405U
                                                                        0013405V
      *    LOCKOUT THRESHOLD AND IDLE TIMEOUT - SECURITY POLICY CAN     0013405W
      *    TIGHTEN EITHER WITHOUT A CODE CHANGE                         0013405X
       025-LOAD-SIGNON-PARAMS.                                          0013405Y
           MOVE 3 TO WS-SGN-MAX-FAILS                                   0013405Z
           MOVE 'SIGNON_MAX_FAILS' TO BUSPARM-NAME                      00134060
           EXEC SQL                                                     00134061
              SELECT PARAM_VALUE                                        00134062
                INTO :BUSPARM-VALUE                                     00134063
                FROM KALA15.BUSINESS_PARAM                              00134064
               WHERE PARAM_NAME = :BUSPARM-NAME                         00134065
                 AND EFFECTIVE_DATE <= CURRENT DATE                     00134066
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     00134067
           END-EXEC                                                     00134068
           IF SQLCODE = 00                                              00134069
              MOVE BUSPARM-VALUE TO WS-SGN-MAX-FAILS                    0013406A
           END-IF                                                       0013406B
                                                                        0013406C
           MOVE 15 TO WS-SGN-IDLE-MINS                                  0013406D
           MOVE 'SIGNON_IDLE_MINS' TO BUSPARM-NAME                      0013406E
           EXEC SQL                                                     0013406F
              SELECT PARAM_VALUE                                        0013406G
                INTO :BUSPARM-VALUE                                     0013406H
                FROM KALA15.BUSINESS_PARAM                              0013406I
               WHERE PARAM_NAME = :BUSPARM-NAME                         0013406J
                 AND EFFECTIVE_DATE <= CURRENT DATE                     0013406K
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     0013406L
           END-EXEC                                                     0013406M
           IF SQLCODE = 00                                              0013406N
              MOVE BUSPARM-VALUE TO WS-SGN-IDLE-MINS                    0013406O
           END-IF                                                       0013406P
           EXIT.                                                        0013406Q
                                                                        0013433B
      *    ENTRY POINT FOR EVERY READ-STYLE REQUEST - AN EXACT SSN/     0134432A
      *    APP-ID LOOKUP, A NAME/CITY/POSTAL-CODE SEARCH, OR A          0134432B
                                                                        0134433J
      *    LOOKS UP THE OPERATOR CLASS FOR THE SIGNED-ON OPERATOR SO    0134433K
      *    THE CALLING PROGRAM CAN DECIDE WHETHER TO MASK THE SSN ON    0134433L
      *    THE RESULTS SCREEN - AN UNKNOWN OPERATOR DEFAULTS TO CLERK.  0134433M
      *    THE OPERATOR'S SUSPENSION STATUS COMES BACK WITH IT FOR      0134433N
      *    005-CHECK-FUNCTION-AUTH                                      0134433O
       101-RESOLVE-OPERATOR-CLASS.                                      0134433N
           MOVE 'C' TO WS-OPERATOR-CLASS                                0134433O
           MOVE 'A' TO OFF-OPERATOR-STATUS                              0134433P
           MOVE WS-SIGNON-OPID TO OFF-OPERATOR-ID                       0134433P
                                                                        0134433Q
           EXEC SQL                                                     0134433R
              SELECT OPERATOR_CLASS, OPERATOR_STATUS                    0134433S
                INTO :OFF-OPERATOR-CLASS, :OFF-OPERATOR-STATUS          0134433T
                FROM KALA15.LOAN_OFFICER                                0134433U
               WHERE OPERATOR_ID = :OFF-OPERATOR-ID                     0134433V
           END-EXEC                                                     0134433V
                 COALESCE(C.POSTAL_CODE, ' ') AS POSTAL_CODE,           00135842
                 COALESCE(C.CITY, ' ') AS CITY,                         00135942
                 C.ROW_VERSION,                                         0135943A
      *          THE BALANCE AFTER THE LATEST POSTED PAYMENT - ONLINE,  0135943B
      *          INSTANT OR STATEMENT - AND THE FIRST INSTALLMENT       0135943C
      *          STILL OPEN, SO A CREDIT POSTED THIS MORNING SHOWS      0135943D
      *          THIS MORNING. THE SCHEDULED FIGURES STAND IN UNTIL     0135943E
      *          THE FIRST PAYMENT                                      0135943F
                 COALESCE(                                              0135943G
                    (SELECT PP.ACTUAL_BALANCE_AMT                       0135943H
                       FROM KALA15.PAYMENT_SCHEDULE PP                  0135943I
                      WHERE PP.APP_ID = A.APP_ID                        0135943J
                        AND PP.ACTUAL_BALANCE_AMT IS NOT NULL           0135943K
                      ORDER BY PP.INSTALLMENT_NO DESC                   0135943L
                      FETCH FIRST 1 ROW ONLY),                          0135943M
                    SC.BALANCE_AMT, 0) AS OUTSTANDING_BAL,              0135943N
                 COALESCE(                                              0135943O
                    (SELECT MIN(PN.DUE_DATE)                            0135943P
                       FROM KALA15.PAYMENT_SCHEDULE PN                  0135943Q
                      WHERE PN.APP_ID = A.APP_ID                        0135943R
                        AND PN.ACTUAL_BALANCE_AMT IS NULL),             0135943S
                    SC.DUE_DATE, ' ') AS NEXT_DUE_DATE,                 0135943T
                 COALESCE(C.LANG_CODE, 'F') AS LANG_CODE,               0135943U
                 COALESCE(A.HH_ADULTS, 1) AS HH_ADULTS,                 0135943V
                 COALESCE(A.HH_CHILDREN, 0) AS HH_CHILDREN              0135943W
              INTO                                                      00136025
                 :APP-ID,                                               00136125
                 :CUST-SSN,                                             0136125A
                 :CUST-ROW-VERSION,                                     0137326A
                 :SCHED-BALANCE-AMT,                                    0137326B
                 :SCHED-DUE-DATE,                                       0137326C
                 :CUST-LANG-CODE,                                       0137326D
                 :HH-ADULTS,                                            0137326E
                 :HH-CHILDREN                                           0137326F
              FROM                                                      00137425
                 KALA15.CUSTOMER C                                      00137525
              JOIN                                                      00137625
                 MOVE SCHED-BALANCE-AMT   TO LS-OUTSTANDING-BAL         0140439F
                 MOVE SCHED-DUE-DATE      TO LS-SCHED-DUE-DATE          0140439G
                 MOVE CUST-LANG-CODE      TO LS-LANG-CODE               0140439H
                 MOVE HH-ADULTS           TO LS-HH-ADULTS               0140439I
                 MOVE HH-CHILDREN         TO LS-HH-CHILDREN             0140439J
                 COMPUTE LS-INTEREST = RATE * 100                       00140535
                 SET SUCCESS TO TRUE                                    00140633
                                                                        00140725
           MOVE LS-CAMPAIGN-CODE TO APP-CAMPAIGN-CODE                    0014374
           MOVE LS-DUE-DAY TO APP-DUE-DAY                                0014374
           MOVE LS-LANG-CODE TO CUST-LANG-CODE                           0014374
      *    AN APPLICATION WITH NO HOUSEHOLD DECLARED IS PRICED AS A     0014374B
      *    SINGLE ADULT - THE APPLICANT IS ALWAYS ONE OF THE ADULTS     0014374C
           MOVE LS-HH-ADULTS TO HH-ADULTS                               0014374D
           IF HH-ADULTS < 1                                             0014374E
              MOVE 1 TO HH-ADULTS                                       0014374F
           END-IF                                                       0014374G
           MOVE LS-HH-CHILDREN TO HH-CHILDREN                           0014374H
           MOVE ZERO TO FRAUD-SCORE                                     0014374A
                                                                        0014375A
           MOVE SPACES TO WS-PARTNER-RSN                                0014375B
           IF NOT SW-UPDATE                                             0014375B
              PERFORM 201-ASSIGN-BRANCH-OFFICER                         0014375C
              PERFORM 202-CHECK-PARTNER                                 0014375D
           END-IF                                                       0014375D
                                                                        00143840
      *    THE POPULATION REGISTER TOLD US THIS PERSON HAS DIED -       0014384A
              WHEN WS-DECEASED-CNT > 0                                  0014384N
                 MOVE 'CUSTOMER DECEASED - REFER TO ESTATE DESK'        0014384O
                      TO LS-MESSAGE                                     0014384P
              WHEN WS-PARTNER-RSN NOT = SPACES                          0014384Q
                 MOVE WS-PARTNER-RSN TO LS-MESSAGE                      0014384R
              WHEN LS-LOAN-AMN <= 00                                    00144040
                 MOVE 'LOAN AMOUNT CANNOT BE NEGATIVE NUMBER'           00144140
                      TO LS-MESSAGE                                     00144240
           END-EVALUATE                                                 00145040
           EXIT.                                                        00145105
                                                                        00145205
      *    WE ANSWER FOR OUR INTERMEDIARIES: AN APPLICATION A PARTNER   00145206
      *    SUBMITS, BY BULK FILE OR THROUGH THE WEB SERVICE, IS ONLY    00145207
      *    TAKEN WHEN THE PARTNER IS ON THE REGISTRY, ACTIVE, HOLDS A   00145208
      *    LICENCE THAT HAS NOT EXPIRED, IS INSIDE A CONTRACT PERIOD    00145209
      *    TODAY AND IS ALLOWED THE PRODUCT APPLIED FOR. AN IN-HOUSE    0014520A
      *    SUBMISSION CARRIES NO PARTNER AND IS NOT CHECKED             0014520B
       202-CHECK-PARTNER.                                               0014520C
           IF LS-PARTNER-ID NOT = SPACES AND                            0014520D
              LS-PARTNER-ID NOT = LOW-VALUE                             0014520E
              MOVE LS-PARTNER-ID TO PART-PARTNER-ID                     0014520F
              EXEC SQL                                                  0014520G
                 SELECT P.PARTNER_STATUS,                               0014520H
                        CASE WHEN P.LICENCE_EXPIRY < CURRENT DATE       0014520I
                             THEN 'N' ELSE 'Y' END,                     0014520J
                        CASE WHEN EXISTS                                0014520K
                           (SELECT 1 FROM KALA15.PARTNER_CONTRACT C     0014520L
                             WHERE C.PARTNER_ID = P.PARTNER_ID          0014520M
                               AND C.CONTRACT_START <= CURRENT DATE     0014520N
                               AND (C.CONTRACT_END IS NULL OR           0014520O
                                    C.CONTRACT_END >= CURRENT DATE))    0014520P
                             THEN 'Y' ELSE 'N' END                      0014520Q
                   INTO :PART-STATUS, :WS-LICENCE-VALID,                0014520R
                        :WS-CONTRACT-VALID                              0014520S
                   FROM KALA15.PARTNER P                                0014520T
                  WHERE P.PARTNER_ID = :PART-PARTNER-ID                 0014520U
              END-EXEC                                                  0014520V
              EVALUATE TRUE                                             0014520W
                 WHEN SQLCODE = 100                                     0014520X
                    MOVE 'PARTNER NOT REGISTERED' TO WS-PARTNER-RSN     0014520Y
                 WHEN SQLCODE NOT = 00                                  0014520Z
                    MOVE 'PARTNER REGISTRY UNAVAILABLE'                 00145210
                       TO WS-PARTNER-RSN                                00145211
                 WHEN PART-SUSPENDED                                    00145212
                    MOVE 'PARTNER SUSPENDED' TO WS-PARTNER-RSN          00145213
                 WHEN NOT PART-ACTIVE                                   00145214
                    MOVE 'PARTNER NOT ACTIVE' TO WS-PARTNER-RSN         00145215
                 WHEN WS-LICENCE-VALID NOT = 'Y'                        00145216
                    MOVE 'PARTNER LICENCE EXPIRED' TO WS-PARTNER-RSN    00145217
                 WHEN WS-CONTRACT-VALID NOT = 'Y'                       00145218
                    MOVE 'PARTNER OUT OF CONTRACT' TO WS-PARTNER-RSN    00145219
                 WHEN OTHER                                             0014521A
                    PERFORM 202A-CHECK-PARTNER-PRODUCT                  0014521B
              END-EVALUATE                                              0014521C
           END-IF                                                       0014521D
           EXIT.                                                        0014521E
                                                                        0014521F
      *    A BLANK PRODUCT CODE IS THE GENERIC CONSUMER PRODUCT, AS     0014521G
      *    206-LOAD-PRODUCT TREATS IT                                   0014521H
       202A-CHECK-PARTNER-PRODUCT.                                      0014521I
           MOVE LS-PARTNER-ID TO PPRD-PARTNER-ID                        0014521J
           IF LS-PRODUCT-CODE = SPACES OR                               0014521K
              LS-PRODUCT-CODE = LOW-VALUE                               0014521L
              MOVE 'CONSUMER' TO PPRD-PRODUCT-CODE                      0014521M
           ELSE                                                         0014521N
              MOVE LS-PRODUCT-CODE TO PPRD-PRODUCT-CODE                 0014521O
           END-IF                                                       0014521P
           EXEC SQL                                                     0014521Q
              SELECT COUNT(*)                                           0014521R
                INTO :WS-PARTNER-PROD-CNT                               0014521S
                FROM KALA15.PARTNER_PRODUCT                             0014521T
               WHERE PARTNER_ID = :PPRD-PARTNER-ID                      0014521U
                 AND PRODUCT_CODE = :PPRD-PRODUCT-CODE                  0014521V
           END-EXEC                                                     0014521W
           IF SQLCODE NOT = 00 OR WS-PARTNER-PROD-CNT = ZERO            0014521X
              MOVE 'PRODUCT NOT ALLOWED TO PARTNER' TO WS-PARTNER-RSN   0014521Y
           END-IF                                                       0014521Z
           EXIT.                                                        00145220
                                                                        00145221
      *    ASSIGNS THE BRANCH AND LOAN OFFICER HANDLING THIS            00145206
      *    APPLICATION FROM THE SIGNED-ON TERMINAL AND OPERATOR -       00145209
      *    A WALK-UP TERMINAL OR OPERATOR WITH NO MATCHING ROW GETS     00145212
              SELECT OFFICER_ID                                         00145266
                INTO :OFFICER-ID                                        00145269
                FROM KALA15.LOAN_OFFICER                                00145272
               WHERE OPERATOR_ID = :WS-SIGNON-OPID                      00145273
           END-EXEC                                                     00145278
                                                                        00145281
           IF SQLCODE = 00                                              00145284
           END-IF                                                       00145290
           EXIT.                                                        00145293
                                                                        00145294
      *    PRICES THE MONTHLY LIVING COSTS OF THE HOUSEHOLD IN HH-ADULTS00145295
      *    AND HH-CHILDREN FROM THE LIVING_COST_NORM ROW IN FORCE - THE 00145296
      *    FIRST ADULT, EACH FURTHER ADULT AND EACH CHILD AT THEIR OWN  00145297
      *    RATE. 238-STRESS-TEST-PAYMENT AND 271-SOLVE-MAX-BRACKET TAKE 00145298
      *    THE RESULT OUT OF THE INCOME BEFORE THEY DECIDE. NO ROW IN   00145299
      *    FORCE LEAVES THE NORM AT ZERO, SO THE TESTS RUN ON THE WHOLE 0014529A
      *    INCOME AS THEY DID BEFORE THE TABLE WAS LOADED               0014529B
       203-LOAD-LIVING-COST-NORM.                                       0014529C
           MOVE ZERO TO WS-LCN-NORM-AMT                                 0014529D
           MOVE HH-ADULTS TO WS-LCN-ADULTS                              0014529E
           IF WS-LCN-ADULTS < 1                                         0014529F
              MOVE 1 TO WS-LCN-ADULTS                                   0014529G
           END-IF                                                       0014529H
           EXEC SQL                                                     0014529I
              SELECT FIRST_ADULT_AMT, ADDL_ADULT_AMT, CHILD_AMT         0014529J
                INTO :LCN-FIRST-ADULT-AMT, :LCN-ADDL-ADULT-AMT,         0014529K
                     :LCN-CHILD-AMT                                     0014529L
                FROM KALA15.LIVING_COST_NORM                            0014529M
               WHERE EFFECTIVE_DATE <= CURRENT DATE                     0014529N
                 AND (END_DATE IS NULL OR                               0014529O
                      END_DATE >= CURRENT DATE)                         0014529P
               ORDER BY NORM_ID DESC                                    0014529Q
               FETCH FIRST 1 ROWS ONLY                                  0014529R
           END-EXEC                                                     0014529S
           IF SQLCODE = 00                                              0014529T
              COMPUTE WS-LCN-NORM-AMT =                                 0014529U
                      LCN-FIRST-ADULT-AMT                               0014529V
                    + (WS-LCN-ADULTS - 1) * LCN-ADDL-ADULT-AMT          0014529W
                    + HH-CHILDREN * LCN-CHILD-AMT                       0014529X
           END-IF                                                       0014529Y
           EXIT.                                                        0014529Z
                                                                        001452A0
      *    LOADS THE CURRENTLY-EFFECTIVE UNDERWRITING THRESHOLDS FROM   00145295
      *    LOAN_LIMITS - 211-EVALUATE-AGE AND 212-EVALUATE-APPLICATION- 00145296
      *    INFO USE THESE INSTEAD OF HARDCODED LITERALS SO RISK/POLICY  00145297
      *    APPLICATION HAS NO APP-ID YET, SO THE COLLATERAL DEMAND      001453AV
      *    BITES WHEN THE APPLICATION IS EDITED AND RESUBMITTED AFTER   001453AW
      *    LOANCOLL CAPTURED THE SECURITY, THE SAME RHYTHM THE          001453AX
      *    DOCUMENT CHECKLIST GATE ALREADY HAS.  A SHARE OF AN ITEM     001453AY
      *    FILED UNDER ANOTHER LOAN AND PLEDGED TO THIS ONE COUNTS      001453AZ
       214-CHECK-PRODUCT-RULES.                                         001453AZ
           EVALUATE TRUE                                                001453BA
              WHEN PRODUCT-NOT-FOUND                                    001453BB
                      INTO :WS-PROD-COLL-CNT                            001453BQ
                      FROM KALA15.COLLATERAL                            001453BR
                     WHERE APP_ID = :APP-ID                             001453BS
                        OR COLL_ID IN                                   001453BT
                          (SELECT AL.COLL_ID                            001453BU
                             FROM KALA15.COLLATERAL_ALLOCATION AL       001453BV
                            WHERE AL.APP_ID = :APP-ID                   001453BW
                              AND AL.RELEASE_STATUS IS NULL)            001453BX
                 END-EXEC                                               001453BT
                 IF WS-PROD-COLL-CNT = ZERO                             001453BU
                    MOVE 0 TO APP-STATUS                                001453BV
              MOVE 'HELD FOR COMPLIANCE REVIEW' TO LS-MESSAGE           001453AN
           END-IF                                                       001453AO
           EXIT.                                                        001453AP
                                                                        001453AQ
      *    A CUSTOMER UNDER GUARDIANSHIP CANNOT TAKE ON CREDIT WITHOUT  001453AR
      *    THE GUARDIAN'S CONSENT. AN ACTIVE GUARDIANSHIP OVER THE      001453AS
      *    APPLICANT OR THE CO-APPLICANT HOLDS THE APPLICATION IN THE   001453AT
      *    SUPERVISOR QUEUE UNTIL THE CONSENT IS KEYED ON LOANGRDN;     001453AU
      *    240-INSERT SENDS EACH GUARDIAN THE CONSENT REQUEST           001453AV
       219B-CHECK-GUARDIANSHIP.                                         001453AW
           MOVE 'N' TO WS-GRD-HOLD-SW                                   001453AX
           MOVE LS-APP-ID TO WS-GRD-APP-ID                              001453AY
           MOVE LS-CO-SSN TO WS-GRD-CO-SSN                              001453AZ
           PERFORM 219C-COUNT-MISSING-CONSENT                           001453B0
           IF WS-GRD-OPEN-CNT > ZERO                                    001453B1
              MOVE 3 TO APP-STATUS                                      001453B2
              MOVE 'Y' TO WS-GRD-HOLD-SW                                001453B3
              MOVE 'HELD - GUARDIAN CONSENT REQUIRED' TO LS-MESSAGE     001453B4
           END-IF                                                       001453B5
           EXIT.                                                        001453B6
                                                                        001453B7
      *    ACTIVE GUARDIANSHIPS OVER THE CUSTOMER IN WS-SSN, THE        001453B8
      *    CO-APPLICANT IN WS-GRD-CO-SSN OR ANY CO-APPLICANT ALREADY    001453B9
      *    ON APPLICATION WS-GRD-APP-ID, WITH NO CONSENT ON FILE FOR    001453BA
      *    THAT APPLICATION                                             001453BB
       219C-COUNT-MISSING-CONSENT.                                      001453BC
           MOVE ZERO TO WS-GRD-OPEN-CNT                                 001453BD
           EXEC SQL                                                     001453BE
              SELECT COUNT(*)                                           001453BF
                INTO :WS-GRD-OPEN-CNT                                   001453BG
                FROM KALA15.GUARDIANSHIP G                              001453BH
               WHERE G.GRD_STATUS = 'A'                                 001453BI
                 AND (G.CUST_SSN = :WS-SSN                              001453BJ
                      OR G.CUST_SSN = :WS-GRD-CO-SSN                    001453BK
                      OR G.CUST_SSN IN                                  001453BL
                         (SELECT C.CO_SSN                               001453BM
                            FROM KALA15.CO_APPLICANT C                  001453BN
                           WHERE C.APP_ID = :WS-GRD-APP-ID))            001453BO
                 AND NOT EXISTS                                         001453BP
                     (SELECT 1                                          001453BQ
                        FROM KALA15.GUARDIAN_CONSENT K                  001453BR
                       WHERE K.GRD_ID = G.GRD_ID                        001453BS
                         AND K.APP_ID = :WS-GRD-APP-ID)                 001453BT
           END-EXEC                                                     001453BU
           IF SQLCODE NOT = 00                                          001453BV
              MOVE ZERO TO WS-GRD-OPEN-CNT                              001453BW
           END-IF                                                       001453BX
           EXIT.                                                        001453BY
                                                                        001453BZ
      *    THE SAME COUNT FOR AN APPLICATION ALREADY ON FILE, KEYED BY  001453C0
      *    APP-ID WITH ITS CUSTOMER IN CUST-SSN                         001453C1
       219D-CHECK-APP-CONSENT.                                          001453C2
           MOVE CUST-SSN TO WS-SSN                                      001453C3
           MOVE SPACES TO WS-GRD-CO-SSN                                 001453C4
           MOVE APP-ID TO WS-GRD-APP-ID                                 001453C5
           PERFORM 219C-COUNT-MISSING-CONSENT                           001453C6
           EXIT.                                                        001453C7
                                                                        001453C8
      *    ONE CONSENT REQUEST PER ACTIVE GUARDIANSHIP, ADDRESSED TO    001453C9
      *    THE GUARDIAN AS THE REGISTER GIVES THEM                      001453CA
       219E-REQUEST-GUARDIAN-CONSENT.                                   001453CB
           MOVE 'F' TO CORR-LANG-CODE                                   001453CC
           EXEC SQL                                                     001453CD
              SELECT COALESCE(LANG_CODE, 'F')                           001453CE
                INTO :CORR-LANG-CODE                                    001453CF
                FROM KALA15.CUSTOMER                                    001453CG
               WHERE SSN = :WS-SSN                                      001453CH
           END-EXEC                                                     001453CI
           IF SQLCODE NOT = 00 OR CORR-LANG-CODE = ' '                  001453CJ
              MOVE 'F' TO CORR-LANG-CODE                                001453CK
           END-IF                                                       001453CL
           EXEC SQL                                                     001453CM
              DECLARE GRDREQ CURSOR FOR                                 001453CN
              SELECT G.GRD_ID, G.GUARDIAN_NAME,                         001453CO
                     COALESCE(G.GUARDIAN_POSTAL, ' '),                  001453CP
                     COALESCE(G.GUARDIAN_CITY, ' ')                     001453CQ
                FROM KALA15.GUARDIANSHIP G                              001453CR
               WHERE G.GRD_STATUS = 'A'                                 001453CS
                 AND (G.CUST_SSN = :WS-SSN                              001453CT
                      OR G.CUST_SSN = :WS-GRD-CO-SSN)                   001453CU
           END-EXEC                                                     001453CV
           EXEC SQL                                                     001453CW
              OPEN GRDREQ                                               001453CX
           END-EXEC                                                     001453CY
           PERFORM 219F-SEND-CONSENT-REQUEST                            001453CZ
              UNTIL SQLCODE NOT = 00                                    001453D0
           EXEC SQL                                                     001453D1
              CLOSE GRDREQ                                              001453D2
           END-EXEC                                                     001453D3
           EXIT.                                                        001453D4
                                                                        001453D5
       219F-SEND-CONSENT-REQUEST.                                       001453D6
           EXEC SQL                                                     001453D7
              FETCH GRDREQ                                              001453D8
               INTO :GRD-ID, :GRD-GUARDIAN-NAME,                        001453D9
                    :GRD-GUARDIAN-POSTAL, :GRD-GUARDIAN-CITY            001453DA
           END-EXEC                                                     001453DB
           IF SQLCODE = 00                                              001453DC
              EXEC SQL                                                  001453DD
                 SELECT COALESCE(MAX(CORR_ID), 0) + 1                   001453DE
                   INTO :CORR-ID                                        001453DF
                   FROM KALA15.CORRESPONDENCE                           001453DG
              END-EXEC                                                  001453DH
              MOVE APP-ID TO CORR-APP-ID                                001453DI
              MOVE 'GRDCONSENT' TO CORR-TYPE                            001453DJ
              MOVE SPACES TO CORR-DESTINATION                           001453DK
              STRING GRD-GUARDIAN-NAME DELIMITED BY '  '                001453DL
                     ', ' GRD-GUARDIAN-POSTAL ' ' GRD-GUARDIAN-CITY     001453DM
                     DELIMITED BY SIZE                                  001453DN
                     INTO CORR-DESTINATION                              001453DO
              END-STRING                                                001453DP
              EXEC SQL                                                  001453DQ
                 INSERT INTO KALA15.CORRESPONDENCE                      001453DR
                    (CORR_ID, APP_ID, CORR_TYPE, CORR_DATE,             001453DS
                     DESTINATION, LANG_CODE)                            001453DT
                 VALUES                                                 001453DU
                    (:CORR-ID, :CORR-APP-ID, :CORR-TYPE, CURRENT DATE,  001453DV
                     :CORR-DESTINATION, :CORR-LANG-CODE)                001453DW
              END-EXEC                                                  001453DX
           END-IF                                                       001453DY
           EXIT.                                                        001453DZ
                                                                        001453AA
      *    PER-APPLICATION FRAUD SCREEN AT INTAKE, IN THE MOMENT -      001453AB
      *    THE LOANVOL ANOMALY JOB ONLY SEES VOLUME SPIKES AFTER THE    001453AC
           END-IF                                                       001453CI
           EXIT.                                                        001453CJ
                                                                        001453CK
      *    ASKS THE INCOMES REGISTER FOR THE APPLICANT'S REPORTED       001453CJ
      *    GROSS EARNINGS OVER THE CONFIGURED NUMBER OF RECENT MONTHS   001453CK
      *    (DEFAULT THREE) AND AVERAGES THEM. THE AVERAGE IS STORED AS  001453CL
      *    VERIFIED-INC; WHEN IT IS BELOW THE DECLARED INCOME IT IS     001453CM
      *    THE FIGURE THE AFFORDABILITY TESTS USE, AND WHEN THE         001453CN
      *    DECLARED INCOME OVERSTATES IT BY MORE THAN THE CONFIGURED    001453CO
      *    TOLERANCE 210 PARKS THE APPLICATION FOR MANUAL REVIEW. NO    001453CP
      *    ANSWER FROM THE REGISTER LEAVES THE DECLARED FIGURE IN       001453CQ
      *    PLACE, THE SAME WAY A FAILED EMPLOYMENT CHECK DOES NOT       001453CR
      *    DECLINE ON ITS OWN                                           001453CS
       204-VERIFY-INCOME.                                               001453CT
           MOVE 'N' TO WS-INC-VERIFIED-SW                               001453CU
           MOVE 'N' TO WS-INC-VARIANCE-SW                               001453CV
           MOVE ZERO TO VERIFIED-INC                                    001453CW
           MOVE -1 TO IV-VERIFIED-INC                                   001453CX
           MOVE LS-MO-GROSS-INC TO WS-INC-BASIS                         001453CY
           IF LS-MO-GROSS-INC > 0                                       001453CZ
              PERFORM 204B-INQUIRE-INCOME                               001453D0
           END-IF                                                       001453D1
                                                                        001453D2
           IF INC-VERIFIED                                              001453D3
              MOVE ZERO TO WS-INC-SUM                                   001453D4
              PERFORM 204A-ADD-EARNINGS                                 001453D5
                 VARYING WS-INC-IX FROM 1 BY 1                          001453D6
                 UNTIL WS-INC-IX > WS-INC-RESP-CNT                      001453D7
              IF WS-INC-RESP-CNT > 0                                    001453D8
                 COMPUTE VERIFIED-INC ROUNDED =                         001453D9
                         WS-INC-SUM / WS-INC-RESP-CNT                   001453DA
              END-IF                                                    001453DB
              MOVE ZERO TO IV-VERIFIED-INC                              001453DC
              IF VERIFIED-INC < LS-MO-GROSS-INC                         001453DD
                 MOVE VERIFIED-INC TO WS-INC-BASIS                      001453DE
              END-IF                                                    001453DF
                                                                        001453DG
              MOVE 10 TO WS-INC-TOL-PCT                                 001453DH
              MOVE 'INCREG_TOL_PCT    ' TO BUSPARM-NAME                 001453DI
              EXEC SQL                                                  001453DJ
                 SELECT PARAM_VALUE                                     001453DK
                   INTO :BUSPARM-VALUE                                  001453DL
                   FROM KALA15.BUSINESS_PARAM                           001453DM
                  WHERE PARAM_NAME = :BUSPARM-NAME                      001453DN
                    AND EFFECTIVE_DATE <= CURRENT DATE                  001453DO
                    AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)  001453DP
              END-EXEC                                                  001453DQ
              IF SQLCODE = 00                                           001453DR
                 MOVE BUSPARM-VALUE TO WS-INC-TOL-PCT                   001453DS
              END-IF                                                    001453DT
              MOVE 200 TO WS-INC-TOL-AMT                                001453DU
              MOVE 'INCREG_TOL_AMT    ' TO BUSPARM-NAME                 001453DV
              EXEC SQL                                                  001453DW
                 SELECT PARAM_VALUE                                     001453DX
                   INTO :BUSPARM-VALUE                                  001453DY
                   FROM KALA15.BUSINESS_PARAM                           001453DZ
                  WHERE PARAM_NAME = :BUSPARM-NAME                      001453E0
                    AND EFFECTIVE_DATE <= CURRENT DATE                  001453E1
                    AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)  001453E2
              END-EXEC                                                  001453E3
              IF SQLCODE = 00                                           001453E4
                 MOVE BUSPARM-VALUE TO WS-INC-TOL-AMT                   001453E5
              END-IF                                                    001453E6
                                                                        001453E7
      *       A SHARE OF THE DECLARED INCOME, BUT NEVER LESS THAN THE   001453E8
      *       FLAT AMOUNT - ONE SHORT MONTH IS NOT AN INFLATED CLAIM    001453E9
              COMPUTE WS-INC-TOLERANCE =                                001453EA
                      LS-MO-GROSS-INC * WS-INC-TOL-PCT / 100            001453EB
              IF WS-INC-TOLERANCE < WS-INC-TOL-AMT                      001453EC
                 MOVE WS-INC-TOL-AMT TO WS-INC-TOLERANCE                001453ED
              END-IF                                                    001453EE
              IF LS-MO-GROSS-INC - VERIFIED-INC > WS-INC-TOLERANCE      001453EF
                 MOVE 'Y' TO WS-INC-VARIANCE-SW                         001453EG
              END-IF                                                    001453EH
           END-IF                                                       001453EI
           EXIT.                                                        001453EJ
                                                                        001453EK
       204A-ADD-EARNINGS.                                               001453EL
           ADD WS-INC-RESP-GROSS(WS-INC-IX) TO WS-INC-SUM               001453EM
           EXIT.                                                        001453EN
                                                                        001453EO
      *    ONE EARNINGS INQUIRY FOR WS-SSN. ONLY A GOOD CALL WITH A     001453EP
      *    ZERO SERVICE STATUS COUNTS AS VERIFIED                       001453EQ
       204B-INQUIRE-INCOME.                                             001453ER
           MOVE 3 TO WS-INC-MONTHS                                      001453ES
           MOVE 'INCREG_MONTHS     ' TO BUSPARM-NAME                    001453ET
           EXEC SQL                                                     001453EU
              SELECT PARAM_VALUE                                        001453EV
                INTO :BUSPARM-VALUE                                     001453EW
                FROM KALA15.BUSINESS_PARAM                              001453EX
               WHERE PARAM_NAME = :BUSPARM-NAME                         001453EY
                 AND EFFECTIVE_DATE <= CURRENT DATE                     001453EZ
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     001453F0
           END-EXEC                                                     001453F1
           IF SQLCODE = 00                                              001453F2
              MOVE BUSPARM-VALUE TO WS-INC-MONTHS                       001453F3
           END-IF                                                       001453F4
           IF WS-INC-MONTHS < 1 OR WS-INC-MONTHS > 12                   001453F5
              MOVE 3 TO WS-INC-MONTHS                                   001453F6
           END-IF                                                       001453F7
           MOVE WS-SSN        TO WS-INC-REQ-SSN                         001453F8
           MOVE WS-INC-MONTHS TO WS-INC-REQ-MONTHS                      001453F9
                                                                        001453FA
           EXEC CICS PUT CONTAINER('INCREQ')                            001453FB
                CHANNEL('INCREGCHN')                                    001453FC
                FROM(WS-INC-REQUEST)                                    001453FD
           END-EXEC                                                     001453FE
                                                                        001453FF
           EXEC CICS INVOKE WEBSERVICE('INCOMEREG')                     001453FG
                OPERATION('GETEARNINGS')                                001453FH
                CHANNEL('INCREGCHN')                                    001453FI
                RESP(WS-RESPCODE)                                       001453FJ
           END-EXEC                                                     001453FK
                                                                        001453FL
           IF WS-RESPCODE = DFHRESP(NORMAL)                             001453FM
              EXEC CICS GET CONTAINER('INCRESP')                        001453FN
                   CHANNEL('INCREGCHN')                                 001453FO
                   INTO(WS-INC-RESPONSE)                                001453FP
              END-EXEC                                                  001453FQ
              IF WS-INC-RESP-STATUS = '00'                              001453FR
                 MOVE 'Y' TO WS-INC-VERIFIED-SW                         001453FS
                 IF WS-INC-RESP-CNT > WS-INC-MONTHS                     001453FT
                    MOVE WS-INC-MONTHS TO WS-INC-RESP-CNT               001453FU
                 END-IF                                                 001453FV
                 IF WS-INC-RESP-CNT < 0                                 001453FW
                    MOVE ZERO TO WS-INC-RESP-CNT                        001453FX
                 END-IF                                                 001453FY
              END-IF                                                    001453FZ
           END-IF                                                       001453G0
           EXIT.                                                        001453G1
                                                                        001453G2
      *    ASKS THE POSITIVE CREDIT REGISTER WHAT THE APPLICANT - AND   001453G3
      *    THE CO-APPLICANT, WHEN THERE IS ONE - ACTUALLY OWES. THE     001453G4
      *    REGISTER TOTAL REPLACES THE DECLARED CURR-LOANS IN           001453G5
      *    212-EVALUATE-APPLICATION-INFO'S DEBT TESTS; A DECLARED       001453G6
      *    FIGURE OUTSIDE THE CONFIGURED TOLERANCE OF THE REGISTER, OR  001453G7
      *    NO ANSWER FROM THE REGISTER AT ALL, PARKS AN OTHERWISE       001453G8
      *    APPROVABLE APPLICATION FOR MANUAL REVIEW IN 210              001453G9
       209-CHECK-CREDIT-REGISTER.                                       001453CJ
           MOVE 'Y' TO WS-PCR-ANSWER-SW                                 001453CK
           MOVE 'N' TO WS-PCR-DISC-SW                                   001453CL
           MOVE ZERO TO WS-PCR-HELD-CNT, WS-PCR-TOTAL-DEBT,             001453CM
                        WS-PCR-TOTAL-INSTALL, WS-PCR-DTI-INSTALL        001453CN
           MOVE SPACES TO REVIEW-REASON                                 001453CO
           MOVE ZERO TO REGISTER-DEBT                                   001453CP
           MOVE -1 TO IV-REGISTER-DEBT                                  001453CQ
                                                                        001453CR
           MOVE WS-SSN TO WS-PCR-REQ-SSN                                001453CS
           PERFORM 209A-INQUIRE-REGISTER                                001453CT
                                                                        001453CU
      *    A CO-APPLICANT KEYED WITH THIS SUBMISSION IS ASKED ABOUT     001453CV
      *    DIRECTLY; ON A RE-UNDERWRITE THE ONE ALREADY ON FILE IS      001453CW
           MOVE LS-CO-SSN TO WS-PCR-CO-SSN                              001453CX
           IF WS-PCR-CO-SSN = SPACES AND LS-APP-ID > 0                  001453CY
              MOVE LS-APP-ID TO WS-PCR-APP-ID                           001453CZ
              EXEC SQL                                                  001453D0
                 SELECT CO_SSN                                          001453D1
                   INTO :WS-PCR-CO-SSN                                  001453D2
                   FROM KALA15.CO_APPLICANT                             001453D3
                  WHERE APP_ID = :WS-PCR-APP-ID                         001453D4
                    AND (RELEASE_STATUS IS NULL OR                      001453D5
                         RELEASE_STATUS <> 'RELEASED')                  001453D6
              END-EXEC                                                  001453D7
              IF SQLCODE NOT = 00                                       001453D8
                 MOVE SPACES TO WS-PCR-CO-SSN                           001453D9
              END-IF                                                    001453DA
           END-IF                                                       001453DB
           IF WS-PCR-CO-SSN NOT = SPACES AND PCR-ANSWERED               001453DC
              MOVE WS-PCR-CO-SSN TO WS-PCR-REQ-SSN                      001453DD
              PERFORM 209A-INQUIRE-REGISTER                             001453DE
           END-IF                                                       001453DF
                                                                        001453DG
           IF PCR-ANSWERED                                              001453DH
              MOVE WS-PCR-TOTAL-DEBT TO REGISTER-DEBT                   001453DI
              MOVE ZERO TO IV-REGISTER-DEBT                             001453DJ
                                                                        001453DK
              MOVE 20 TO WS-PCR-TOL-PCT                                 001453DL
              MOVE 'PCR_TOLERANCE_PCT ' TO BUSPARM-NAME                 001453DM
              EXEC SQL                                                  001453DN
                 SELECT PARAM_VALUE                                     001453DO
                   INTO :BUSPARM-VALUE                                  001453DP
                   FROM KALA15.BUSINESS_PARAM                           001453DQ
                  WHERE PARAM_NAME = :BUSPARM-NAME                      001453DR
                    AND EFFECTIVE_DATE <= CURRENT DATE                  001453DS
                    AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)  001453DT
              END-EXEC                                                  001453DU
              IF SQLCODE = 00                                           001453DV
                 MOVE BUSPARM-VALUE TO WS-PCR-TOL-PCT                   001453DW
              END-IF                                                    001453DX
              MOVE 1000 TO WS-PCR-TOL-AMT                               001453DY
              MOVE 'PCR_TOLERANCE_AMT ' TO BUSPARM-NAME                 001453DZ
              EXEC SQL                                                  001453E0
                 SELECT PARAM_VALUE                                     001453E1
                   INTO :BUSPARM-VALUE                                  001453E2
                   FROM KALA15.BUSINESS_PARAM                           001453E3
                  WHERE PARAM_NAME = :BUSPARM-NAME                      001453E4
                    AND EFFECTIVE_DATE <= CURRENT DATE                  001453E5
                    AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)  001453E6
              END-EXEC                                                  001453E7
              IF SQLCODE = 00                                           001453E8
                 MOVE BUSPARM-VALUE TO WS-PCR-TOL-AMT                   001453E9
              END-IF                                                    001453EA
                                                                        001453EB
      *       THE TOLERANCE IS A SHARE OF THE REGISTER TOTAL, BUT       001453EC
      *       NEVER LESS THAN THE FLAT AMOUNT - ROUNDING ON A SMALL     001453ED
      *       CARD BALANCE IS NOT A MATERIAL DISCREPANCY                001453EE
              COMPUTE WS-PCR-TOLERANCE =                                001453EF
                      WS-PCR-TOTAL-DEBT * WS-PCR-TOL-PCT / 100          001453EG
              IF WS-PCR-TOLERANCE < WS-PCR-TOL-AMT                      001453EH
                 MOVE WS-PCR-TOL-AMT TO WS-PCR-TOLERANCE                001453EI
              END-IF                                                    001453EJ
              COMPUTE WS-PCR-DIFF = WS-PCR-TOTAL-DEBT - LS-CURR-LOANS   001453EK
              IF WS-PCR-DIFF < ZERO                                     001453EL
                 COMPUTE WS-PCR-DIFF = ZERO - WS-PCR-DIFF               001453EM
              END-IF                                                    001453EN
              IF WS-PCR-DIFF > WS-PCR-TOLERANCE                         001453EO
                 MOVE 'Y' TO WS-PCR-DISC-SW                             001453EP
              END-IF                                                    001453EQ
           END-IF                                                       001453ER
           EXIT.                                                        001453ES
                                                                        001453ET
      *    ONE REGISTER INQUIRY FOR THE ID IN WS-PCR-REQ-SSN. A FAILED  001453EU
      *    CALL OR A NON-ZERO SERVICE STATUS LEAVES THE WHOLE INQUIRY   001453EV
      *    UNANSWERED; OTHERWISE EACH RETURNED CREDIT IS HELD FOR       001453EW
      *    FILING AND ADDED TO THE TOTALS                               001453EX
       209A-INQUIRE-REGISTER.                                           001453EY
           EXEC CICS PUT CONTAINER('PCRREQ')                            001453EZ
                CHANNEL('PCRCHN')                                       001453F0
                FROM(WS-PCR-REQUEST)                                    001453F1
           END-EXEC                                                     001453F2
                                                                        001453F3
           EXEC CICS INVOKE WEBSERVICE('POSCREDREG')                    001453F4
                OPERATION('GETCREDITS')                                 001453F5
                CHANNEL('PCRCHN')                                       001453F6
                RESP(WS-RESPCODE)                                       001453F7
           END-EXEC                                                     001453F8
                                                                        001453F9
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)                         001453FA
              MOVE 'N' TO WS-PCR-ANSWER-SW                              001453FB
           ELSE                                                         001453FC
              EXEC CICS GET CONTAINER('PCRRESP')                        001453FD
                   CHANNEL('PCRCHN')                                    001453FE
                   INTO(WS-PCR-RESPONSE)                                001453FF
              END-EXEC                                                  001453FG
              IF WS-PCR-RESP-STATUS NOT = '00'                          001453FH
                 MOVE 'N' TO WS-PCR-ANSWER-SW                           001453FI
              ELSE                                                      001453FJ
                 IF WS-PCR-RESP-CNT > 20                                001453FK
                    MOVE 20 TO WS-PCR-RESP-CNT                          001453FL
                 END-IF                                                 001453FM
                 PERFORM 209C-HOLD-REGISTER-CREDIT                      001453FN
                    VARYING WS-PCR-IX FROM 1 BY 1                       001453FO
                    UNTIL WS-PCR-IX > WS-PCR-RESP-CNT                   001453FP
              END-IF                                                    001453FQ
           END-IF                                                       001453FR
           EXIT.                                                        001453FS
                                                                        001453FT
      *    EVERY CREDIT COUNTS TOWARD THE TOTALS; THE HELD TABLE KEEPS  001453FU
      *    AS MANY AS IT HAS ROOM FOR                                   001453FV
       209C-HOLD-REGISTER-CREDIT.                                       001453FW
           ADD WS-PCR-RESP-BALANCE(WS-PCR-IX) TO WS-PCR-TOTAL-DEBT      001453FX
           ADD WS-PCR-RESP-INSTALL(WS-PCR-IX) TO WS-PCR-TOTAL-INSTALL   001453FY
           IF WS-PCR-HELD-CNT < 40                                      001453FZ
              ADD 1 TO WS-PCR-HELD-CNT                                  001453G0
              MOVE WS-PCR-REQ-SSN                                       001453G1
                TO WS-PCR-HELD-SSN(WS-PCR-HELD-CNT)                     001453G2
              MOVE WS-PCR-RESP-CREDITOR(WS-PCR-IX)                      001453G3
                TO WS-PCR-HELD-CREDITOR(WS-PCR-HELD-CNT)                001453G4
              MOVE WS-PCR-RESP-TYPE(WS-PCR-IX)                          001453G5
                TO WS-PCR-HELD-TYPE(WS-PCR-HELD-CNT)                    001453G6
              MOVE WS-PCR-RESP-BALANCE(WS-PCR-IX)                       001453G7
                TO WS-PCR-HELD-BALANCE(WS-PCR-HELD-CNT)                 001453G8
              MOVE WS-PCR-RESP-LIMIT(WS-PCR-IX)                         001453G9
                TO WS-PCR-HELD-LIMIT(WS-PCR-HELD-CNT)                   001453GA
              MOVE WS-PCR-RESP-INSTALL(WS-PCR-IX)                       001453GB
                TO WS-PCR-HELD-INSTALL(WS-PCR-HELD-CNT)                 001453GC
           END-IF                                                       001453GD
           EXIT.                                                        001453GE
                                                                        001453GF
      *    FILES THE HELD CREDITS UNDER WS-PCR-APP-ID. AN INTAKE        001453GG
      *    REPLACES EVERYTHING ON FILE FOR THE APPLICATION; A           001453GH
      *    CO-APPLICANT CHANGE REPLACES ONLY THE CO-APPLICANT'S SHARE,  001453GI
      *    THE APPLICANT'S OWN ROWS STAYING AS THEY WERE                001453GJ
       209D-STORE-REGISTER-CREDITS.                                     001453GK
           IF SW-COAPP                                                  001453GL
              EXEC SQL                                                  001453GM
                 DELETE FROM KALA15.REGISTER_CREDIT                     001453GN
                  WHERE APP_ID = :WS-PCR-APP-ID                         001453GO
                    AND CUST_SSN NOT IN                                 001453GP
                        (SELECT A.CUST_SSN                              001453GQ
                           FROM KALA15.APPLICATIONS A                   001453GR
                          WHERE A.APP_ID = :WS-PCR-APP-ID)              001453GS
              END-EXEC                                                  001453GT
           ELSE                                                         001453GU
              EXEC SQL                                                  001453GV
                 DELETE FROM KALA15.REGISTER_CREDIT                     001453GW
                  WHERE APP_ID = :WS-PCR-APP-ID                         001453GX
              END-EXEC                                                  001453GY
           END-IF                                                       001453GZ
           PERFORM 209E-INSERT-REGISTER-CREDIT                          001453H0
              VARYING WS-PCR-IX FROM 1 BY 1                             001453H1
              UNTIL WS-PCR-IX > WS-PCR-HELD-CNT                         001453H2
           EXIT.                                                        001453H3
                                                                        001453H4
       209E-INSERT-REGISTER-CREDIT.                                     001453H5
           MOVE WS-PCR-APP-ID                 TO PCRC-APP-ID            001453H6
           MOVE WS-PCR-HELD-SSN(WS-PCR-IX)      TO PCRC-CUST-SSN        001453H7
           MOVE WS-PCR-HELD-CREDITOR(WS-PCR-IX) TO PCRC-CREDITOR-NAME   001453H8
           MOVE WS-PCR-HELD-TYPE(WS-PCR-IX)     TO PCRC-CREDIT-TYPE     001453H9
           MOVE WS-PCR-HELD-BALANCE(WS-PCR-IX)  TO PCRC-BALANCE-AMT     001453HA
           MOVE WS-PCR-HELD-LIMIT(WS-PCR-IX)    TO PCRC-CREDIT-LIMIT    001453HB
           MOVE WS-PCR-HELD-INSTALL(WS-PCR-IX)  TO PCRC-MO-INSTALLMENT  001453HC
           EXEC SQL                                                     001453HD
              SELECT COALESCE(MAX(CREDIT_ROW_ID), 0) + 1                001453HE
                INTO :PCRC-CREDIT-ROW-ID                                001453HF
                FROM KALA15.REGISTER_CREDIT                             001453HG
           END-EXEC                                                     001453HH
           EXEC SQL                                                     001453HI
              INSERT INTO KALA15.REGISTER_CREDIT                        001453HJ
                     (CREDIT_ROW_ID, APP_ID, CUST_SSN, CREDITOR_NAME,   001453HK
                      CREDIT_TYPE, BALANCE_AMT, CREDIT_LIMIT,           001453HL
                      MO_INSTALLMENT, INQUIRY_TS)                       001453HM
              VALUES (:PCRC-CREDIT-ROW-ID, :PCRC-APP-ID,                001453HN
                      :PCRC-CUST-SSN, :PCRC-CREDITOR-NAME,              001453HO
                      :PCRC-CREDIT-TYPE, :PCRC-BALANCE-AMT,             001453HP
                      :PCRC-CREDIT-LIMIT, :PCRC-MO-INSTALLMENT,         001453HQ
                      CURRENT TIMESTAMP)                                001453HR
           END-EXEC                                                     001453HS
           IF SQLCODE NOT = 00                                          001453HT
              MOVE 'ERROR WHILE FILING CREDIT REGISTER RESULT'          001453HU
                TO LS-MESSAGE                                           001453HV
              PERFORM 400-RETURN-CONTROL                                001453HW
           END-IF                                                       001453HX
           EXIT.                                                        001453HY
                                                                        001453HZ
       210-APPROVE-APPLICATION.                                         0014531A
      *    A VALID PREAPPROVAL CERTIFICATE CARRIES ITS OWN BUREAU       00145311
      *    RESULT AND LOCKED RATE - THE APPLICATION INHERITS BOTH       00145312
           END-IF                                                       0014531N
           PERFORM 205-LOAD-LOAN-LIMITS                                 0014531B
           PERFORM 206-LOAD-PRODUCT                                     0014531A
           PERFORM 209-CHECK-CREDIT-REGISTER                            0014531B
           PERFORM 204-VERIFY-INCOME                                    0014531C
           PERFORM 211-EVALUATE-AGE                                     00145540
           IF APP-STATUS = 01                                           0014554A
              PERFORM 214-CHECK-PRODUCT-RULES                           0014554B
           IF APP-STATUS = 01                                           0014554A
              PERFORM 219-SCREEN-WATCHLIST                              0014554B
           END-IF                                                       0014554C
           IF APP-STATUS = 01                                           0014554D
              PERFORM 219B-CHECK-GUARDIANSHIP                           0014554E
           END-IF                                                       0014554F
           IF APP-STATUS = 01 AND SW-INSERT                             0014554A
              PERFORM 208-SCORE-FRAUD-RISK                              0014554B
           END-IF                                                       0014554C
           IF APP-STATUS = 01                                           0014564D
              PERFORM 213-CHECK-DOCUMENT-CHECKLIST                      0014564E
           END-IF                                                       0014564F
      *    CREDITWORTHINESS MUST BE JUDGED ON THE REGISTER - WITHOUT    0014564G
      *    ITS ANSWER, OR WITH A DECLARED DEBT IT CONTRADICTS, AN       0014564H
      *    UNDERWRITER DECIDES INSTEAD OF THE RULES                     0014564I
           IF APP-STATUS = 01 AND NOT PCR-ANSWERED                      0014564J
              MOVE 2 TO APP-STATUS                                      0014564K
              MOVE 'PCRNORSP' TO REVIEW-REASON                          0014564L
              MOVE 'HELD - CREDIT REGISTER UNAVAILABLE' TO LS-MESSAGE   0014564M
           END-IF                                                       0014564N
           IF APP-STATUS = 01 AND PCR-DISCREPANCY                       0014564O
              MOVE 2 TO APP-STATUS                                      0014564P
              MOVE 'PCRDEBT ' TO REVIEW-REASON                          0014564Q
              MOVE 'HELD - DECLARED DEBT DIFFERS FROM REGISTER'         0014564R
                TO LS-MESSAGE                                           0014564S
           END-IF                                                       0014564T
           IF APP-STATUS = 01 AND INC-VARIANCE                          0014564U
              MOVE 2 TO APP-STATUS                                      0014564V
              MOVE 'INCVAR  ' TO REVIEW-REASON                          0014564W
              MOVE 'HELD - DECLARED INCOME ABOVE REGISTER'              0014564X
                TO LS-MESSAGE                                           0014564Y
           END-IF                                                       0014564Z
           IF APP-STATUS = 01                                           0014564G
              PERFORM 216-CHECK-SUPERVISOR-THRESHOLD                    0014564H
           END-IF                                                       0014564I
                 MOVE ZERO TO WS-CONS-TOTAL-DEBT                       00149339O
              END-IF                                                   00149339P
           END-IF                                                      00149339Q
      *    THE REGISTER'S FIGURE, WHEN IT ANSWERED, STANDS IN FOR       0149339R
      *    WHAT THE APPLICANT DECLARED                                  0149339S
           IF PCR-ANSWERED                                              0149339T
              MOVE WS-PCR-TOTAL-DEBT TO WS-PCR-DEBT-BASIS               0149339U
           ELSE                                                         0149339V
              MOVE LS-CURR-LOANS TO WS-PCR-DEBT-BASIS                   0149339W
           END-IF                                                       0149339X
           IF WS-CONS-TOTAL-DEBT >= WS-PCR-DEBT-BASIS                  00149339Y
              MOVE ZERO TO WS-CONS-NET-LOANS                           00149339S
           ELSE                                                        00149339T
              COMPUTE WS-CONS-NET-LOANS =                              00149339U
                      WS-PCR-DEBT-BASIS - WS-CONS-TOTAL-DEBT           00149339V
           END-IF                                                      00149339W
      *    THE NET DEBT STILL CARRIES ITS SHARE OF THE REGISTER'S       0149339X
      *    MONTHLY INSTALLMENTS INTO THE DEBT-TO-INCOME GUARD           0149339Y
           MOVE ZERO TO WS-PCR-DTI-INSTALL                              0149339Z
           IF PCR-ANSWERED AND WS-PCR-TOTAL-DEBT > ZERO                 014933A0
              COMPUTE WS-PCR-DTI-INSTALL ROUNDED =                      014933A1
                      WS-PCR-TOTAL-INSTALL * WS-CONS-NET-LOANS          014933A2
                      / WS-PCR-TOTAL-DEBT                               014933A3
           END-IF                                                       014933A4
           IF LS-EMP-STATUS = 'UNEMP' AND LS-LOAN-AMN >= 1000           00149340
              MOVE 0 TO APP-STATUS                                      00149341
              MOVE 'UNEMPLOYED HI AMT' TO REJECT-REASON                00149341A
           ELSE                                                         00149342
      *    DEBT-TO-INCOME GUARD: REJECT IF THE LOAN AMOUNT SPREAD       00149343
      *    OVER ITS PERIOD, PLUS THE REGISTER'S INSTALLMENTS ON THE     00149344
      *    DEBT THAT STAYS, ALREADY EXCEEDS HALF THE APPLICANT'S        00149345
      *    MONTHLY GROSS INCOME, BEFORE INTEREST IS EVEN APPLIED -      00149346
      *    THE INCOME BEING THE INCOMES REGISTER'S FIGURE WHEN THAT     00149347
      *    IS THE LOWER ONE                                             00149348
           IF NOT INC-VERIFIED                                          00149349
              MOVE LS-MO-GROSS-INC TO WS-INC-BASIS                      0014934A
           END-IF                                                       0014934B
           IF LS-MO-GROSS-INC > 0 AND                                   00149346
              ((LS-LOAN-AMN / LS-LOAN-PERIOD) + WS-PCR-DTI-INSTALL) >   00149347
              (WS-INC-BASIS * 5 / 10)                                   00149348
              MOVE 0 TO APP-STATUS                                      00149349
              MOVE 'DEBT TO INCOME' TO REJECT-REASON                   00149349A
           ELSE                                                         00149350
              END-IF                                                    0015301A
           END-IF                                                       0015301B
           EXIT.                                                        0015300U
                                                                        0015300V
      *    THE DAY-COUNT CONVENTION OF THE LOAN'S PRODUCT - A LOAN      0015300W
      *    WITH NO PRODUCT ROW, OR A PRODUCT THAT NAMES NONE, STAYS ON  0015300X
      *    ACTUAL/365                                                   0015300Y
       222A-LOAD-DAY-COUNT-BASIS.                                       0015300Z
           MOVE 'ACT/365' TO WS-DCF-BASIS                               00153010
           EXEC SQL                                                     00153011
              SELECT COALESCE(P.DAY_COUNT_BASIS, 'ACT/365')             00153012
                INTO :WS-DCF-BASIS                                      00153013
                FROM KALA15.APPLICATIONS A, KALA15.PRODUCT P            00153014
               WHERE A.APP_ID = :APP-ID                                 00153015
                 AND P.PRODUCT_CODE =                                   00153016
                     COALESCE(NULLIF(A.PRODUCT_CODE, ' '), 'CONSUMER')  00153017
                 AND P.EFFECTIVE_DATE <= CURRENT DATE                   00153018
                 AND (P.END_DATE IS NULL OR P.END_DATE >= CURRENT DATE) 00153019
               FETCH FIRST 1 ROWS ONLY                                  0015301A
           END-EXEC                                                     0015301B
           IF SQLCODE NOT = 00                                          0015301C
              MOVE 'ACT/365' TO WS-DCF-BASIS                            0015301D
           END-IF                                                       0015301E
           EXIT.                                                        0015301F
                                                                        0015301G
      *    YEAR FRACTION FROM WS-DCF-FROM-DATE TO WS-DCF-TO-DATE UNDER  0015301H
      *    WS-DCF-BASIS. ACT/ACT SPLITS A SPAN THAT CROSSES A YEAR END  0015301I
      *    SO EACH PIECE IS DIVIDED BY ITS OWN YEAR'S LENGTH; 30/360    0015301J
      *    IS THE EUROPEAN FORM (A 31ST COUNTS AS THE 30TH AT BOTH      0015301K
      *    ENDS). A SPAN RUNNING BACKWARDS GIVES A NEGATIVE FRACTION.   0015301L
      *    WS-DCF-YEAR-DAYS IS THE DIVISOR FOR A ONE-DAY PER-DIEM       0015301M
       222B-DAY-COUNT-FRACTION.                                         0015301N
           MOVE 'N' TO WS-DCF-NEG-SW                                    0015301O
           IF WS-DCF-FROM-DATE > WS-DCF-TO-DATE                         0015301P
              MOVE WS-DCF-FROM-DATE TO WS-DCF-SWAP-DATE                 0015301Q
              MOVE WS-DCF-TO-DATE   TO WS-DCF-FROM-DATE                 0015301R
              MOVE WS-DCF-SWAP-DATE TO WS-DCF-TO-DATE                   0015301S
              SET WS-DCF-NEGATIVE TO TRUE                               0015301T
           END-IF                                                       0015301U
                                                                        0015301V
           EXEC SQL                                                     0015301W
              SELECT DAYS(DATE(:WS-DCF-TO-DATE))                        0015301X
                     - DAYS(DATE(:WS-DCF-FROM-DATE)),                   0015301Y
                     360 * (YEAR(DATE(:WS-DCF-TO-DATE))                 0015301Z
                            - YEAR(DATE(:WS-DCF-FROM-DATE)))            00153020
                     + 30 * (MONTH(DATE(:WS-DCF-TO-DATE))               00153021
                             - MONTH(DATE(:WS-DCF-FROM-DATE)))          00153022
                     + MIN(DAY(DATE(:WS-DCF-TO-DATE)), 30)              00153023
                     - MIN(DAY(DATE(:WS-DCF-FROM-DATE)), 30),           00153024
                     YEAR(DATE(:WS-DCF-TO-DATE))                        00153025
                     - YEAR(DATE(:WS-DCF-FROM-DATE)),                   00153026
                     DAYS(DATE(:WS-DCF-FROM-DATE)                       00153027
                          - (DAYOFYEAR(DATE(:WS-DCF-FROM-DATE)) - 1)    00153028
                            DAYS + 1 YEAR)                              00153029
                     - DAYS(DATE(:WS-DCF-FROM-DATE)),                   0015302A
                     DAYOFYEAR(DATE(:WS-DCF-TO-DATE)) - 1,              0015302B
                     DAYS(DATE(:WS-DCF-FROM-DATE)                       0015302C
                          - (DAYOFYEAR(DATE(:WS-DCF-FROM-DATE)) - 1)    0015302D
                            DAYS + 1 YEAR)                              0015302E
                     - DAYS(DATE(:WS-DCF-FROM-DATE)                     0015302F
                          - (DAYOFYEAR(DATE(:WS-DCF-FROM-DATE)) - 1)    0015302G
                            DAYS),                                      0015302H
                     DAYS(DATE(:WS-DCF-TO-DATE)                         0015302I
                          - (DAYOFYEAR(DATE(:WS-DCF-TO-DATE)) - 1)      0015302J
                            DAYS + 1 YEAR)                              0015302K
                     - DAYS(DATE(:WS-DCF-TO-DATE)                       0015302L
                          - (DAYOFYEAR(DATE(:WS-DCF-TO-DATE)) - 1)      0015302M
                            DAYS)                                       0015302N
                INTO :WS-DCF-DAYS, :WS-DCF-DAYS-360,                    0015302O
                     :WS-DCF-YEARS-APART, :WS-DCF-HEAD-DAYS,            0015302P
                     :WS-DCF-TAIL-DAYS, :WS-DCF-FROM-YEAR-DAYS,         0015302Q
                     :WS-DCF-YEAR-DAYS                                  0015302R
                FROM SYSIBM.SYSDUMMY1                                   0015302S
           END-EXEC                                                     0015302T
           IF SQLCODE NOT = 00                                          0015302U
              MOVE ZERO TO WS-DCF-DAYS                                  0015302V
              MOVE ZERO TO WS-DCF-DAYS-360                              0015302W
              MOVE ZERO TO WS-DCF-YEARS-APART                           0015302X
              MOVE 365  TO WS-DCF-YEAR-DAYS                             0015302Y
           END-IF                                                       0015302Z
                                                                        00153030
           EVALUATE WS-DCF-BASIS                                        00153031
              WHEN '30/360'                                             00153032
                 MOVE WS-DCF-DAYS-360 TO WS-DCF-NUMER                   00153033
                 MOVE 360             TO WS-DCF-DENOM                   00153034
                 MOVE 360             TO WS-DCF-YEAR-DAYS               00153035
              WHEN 'ACT/ACT'                                            00153036
                 IF WS-DCF-YEARS-APART = ZERO                           00153037
                    MOVE WS-DCF-DAYS      TO WS-DCF-NUMER               00153038
                    MOVE WS-DCF-YEAR-DAYS TO WS-DCF-DENOM               00153039
                 ELSE                                                   0015303A
                    COMPUTE WS-DCF-NUMER =                              0015303B
                            WS-DCF-HEAD-DAYS * WS-DCF-YEAR-DAYS         0015303C
                          + (WS-DCF-YEARS-APART - 1)                    0015303D
                            * WS-DCF-FROM-YEAR-DAYS * WS-DCF-YEAR-DAYS  0015303E
                          + WS-DCF-TAIL-DAYS * WS-DCF-FROM-YEAR-DAYS    0015303F
                    COMPUTE WS-DCF-DENOM =                              0015303G
                            WS-DCF-FROM-YEAR-DAYS * WS-DCF-YEAR-DAYS    0015303H
                 END-IF                                                 0015303I
              WHEN OTHER                                                0015303J
                 MOVE WS-DCF-DAYS TO WS-DCF-NUMER                       0015303K
                 MOVE 365         TO WS-DCF-DENOM                       0015303L
                 MOVE 365         TO WS-DCF-YEAR-DAYS                   0015303M
           END-EVALUATE                                                 0015303N
           IF WS-DCF-DENOM NOT > ZERO                                   0015303O
              MOVE WS-DCF-DAYS TO WS-DCF-NUMER                          0015303P
              MOVE 365         TO WS-DCF-DENOM                          0015303Q
              MOVE 365         TO WS-DCF-YEAR-DAYS                      0015303R
           END-IF                                                       0015303S
                                                                        0015303T
           IF WS-DCF-NEGATIVE                                           0015303U
              COMPUTE WS-DCF-NUMER = 0 - WS-DCF-NUMER                   0015303V
              COMPUTE WS-DCF-DAYS  = 0 - WS-DCF-DAYS                    0015303W
              MOVE WS-DCF-FROM-DATE TO WS-DCF-SWAP-DATE                 0015303X
              MOVE WS-DCF-TO-DATE   TO WS-DCF-FROM-DATE                 0015303Y
              MOVE WS-DCF-SWAP-DATE TO WS-DCF-TO-DATE                   0015303Z
           END-IF                                                       00153040
           EXIT.                                                        00153041


       230-CALCULATE-LOAN.                                              0015316A
              MOVE 0 TO APP-STATUS                                      0015316B
              MOVE 'STRESSED DTI' TO REJECT-REASON                      0015316C
           END-IF                                                       0015316D
      *    THE STATUTORY CAP IS NOT A CREDIT JUDGMENT - IT OVERRIDES    0015316E
      *    WHATEVER ELSE THE DECISION SAID                              0015316F
           IF WS-CAP-BREACHED AND NOT SW-CALC-ONLY                      0015316G
              MOVE 0 TO APP-STATUS                                      0015316H
              MOVE 'RATE CAP EXCEEDED' TO REJECT-REASON                 0015316I
           END-IF                                                       0015316J
           IF NOT SW-CALC-ONLY                                          00154523
              PERFORM 240-INSERT                                        00154525
      *       THE ORIGINATION CHARGE OF A STRAIGHT-THROUGH APPROVAL     00154001
              COMPUTE TOTAL-LOAN =                                      0015300C
                      TOTAL-LOAN + WS-INS-MO-PREMIUM * LOAN-PERIOD      0015300D
           END-IF                                                       0015300E
           PERFORM 239-CHECK-RATE-CAP                                   0015300F
           EXIT.                                                        0015300F
                                                                        0015300G
      *    THE CONSUMER-CREDIT ACT CAPS WHAT A LOAN MAY COST. THE CAP   0015300H
      *    IS HELD AS A DATED PARAMETER (RATE_CAP_PCT, AN ANNUAL        0015300I
      *    PERCENTAGE) AND TESTED AGAINST THE ALL-IN COST: THE APR WITH 0015300J
      *    ANY COVER PREMIUM COUNTED AS A CHARGE, SO A CAMPAIGN RATE, A 0015300K
      *    RISK-MATRIX ADD-ON AND THE INSURANCE CANNOT STACK PAST IT.   0015300L
      *    THE DISCLOSED APR-PCT IS LEFT AS SOLVED                      0015300M
       239-CHECK-RATE-CAP.                                              0015300N
           MOVE 'N' TO WS-CAP-FAIL-SW                                   0015300O
           MOVE 20 TO WS-CAP-LIMIT-PCT                                  0015300P
           MOVE 'RATE_CAP_PCT' TO BUSPARM-NAME                          0015300Q
           EXEC SQL                                                     0015300R
              SELECT PARAM_VALUE                                        0015300S
                INTO :BUSPARM-VALUE                                     0015300T
                FROM KALA15.BUSINESS_PARAM                              0015300U
               WHERE PARAM_NAME = :BUSPARM-NAME                         0015300V
                 AND EFFECTIVE_DATE <= CURRENT DATE                     0015300W
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     0015300X
           END-EXEC                                                     0015300Y
           IF SQLCODE = 00                                              0015300Z
              MOVE BUSPARM-VALUE TO WS-CAP-LIMIT-PCT                    00153010
           END-IF                                                       00153011
                                                                        00153012
           MOVE APR-PCT TO WS-CAP-COST-PCT                              00153013
           IF WS-INS-MO-PREMIUM > ZERO AND                              00153014
              WS-APR-NET-ADVANCE > ZERO AND LOAN-PERIOD > ZERO          00153015
      *       MO-PAYMNT NOW CARRIES THE PREMIUM - THE SAME SOLVER       00153016
      *       PRICES THE INSTALLMENTS AS THE CUSTOMER WILL PAY THEM     00153017
              MOVE ZERO TO WS-APR-LO                                    00153018
              MOVE 0.1  TO WS-APR-HI                                    00153019
              MOVE ZERO TO WS-APR-ITER                                  0015301A
              PERFORM 233-APR-BISECT-STEP                               0015301B
                 UNTIL WS-APR-ITER NOT < 40                             0015301C
              COMPUTE WS-CAP-COST-PCT ROUNDED =                         0015301D
                      (((1 + WS-APR-MID) ** 12) - 1) * 100              0015301E
           END-IF                                                       0015301F
           IF RATE * 100 > WS-CAP-COST-PCT                              0015301G
              COMPUTE WS-CAP-COST-PCT = RATE * 100                      0015301H
           END-IF                                                       0015301I
           IF WS-CAP-COST-PCT > WS-CAP-LIMIT-PCT                        0015301J
              SET WS-CAP-BREACHED TO TRUE                               0015301K
           END-IF                                                       0015301L
           EXIT.                                                        0015301M
                                                                        0015460A
      *    SOME CURRENCIES HAVE NO MINOR UNIT - A JPY MONTHLY PAYMENT   0015460B
      *    QUOTED TO THE YEN, NOT TO A FRACTION OF ONE, IS WHAT THE     0015460C
                         CURRENT DATE, 'ORIG', S.FEE_AMT,               0015400T
                         CURRENT DATE)                                  0015400U
           END-EXEC                                                     0015400V
           MOVE FEE-APP-ID TO POS-APP-ID                                0015400W
           PERFORM 853-REFRESH-LOAN-POSITION                            0015400X
           EXIT.                                                        0015400W
                                                                        001546BA
      *    PRICES THE ELECTED PAYMENT-PROTECTION COVER FROM THE         001546BB
      *    (DEFAULT SIX POINTS). BOTH FIGURES ARE STORED ON THE         001546AD
      *    APPLICATION; AN ARM APPLICANT WHO CANNOT CARRY THE           001546AE
      *    SHOCKED PAYMENT INSIDE THE SAME HALF-OF-INCOME CEILING       001546AF
      *    212-EVALUATE-APPLICATION-INFO USES FAILS THE TEST - AGAINST  001546AG
      *    THE VERIFIED INCOME WHEN THE INCOMES REGISTER REPORTED LESS, 001546AH
      *    AND NET OF THE HOUSEHOLD'S LIVING-COST NORM                  001546AI
       238-STRESS-TEST-PAYMENT.                                         001546AH
           MOVE 0.06 TO WS-STRESS-ADDON                                 001546AI
           MOVE 'STRESS_RATE_ADDON' TO BUSPARM-NAME                     001546AJ
                    * WS-STRESS-MO-RATE) / WS-STRESS-RES                001546AF
                                                                        001546AG
           MOVE 'N' TO WS-STRESS-FAIL-SW                                001546AH
           IF NOT INC-VERIFIED                                          001546AI
              MOVE MO-GROSS-INC TO WS-INC-BASIS                         001546AJ
           END-IF                                                       001546AK
           PERFORM 203-LOAD-LIVING-COST-NORM                            001546AL
           COMPUTE WS-LCN-NET-INC = WS-INC-BASIS - WS-LCN-NORM-AMT      001546AM
           IF WS-LCN-NET-INC < ZERO                                     001546AN
              MOVE ZERO TO WS-LCN-NET-INC                               001546AO
           END-IF                                                       001546AP
           IF ARM-FLAG = 'Y' AND MO-GROSS-INC > 0 AND                   001546AI
              STRESS-MO-PAYMNT > (WS-LCN-NET-INC * 5 / 10)              001546AJ
              SET WS-STRESS-FAILED TO TRUE                              001546AK
           END-IF                                                       001546AL
           EXIT.                                                        001546AM
              MOVE 'N' TO ARM-FLAG                                     00155958K
           END-IF                                                      00155958L
                                                                        00155958
           IF NOT INC-VERIFIED                                          00155959
              MOVE -1 TO IV-VERIFIED-INC                                0015595A
           END-IF                                                       0015595B
           MOVE ZERO TO IV-REVIEW-REASON                                00155959
           IF REVIEW-REASON = SPACES OR REVIEW-REASON = LOW-VALUE       0015595A
              MOVE -1 TO IV-REVIEW-REASON                               0015595B
           END-IF                                                       0015595C
                                                                        0015595D
           IF CURRENCY-CODE = SPACES OR CURRENCY-CODE = LOW-VALUE       00155958
              MOVE 'USD' TO CURRENCY-CODE                               00155958
           END-IF                                                       00155958
              MOVE -1 TO IV-PARTNER-ID                                  00157007
           END-IF                                                       00157008
                                                                        00157442
           PERFORM 252-SNAPSHOT-CUSTOMER                                00157443
      *    SQL MERGE I/U TO CUSTOMER - WHEN MATCHED CARRIES A ROW_VERS  00157542
      *    CHECK SO TWO TERMINALS UPDATING THE SAME CUSTOMER CLOSE      0015754A
      *    TOGETHER DON'T SILENTLY OVERWRITE EACH OTHER'S CHANGES       0015754B
                  TO LS-MESSAGE                                         0016034C
              PERFORM 400-RETURN-CONTROL                                0016034D
           END-IF                                                       0016034E
           PERFORM 253-LOG-CUSTOMER-CHANGES                             0016034F
                                                                        0016034F
           IF SW-UPDATE                                                 00160343
              PERFORM 242-UPDATE-APPLICATION                            00160344
              PERFORM 225-STORE-RATE-COMPONENTS                         00160347
           END-IF                                                       00160347
           PERFORM 243-LOG-STATUS-HISTORY                              00160347A
      *    THE APPLICATION IS FILED, SO ANY DRAFT OF IT IS DONE WITH,   0160347B
      *    AND THE CHANNEL IT CAME IN THROUGH IS RECORDED ONCE          0160347C
           IF NOT SW-UPDATE                                             0160347C
              PERFORM 904-CLEAR-DRAFTS                                  0160347D
              PERFORM 905-RECORD-INTAKE                                 0160347E
           END-IF                                                       0160347E
      *    A GUARDIANSHIP HOLD GOES OUT AS A CONSENT REQUEST TO EACH    0160347B
      *    GUARDIAN, NOW THAT THE APPLICATION HAS ITS APP_ID            0160347C
           IF GRD-CONSENT-HOLD                                          0160347D
              PERFORM 219E-REQUEST-GUARDIAN-CONSENT                     0160347E
           END-IF                                                       0160347F
      *    THE REGISTER'S CREDITS ARE FILED UNDER THE SAME APP_ID       0160347G
           IF PCR-ANSWERED                                              0160347H
              MOVE APP-ID TO WS-PCR-APP-ID                              0160347I
              PERFORM 209D-STORE-REGISTER-CREDITS                       0160347J
           END-IF                                                       0160347K
                                                                       00160347B
      *    ONLY AN APPROVED LOAN GETS A PAYMENT SCHEDULE - A REJECTED  00160347L
      *    APPLICATION HAS NO LOAN TO SCHEDULE PAYMENTS AGAINST        00160347M
                       :STRESS-MO-PAYMNT,                               6074300A
                       :FRAUD-SCORE,                                    60743001
                       :PARTNER-ID :IV-PARTNER-ID,                      60743002
                       :APP-CAMPAIGN-CODE, :APP-DUE-DAY,                60743003
                       :REGISTER-DEBT :IV-REGISTER-DEBT,                60743004
                       :REVIEW-REASON :IV-REVIEW-REASON,                60743005
                       :VERIFIED-INC :IV-VERIFIED-INC,                  60743006
                       :HH-ADULTS, :HH-CHILDREN)) AS S                  60743007
                     (APP_ID, CUST_SSN, STATUS, LOAN_AMN, LOAN_PERIOD,  16074320
                     INTEREST, MO_PAYMNT, TOTAL_LOAN, LOAN_USAGE,       16074330
                     EMP_STATUS, MO_GROSS_INC, CURR_LOANS, CURR_ASSETS, 16074340
                     APR_PCT, FEE_FINANCED, ORIG_FEE_AMT,               6074360A
                     INS_PLAN_CODE, INS_PREMIUM_AMT,                    6074360A
                     STRESS_MO_PAYMNT, FRAUD_SCORE, PARTNER_ID,         60743001
                     CAMPAIGN_CODE, DUE_DAY, REGISTER_DEBT,             60743002
                     REVIEW_REASON, VERIFIED_INC, HH_ADULTS,            60743003
                     HH_CHILDREN)                                       60743004
               ON A.APP_ID = S.APP_ID                                   16074370
               WHEN MATCHED THEN                                        16074380
                  UPDATE SET                                            16074390
                       COALESCE(S.PARTNER_ID, A.PARTNER_ID),            60745002
                    A.CAMPAIGN_CODE = S.CAMPAIGN_CODE,                  60745003
                    A.DUE_DAY = S.DUE_DAY,                              60745004
                    A.REGISTER_DEBT = S.REGISTER_DEBT,                  60745005
                    A.REVIEW_REASON = S.REVIEW_REASON,                  60745006
                    A.VERIFIED_INC = S.VERIFIED_INC,                    60745007
                    A.HH_ADULTS = S.HH_ADULTS,                          60745008
                    A.HH_CHILDREN = S.HH_CHILDREN,                      60745009
                    A.ROW_VERSION = A.ROW_VERSION + 1                   16074540
               WHEN NOT MATCHED THEN                                    16074550
                  INSERT (APP_ID, CUST_SSN, STATUS, LOAN_AMN,           16074560
                         FEE_FINANCED, ORIG_FEE_AMT,                    6074600A
                         INS_PLAN_CODE, INS_PREMIUM_AMT,                6074600A
                         STRESS_MO_PAYMNT, FRAUD_SCORE,                 60746001
                         PARTNER_ID, CAMPAIGN_CODE, DUE_DAY,            60746002
                         REGISTER_DEBT, REVIEW_REASON, VERIFIED_INC,    60746003
                         HH_ADULTS, HH_CHILDREN)                        60746004
                  VALUES (S.APP_ID, S.CUST_SSN, S.STATUS, S.LOAN_AMN,   16074610
                          S.LOAN_PERIOD, S.INTEREST, S.MO_PAYMNT,       16074620
                         S.TOTAL_LOAN, S.LOAN_USAGE, S.EMP_STATUS,      16074630
                         S.INS_PREMIUM_AMT,                             6074660A
                         S.STRESS_MO_PAYMNT,                            6074660A
                         S.FRAUD_SCORE, S.PARTNER_ID,                   60746001
                         S.CAMPAIGN_CODE, S.DUE_DAY,                    60746002
                         S.REGISTER_DEBT, S.REVIEW_REASON,              60746003
                         S.VERIFIED_INC, S.HH_ADULTS,                   60746004
                         S.HH_CHILDREN)                                 60746005
           END-EXEC                                                     16074670
                                                                        00162942
           EVALUATE SQLCODE                                             00163042
      *    SQL UPDATE OF EXISTING APPLICATION, KEYED BY APP-ID RATHER   00164270
      *    THAN BY CUST-SSN, SO EDITING ONE APPLICATION DOES NOT TOUCH  00164280
      *    ANY OTHER APPLICATION BELONGING TO THE SAME CUSTOMER         00164290
           MOVE APP-ID TO WS-FCH-APP-ID                                 00164291
           PERFORM 250-SNAPSHOT-APPLICATION                             00164291
           EXEC SQL                                                     00164300
              UPDATE KALA15.APPLICATIONS                                00164310
                 SET STATUS = :APP-STATUS,                              00164320
                     STRESS_MO_PAYMNT = :STRESS-MO-PAYMNT,              0016442A
                     CAMPAIGN_CODE = :APP-CAMPAIGN-CODE,                0016442C
                     DUE_DAY = :APP-DUE-DAY,                            0016442C
                     REGISTER_DEBT = :REGISTER-DEBT :IV-REGISTER-DEBT,  0016442D
                     REVIEW_REASON = :REVIEW-REASON :IV-REVIEW-REASON,  0016442E
                     VERIFIED_INC = :VERIFIED-INC :IV-VERIFIED-INC,     0016442F
                     HH_ADULTS = :HH-ADULTS,                            0016442G
                     HH_CHILDREN = :HH-CHILDREN,                        0016442H
                     ROW_VERSION = ROW_VERSION + 1                      0016442B
               WHERE APP_ID = :APP-ID                                   00164430
                 AND ROW_VERSION = :APP-ROW-VERSION                     0016443A
                    TO LS-MESSAGE                                       0016447D
                 PERFORM 400-RETURN-CONTROL                             0016447F
              ELSE                                                      0016447E
              PERFORM 251-LOG-APPLICATION-CHANGES                       0016447F
              IF APP-STATUS = 1                                         00164480
                 MOVE 'APPLICATION UPDATED' TO LS-MESSAGE               00164490
              ELSE                                                      00164500
           PERFORM 245-INSERT-SCHEDULE-ROW                              00164669
              UNTIL WS-SCHED-INSTALLMENT-NO > LOAN-PERIOD               00164670
           END-IF                                                       0016467A
           MOVE APP-ID TO POS-APP-ID                                    0016467B
           PERFORM 853-REFRESH-LOAN-POSITION                            0016467C
           EXIT.                                                        00164671

      *    THE SCHEDULE GENERATOR IS REACHED FROM BOTH THE SUBMIT AND   0016467B
      *    THE PROVIDER PICKS THE REQUEST UP UNDER THE AGREEMENT        00475002
      *    REFERENCE, AND LOANESIG POSTS THE STATUS TRAIL BACK. A LOAN  00475003
      *    RE-APPROVED AFTER AN EDIT KEEPS ITS OPEN REQUEST; ONLY AN    00475004
      *    EXPIRED ONE IS RAISED AGAIN. NO REQUEST GOES OUT UNTIL THE   00475005
      *    STANDARD INFORMATION FORM FOR THE OFFER AS LAST APPROVED     00475006
      *    HAS BEEN DELIVERED - UNTIL THEN THE LOANSECI RUN THAT        00475007
      *    DELIVERS IT OPENS THE REQUEST INSTEAD                        00475008
       247-CREATE-SIGNATURE-REQUEST.                                    00475006
           MOVE APP-ID TO ESIG-APP-ID                                   00475007
           MOVE SPACES TO ESIG-AGREEMENT-REF                            00475008
                INTO :WS-SIG-OPEN-CNT                                   0047500F
                FROM KALA15.E_SIGNATURE                                 0047500G
               WHERE APP_ID = :ESIG-APP-ID                              0047500H
                 AND AGREEMENT_REF = :ESIG-AGREEMENT-REF                0047500I
                 AND SIG_STATUS IN ('SENT', 'VIEWED', 'SIGNED')         0047500I
           END-EXEC                                                     0047500J

           MOVE ZERO TO WS-SIG-SECCI-CNT                                0047500K
           EXEC SQL                                                     0047500L
              SELECT COUNT(*)                                           0047500M
                INTO :WS-SIG-SECCI-CNT                                  0047500N
                FROM KALA15.DOCUMENT_CHECKLIST K                        0047500O
               WHERE K.APP_ID = :ESIG-APP-ID                            0047500P
                 AND K.DOC_TYPE = 'SECCI'                               0047500Q
                 AND COALESCE(K.DELIVERED_TS,                           0047500R
                              TIMESTAMP(K.RECEIVED_DATE)) >             0047500S
                     COALESCE(                                          0047500S
                     (SELECT MAX(H.CHANGED_TS)                          0047500T
                        FROM KALA15.APPLICATION_STATUS_HISTORY H        0047500U
                       WHERE H.APP_ID = K.APP_ID                        0047500V
                         AND H.STATUS_CODE = 'APPROVED'),               0047500W
                     TIMESTAMP('0001-01-01-00.00.00'))                  0047500X
           END-EXEC                                                     0047500Y
                                                                        0047500Z
           IF WS-SIG-OPEN-CNT = ZERO AND WS-SIG-SECCI-CNT > ZERO        00475010
              EXEC SQL                                                  0047500L
                 SELECT COALESCE(MAX(SIG_ID), 0) + 1                    0047500M
                   INTO :ESIG-SIG-ID                                    0047500N
           END-EXEC                                                     0047500L
           EXIT.                                                        0047500M

      *    FIELD-LEVEL CHANGE HISTORY FOR AN APPLICATION EDIT - THE ROW 0047500N
      *    IS READ AS TEXT BEFORE THE UPDATE AND AGAIN AFTER IT, AND    0047500O
      *    EACH COLUMN WHOSE TEXT DIFFERS BECOMES ONE HISTORY ROW IN    0047500P
      *    THE SAME UNIT OF WORK AS THE EDIT ITSELF                     0047500Q
       250-SNAPSHOT-APPLICATION.                                        0047500R
           MOVE 'N' TO WS-FCH-BEFORE-SW                                 0047500S
           PERFORM 250A-READ-APP-IMAGE                                  0047500T
           IF SQLCODE = 00                                              0047500U
              MOVE WS-FCH-APP-IMAGE TO WS-FCH-APP-BEFORE                0047500V
              MOVE 'Y' TO WS-FCH-BEFORE-SW                              0047500W
           END-IF                                                       0047500X
           EXIT.                                                        0047500Y
                                                                        0047500Z
       250A-READ-APP-IMAGE.                                             00475010
           EXEC SQL                                                     00475011
              SELECT CHAR(STATUS), CHAR(LOAN_AMN), CHAR(LOAN_PERIOD),   00475012
                     COALESCE(CHAR(INTEREST), ' '),                     00475013
                     COALESCE(CHAR(MO_PAYMNT), ' '),                    00475014
                     COALESCE(CHAR(TOTAL_LOAN), ' '),                   00475015
                     COALESCE(LOAN_USAGE, ' '),                         00475016
                     COALESCE(EMP_STATUS, ' '),                         00475017
                     COALESCE(CHAR(MO_GROSS_INC), ' '),                 00475018
                     COALESCE(CHAR(CURR_LOANS), ' '),                   00475019
                     COALESCE(CHAR(CURR_ASSETS), ' '),                  0047501A
                     COALESCE(REJECT_REASON, ' '),                      0047501B
                     ARM_FLAG,                                          0047501C
                     COALESCE(CHAR(CREDIT_SCORE), ' '),                 0047501D
                     CURRENCY_CODE,                                     0047501E
                     COALESCE(EMP_VERIFY_STATUS, ' '),                  0047501F
                     COALESCE(PRODUCT_CODE, ' '),                       0047501G
                     COALESCE(CHAR(IO_MONTHS), ' '),                    0047501H
                     COALESCE(CHAR(BALLOON_AMT), ' '),                  0047501I
                     COALESCE(CHAR(APR_PCT), ' '),                      0047501J
                     COALESCE(FEE_FINANCED, ' '),                       0047501K
                     COALESCE(CHAR(ORIG_FEE_AMT), ' '),                 0047501L
                     COALESCE(INS_PLAN_CODE, ' '),                      0047501M
                     COALESCE(CHAR(INS_PREMIUM_AMT), ' '),              0047501N
                     COALESCE(CHAR(STRESS_MO_PAYMNT), ' '),             0047501O
                     COALESCE(CAMPAIGN_CODE, ' '),                      0047501P
                     COALESCE(CHAR(DUE_DAY), ' '),                      0047501Q
                     CUST_SSN,                                          0047501R
                     COALESCE(CHAR(REGISTER_DEBT), ' ')                 0047501S
                INTO :WS-FCH-A-STATUS, :WS-FCH-A-LOAN-AMN,              0047501R
                     :WS-FCH-A-LOAN-PERIOD, :WS-FCH-A-INTEREST,         0047501S
                     :WS-FCH-A-MO-PAYMNT, :WS-FCH-A-TOTAL-LOAN,         0047501T
                     :WS-FCH-A-LOAN-USAGE, :WS-FCH-A-EMP-STATUS,        0047501U
                     :WS-FCH-A-MO-GROSS-INC, :WS-FCH-A-CURR-LOANS,      0047501V
                     :WS-FCH-A-CURR-ASSETS, :WS-FCH-A-REJECT-REASON,    0047501W
                     :WS-FCH-A-ARM-FLAG, :WS-FCH-A-CREDIT-SCORE,        0047501X
                     :WS-FCH-A-CURRENCY-CODE, :WS-FCH-A-EMP-VERIFY,     0047501Y
                     :WS-FCH-A-PRODUCT-CODE, :WS-FCH-A-IO-MONTHS,       0047501Z
                     :WS-FCH-A-BALLOON-AMT, :WS-FCH-A-APR-PCT,          00475020
                     :WS-FCH-A-FEE-FINANCED, :WS-FCH-A-ORIG-FEE-AMT,    00475021
                     :WS-FCH-A-INS-PLAN-CODE, :WS-FCH-A-INS-PREMIUM,    00475022
                     :WS-FCH-A-STRESS-PAYMNT, :WS-FCH-A-CAMPAIGN-CODE,  00475023
                     :WS-FCH-A-DUE-DAY, :WS-FCH-A-CUST-SSN,             00475024
                     :WS-FCH-A-REGISTER-DEBT                            00475025
                FROM KALA15.APPLICATIONS                                00475025
               WHERE APP_ID = :WS-FCH-APP-ID                            00475026
           END-EXEC                                                     00475027
           EXIT.                                                        00475028
                                                                        00475029
       251-LOG-APPLICATION-CHANGES.                                     0047502A
           IF FCH-HAVE-BEFORE                                           0047502B
              PERFORM 250A-READ-APP-IMAGE                               0047502C
              IF SQLCODE = 00                                           0047502D
                 MOVE 'A'    TO FCH-ENTITY-TYPE                         0047502E
                 MOVE WS-FCH-APP-ID TO FCH-APP-ID                       0047502F
                 MOVE ZERO   TO WS-FCH-IV-APP-ID                        0047502G
                 MOVE WS-FCH-A-CUST-SSN TO FCH-CUST-SSN                 0047502H
                 PERFORM 251A-COMPARE-APP-COLUMN                        0047502I
                    VARYING WS-FCH-IX FROM 1 BY 1                       0047502J
                    UNTIL WS-FCH-IX > 29                                0047502K
              END-IF                                                    0047502L
           END-IF                                                       0047502M
           EXIT.                                                        0047502N
                                                                        0047502O
       251A-COMPARE-APP-COLUMN.                                         0047502P
           IF WS-FCH-A-NEW (WS-FCH-IX) NOT = WS-FCH-A-OLD (WS-FCH-IX)   0047502Q
              MOVE WS-FCH-A-COL (WS-FCH-IX) TO FCH-COLUMN-NAME          0047502R
              MOVE WS-FCH-A-OLD (WS-FCH-IX) TO FCH-OLD-VALUE            0047502S
              MOVE WS-FCH-A-NEW (WS-FCH-IX) TO FCH-NEW-VALUE            0047502T
              PERFORM 254-WRITE-FIELD-CHANGE                            0047502U
           END-IF                                                       0047502V
           EXIT.                                                        0047502W
                                                                        0047502X
      *    THE SAME BEFORE/AFTER COMPARISON FOR A CUSTOMER EDIT. A      0047502Y
      *    CUSTOMER ROW THAT DID NOT EXIST BEFORE HAS NO BEFORE IMAGE,  0047502Z
      *    SO A FIRST INTAKE WRITES NO HISTORY                          00475030
       252-SNAPSHOT-CUSTOMER.                                           00475031
           MOVE 'N' TO WS-FCH-BEFORE-SW                                 00475032
           PERFORM 252A-READ-CUST-IMAGE                                 00475033
           IF SQLCODE = 00                                              00475034
              MOVE WS-FCH-CUST-IMAGE TO WS-FCH-CUST-BEFORE              00475035
              MOVE 'Y' TO WS-FCH-BEFORE-SW                              00475036
           END-IF                                                       00475037
           EXIT.                                                        00475038
                                                                        00475039
       252A-READ-CUST-IMAGE.                                            0047503A
           EXEC SQL                                                     0047503B
              SELECT F_NAME, L_NAME,                                    0047503C
                     COALESCE(ADDRESS, ' '),                            0047503D
                     COALESCE(POSTAL_CODE, ' '),                        0047503E
                     COALESCE(CITY, ' '),                               0047503F
                     COALESCE(PHONE_NO, ' '),                           0047503G
                     COALESCE(EMAIL, ' '),                              0047503H
                     COALESCE(SMS_CONSENT, ' '),                        0047503I
                     COALESCE(EMAIL_CONSENT, ' '),                      0047503J
                     COALESCE(PREF_CHANNEL, ' '),                       0047503K
                     COALESCE(LANG_CODE, ' '),                          0047503L
                     COALESCE(CALL_CONSENT, ' '),                       0047503M
                     COALESCE(CHAR(CALL_FROM_HOUR), ' '),               0047503N
                     COALESCE(CHAR(CALL_TO_HOUR), ' ')                  0047503O
                INTO :WS-FCH-C-F-NAME, :WS-FCH-C-L-NAME,                0047503M
                     :WS-FCH-C-ADDRESS, :WS-FCH-C-POSTAL-CODE,          0047503N
                     :WS-FCH-C-CITY, :WS-FCH-C-PHONE-NO,                0047503O
                     :WS-FCH-C-EMAIL, :WS-FCH-C-SMS-CONSENT,            0047503P
                     :WS-FCH-C-EMAIL-CONSENT, :WS-FCH-C-PREF-CHANNEL,   0047503Q
                     :WS-FCH-C-LANG-CODE, :WS-FCH-C-CALL-CONSENT,       0047503R
                     :WS-FCH-C-CALL-FROM, :WS-FCH-C-CALL-TO             0047503S
                FROM KALA15.CUSTOMER                                    0047503S
               WHERE SSN = :SSN                                         0047503T
           END-EXEC                                                     0047503U
           EXIT.                                                        0047503V
                                                                        0047503W
       253-LOG-CUSTOMER-CHANGES.                                        0047503X
           IF FCH-HAVE-BEFORE                                           0047503Y
              PERFORM 252A-READ-CUST-IMAGE                              0047503Z
              IF SQLCODE = 00                                           00475040
                 MOVE 'C'  TO FCH-ENTITY-TYPE                           00475041
                 MOVE ZERO TO FCH-APP-ID                                00475042
                 MOVE -1   TO WS-FCH-IV-APP-ID                          00475043
                 MOVE SSN  TO FCH-CUST-SSN                              00475044
                 PERFORM 253A-COMPARE-CUST-COLUMN                       00475045
                    VARYING WS-FCH-IX FROM 1 BY 1                       00475046
                    UNTIL WS-FCH-IX > 14                                00475047
              END-IF                                                    00475048
           END-IF                                                       00475049
           EXIT.                                                        0047504A
                                                                        0047504B
       253A-COMPARE-CUST-COLUMN.                                        0047504C
           IF WS-FCH-C-NEW (WS-FCH-IX) NOT = WS-FCH-C-OLD (WS-FCH-IX)   0047504D
              MOVE WS-FCH-C-COL (WS-FCH-IX) TO FCH-COLUMN-NAME          0047504E
              MOVE WS-FCH-C-OLD (WS-FCH-IX) TO FCH-OLD-VALUE            0047504F
              MOVE WS-FCH-C-NEW (WS-FCH-IX) TO FCH-NEW-VALUE            0047504G
              PERFORM 254-WRITE-FIELD-CHANGE                            0047504H
           END-IF                                                       0047504I
           EXIT.                                                        0047504J
                                                                        0047504K
      *    OPERATOR AND TERMINAL ARE TAKEN THE WAY THE TRANSACTION LOG  0047504L
      *    TAKES THEM - THE VERIFIED SIGN-ON AND EIBTRMID               0047504M
       254-WRITE-FIELD-CHANGE.                                          0047504N
           EXEC SQL                                                     0047504O
              SELECT COALESCE(MAX(CHG_ID), 0) + 1                       0047504P
                INTO :FCH-CHG-ID                                        0047504Q
                FROM KALA15.FIELD_CHANGE_HISTORY                        0047504R
           END-EXEC                                                     0047504S
           MOVE WS-SIGNON-OPID TO FCH-OPERATOR-ID                       0047504T
           MOVE EIBTRMID       TO FCH-TERMINAL-ID                       0047504U
           EXEC SQL                                                     0047504V
              INSERT INTO KALA15.FIELD_CHANGE_HISTORY                   0047504W
                 (CHG_ID, ENTITY_TYPE, APP_ID, CUST_SSN, COLUMN_NAME,   0047504X
                  OLD_VALUE, NEW_VALUE, OPERATOR_ID, TERMINAL_ID,       0047504Y
                  CHANGED_TS)                                           0047504Z
              VALUES                                                    00475050
                 (:FCH-CHG-ID, :FCH-ENTITY-TYPE,                        00475051
                  :FCH-APP-ID :WS-FCH-IV-APP-ID, :FCH-CUST-SSN,         00475052
                  :FCH-COLUMN-NAME, :FCH-OLD-VALUE, :FCH-NEW-VALUE,     00475053
                  :FCH-OPERATOR-ID, :FCH-TERMINAL-ID,                   00475054
                  CURRENT TIMESTAMP)                                    00475055
           END-EXEC                                                     00475056
           EXIT.                                                        00475057
                                                                        00475058
      *    THE CUSTOMER-360 INQUIRY: ONE PERSONAL ID IN, THE CUSTOMER   00475001
      *    HEADER PLUS ONE PAGE OF WHICHEVER LIST SECTION THE SCREEN    00475002
      *    ASKED FOR - A=APPLICATIONS, D=OPEN DELINQUENCIES, P=RECENT   00475003
      *          INVISIBLE TO THE OFFICER ON THE PHONE                  0047501E
                 WHEN 'X'                                               0047501E
                    PERFORM 716-LIST-ARCHIVED                           0047501E
      *          H = FIELD-LEVEL EDITS TO THE CUSTOMER AND TO EVERY     0047501F
      *          ONE OF THEIR APPLICATIONS, NEWEST FIRST                0047501G
                 WHEN 'H'                                               0047501H
                    PERFORM 717-LIST-FIELD-CHANGES                      0047501I
      *          S = STOP CODES ON THE CUSTOMER OR ANY OF THEIR LOANS,  0047501J
      *          ACTIVE ONES FIRST, OVERDUE REVIEWS FLAGGED             0047501K
                 WHEN 'S'                                               0047501L
                    PERFORM 718-LIST-STOP-CODES                         0047501M
      *          V = THE VULNERABLE-CUSTOMER REGISTER FOR THE CUSTOMER  0047501N
                 WHEN 'V'                                               0047501O
                    PERFORM 719-LIST-VULNERABILITY                      0047501P
      *          G = GUARDIANSHIPS OVER THE CUSTOMER AND WHO TO WRITE TO0047501Q
                 WHEN 'G'                                               0047501R
                    PERFORM 720-LIST-GUARDIANSHIP                       0047501S
      *          W = WHO MAY ACT FOR THE CUSTOMER - REPRESENTATIVES,    0047501T
      *          THEIR SCOPE, VALIDITY AND POWER-OF-ATTORNEY DOCUMENT   0047501U
                 WHEN 'W'                                               0047501V
                    PERFORM 721-LIST-REPRESENTATIVES                    0047501W
      *          N = THE CASE NOTES ON THE CUSTOMER AND ALL THEIR       0047501X
      *          APPLICATIONS, NEWEST FIRST                             0047501Y
                 WHEN 'N'                                               0047501Z
                    MOVE ZERO TO WS-NOTE-APP-FILTER                     00475020
                    PERFORM 722-LIST-CASE-NOTES                         00475021
                 WHEN OTHER                                             0047501F
                    MOVE 'A' TO LS-LIST-SECTION                         0047501G
                    PERFORM 710-LIST-APPLICATIONS                       0047501H
           END-IF                                                       0047504G
           EXIT.                                                        0047504H

      *    PAYMENTS OF A LOAN LOANSVCA HAS ARCHIVED LIST ALONGSIDE THE  0047504I
      *    LIVE ONES - THE OFFICER SEES THE CUSTOMER'S WHOLE HISTORY    0047504J
       712-LIST-PAYMENTS.                                               0047504I
           EXEC SQL                                                     0047504J
              DECLARE C360PAYS CURSOR FOR                               0047504K
              SELECT P.PAY_ID, P.APP_ID, P.PAY_AMOUNT,                  0047504L
                     CHAR(P.PAY_DATE), P.PAY_TYPE                       0047504M
                FROM (SELECT PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE,      0047504N
                             PAY_TYPE                                   0047504O
                        FROM KALA15.PAYMENT                             0047504P
                      UNION ALL                                         0047504Q
                      SELECT PAY_ID, APP_ID, PAY_AMOUNT, PAY_DATE,      0047504R
                             PAY_TYPE                                   0047504S
                        FROM KALA15.PAYMENT_ARCHIVE) AS P,              0047504T
                     KALA15.APPLICATIONS A                              0047504U
               WHERE P.APP_ID = A.APP_ID                                0047504O
                 AND A.CUST_SSN = :SSN                                  0047504P
               ORDER BY P.PAY_ID DESC                                   0047504Q
           END-IF                                                       00475314
           EXIT.                                                        00475315

      *    FIELD-LEVEL CHANGE HISTORY, NEWEST FIRST, TWO LINES A CHANGE 00475316
      *    (WHO/WHEN/WHAT, THEN OLD > NEW) SO FOUR CHANGES TO A PAGE.   00475317
      *    THE CUSTOMER-360 PASSES ONLY THE SSN; THE AUDIT BROWSE MAY   00475318
      *    ALSO NARROW BY APP-ID, OPERATOR, TERMINAL AND DATE RANGE     00475319
       717-LIST-FIELD-CHANGES.                                          0047531A
           COMPUTE WS-C360-SKIP = (LS-LIST-PAGE - 1) * 4                0047531B
           EXEC SQL                                                     0047531C
              DECLARE C360FCHG CURSOR FOR                               0047531D
              SELECT CHAR(H.CHANGED_TS), COALESCE(H.OPERATOR_ID, ' '),  0047531E
                     COALESCE(H.TERMINAL_ID, ' '), H.ENTITY_TYPE,       0047531F
                     COALESCE(H.APP_ID, 0), H.COLUMN_NAME,              0047531G
                     COALESCE(H.OLD_VALUE, ' '),                        0047531H
                     COALESCE(H.NEW_VALUE, ' ')                         0047531I
                FROM KALA15.FIELD_CHANGE_HISTORY H                      0047531J
               WHERE (:WS-SSN = ' ' OR H.CUST_SSN = :WS-SSN)            0047531K
                 AND (:LS-APP-ID = 0 OR H.APP_ID = :LS-APP-ID)          0047531L
                 AND (:LS-AUD-OPERATOR = ' ' OR                         0047531M
                      H.OPERATOR_ID = :LS-AUD-OPERATOR)                 0047531N
                 AND (:LS-AUD-TERMINAL = ' ' OR                         0047531O
                      H.TERMINAL_ID = :LS-AUD-TERMINAL)                 0047531P
                 AND (:LS-AUD-FROM-DATE = ' ' OR                        0047531Q
                      CHAR(DATE(H.CHANGED_TS)) >= :LS-AUD-FROM-DATE)    0047531R
                 AND (:LS-AUD-TO-DATE = ' ' OR                          0047531S
                      CHAR(DATE(H.CHANGED_TS)) <= :LS-AUD-TO-DATE)      0047531T
               ORDER BY H.CHG_ID DESC                                   0047531U
           END-EXEC                                                     0047531V
           EXEC SQL                                                     0047531W
              OPEN C360FCHG                                             0047531X
           END-EXEC                                                     0047531Y
           PERFORM 717A-FETCH-FIELD-CHANGE                              0047531Z
              UNTIL SQLCODE NOT = 00 OR LS-LIST-CNT >= 8                00475320
           EXEC SQL                                                     00475321
              CLOSE C360FCHG                                            00475322
           END-EXEC                                                     00475323
           EXIT.                                                        00475324
                                                                        00475325
       717A-FETCH-FIELD-CHANGE.                                         00475326
           EXEC SQL                                                     00475327
              FETCH C360FCHG                                            00475328
               INTO :FCH-CHANGED-TS, :FCH-OPERATOR-ID,                  00475329
                    :FCH-TERMINAL-ID, :FCH-ENTITY-TYPE,                 0047532A
                    :FCH-APP-ID, :FCH-COLUMN-NAME,                      0047532B
                    :FCH-OLD-VALUE, :FCH-NEW-VALUE                      0047532C
           END-EXEC                                                     0047532D
           IF SQLCODE = 00                                              0047532E
              IF WS-C360-SKIP > ZERO                                    0047532F
                 SUBTRACT 1 FROM WS-C360-SKIP                           0047532G
              ELSE                                                      0047532H
                 IF FCH-APPLICATION                                     0047532I
                    MOVE FCH-APP-ID TO WS-C360-ID                       0047532J
                    MOVE WS-C360-ID TO WS-FCH-ENTITY                    0047532K
                 ELSE                                                   0047532L
                    MOVE 'CUSTOMER' TO WS-FCH-ENTITY                    0047532M
                 END-IF                                                 0047532N
                 ADD 1 TO LS-LIST-CNT                                   0047532O
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              0047532P
                 STRING FCH-CHANGED-TS (1:16) ' ' FCH-OPERATOR-ID ' '   0047532Q
                        FCH-TERMINAL-ID ' ' WS-FCH-ENTITY ' '           0047532R
                        FCH-COLUMN-NAME                                 0047532S
                        DELIMITED BY SIZE                               0047532T
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 0047532U
                 END-STRING                                             0047532V
                 ADD 1 TO LS-LIST-CNT                                   0047532W
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              0047532X
                 STRING '  ' FCH-OLD-VALUE (1:27) ' > '                 0047532Y
                        FCH-NEW-VALUE (1:27)                            0047532Z
                        DELIMITED BY SIZE                               00475330
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 00475331
                 END-STRING                                             00475332
              END-IF                                                    00475333
           END-IF                                                       00475334
           EXIT.                                                        00475335
                                                                        00475336
       718-LIST-STOP-CODES.                                             00475337
           COMPUTE WS-C360-SKIP = (LS-LIST-PAGE - 1) * 4                00475338
           EXEC SQL                                                     00475339
              DECLARE C360STOP CURSOR FOR                               0047533A
              SELECT S.STOP_ID, S.STOP_CODE, COALESCE(S.APP_ID, 0),     0047533B
                     S.STOP_STATUS, CHAR(S.REVIEW_DATE), S.PLACED_BY,   0047533C
                     S.STOP_REASON,                                     0047533D
                     CASE WHEN S.STOP_STATUS = 'A' AND                  0047533E
                               S.REVIEW_DATE < CURRENT DATE             0047533F
                          THEN 'REVIEW DUE' ELSE ' ' END                0047533G
                FROM KALA15.STOP_CODE S                                 0047533H
               WHERE S.CUST_SSN = :WS-SSN                               0047533I
               ORDER BY S.STOP_STATUS, S.STOP_ID DESC                   0047533J
           END-EXEC                                                     0047533K
           EXEC SQL                                                     0047533L
              OPEN C360STOP                                             0047533M
           END-EXEC                                                     0047533N
           PERFORM 718A-FETCH-STOP-CODE                                 0047533O
              UNTIL SQLCODE NOT = 00 OR LS-LIST-CNT >= 8                0047533P
           EXEC SQL                                                     0047533Q
              CLOSE C360STOP                                            0047533R
           END-EXEC                                                     0047533S
           EXIT.                                                        0047533T
                                                                        0047533U
       718A-FETCH-STOP-CODE.                                            0047533V
           EXEC SQL                                                     0047533W
              FETCH C360STOP                                            0047533X
               INTO :STOP-ID, :STOP-CODE, :STOP-APP-ID,                 0047533Y
                    :STOP-STATUS, :STOP-REVIEW-DATE, :STOP-PLACED-BY,   0047533Z
                    :STOP-REASON, :WS-STOP-REVIEW-FLAG                  00475340
           END-EXEC                                                     00475341
           IF SQLCODE = 00                                              00475342
              IF WS-C360-SKIP > ZERO                                    00475343
                 SUBTRACT 1 FROM WS-C360-SKIP                           00475344
              ELSE                                                      00475345
                 IF STOP-APP-ID > ZERO                                  00475346
                    MOVE STOP-APP-ID TO WS-C360-ID                      00475347
                    MOVE WS-C360-ID TO WS-STOP-LEVEL                    00475348
                 ELSE                                                   00475349
                    MOVE 'CUSTOMER' TO WS-STOP-LEVEL                    0047534A
                 END-IF                                                 0047534B
                 IF STOP-ACTIVE                                         0047534C
                    MOVE 'ACTIVE  ' TO WS-STOP-STATUS-TEXT              0047534D
                 ELSE                                                   0047534E
                    MOVE 'RELEASED' TO WS-STOP-STATUS-TEXT              0047534F
                 END-IF                                                 0047534G
                 MOVE STOP-ID TO WS-C360-ID                             0047534H
                 ADD 1 TO LS-LIST-CNT                                   0047534I
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              0047534J
                 STRING WS-C360-ID ' ' STOP-CODE ' ' WS-STOP-LEVEL ' '  0047534K
                        WS-STOP-STATUS-TEXT ' REVIEW ' STOP-REVIEW-DATE 0047534L
                        ' ' WS-STOP-REVIEW-FLAG                         0047534M
                        DELIMITED BY SIZE                               0047534N
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 0047534O
                 END-STRING                                             0047534P
                 ADD 1 TO LS-LIST-CNT                                   0047534Q
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              0047534R
                 STRING '  ' STOP-REASON ' BY ' STOP-PLACED-BY          0047534S
                        DELIMITED BY SIZE                               0047534T
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 0047534U
                 END-STRING                                             0047534V
              END-IF                                                    0047534W
           END-IF                                                       0047534X
           EXIT.                                                        0047534Y
                                                                        0047534Z
       719-LIST-VULNERABILITY.                                          00475350
           COMPUTE WS-C360-SKIP = (LS-LIST-PAGE - 1) * 4                00475351
           EXEC SQL                                                     00475352
              DECLARE C360VULN CURSOR FOR                               00475353
              SELECT V.VULN_ID, V.VULN_TYPE, V.CONSENT_FLAG,            00475354
                     V.VULN_STATUS, CHAR(V.REVIEW_DATE),                00475355
                     COALESCE(V.EVIDENCE, ' '),                         00475356
                     COALESCE(V.RECORDED_BY, ' '),                      00475357
                     COALESCE(V.AGENCY_OVRD_BY, ' ')                    00475358
                FROM KALA15.VULNERABLE_CUSTOMER V                       00475359
               WHERE V.CUST_SSN = :WS-SSN                               0047535A
               ORDER BY V.VULN_STATUS, V.VULN_ID DESC                   0047535B
           END-EXEC                                                     0047535C
           EXEC SQL                                                     0047535D
              OPEN C360VULN                                             0047535E
           END-EXEC                                                     0047535F
           PERFORM 719A-FETCH-VULNERABILITY                             0047535G
              UNTIL SQLCODE NOT = 00 OR LS-LIST-CNT >= 8                0047535H
           EXEC SQL                                                     0047535I
              CLOSE C360VULN                                            0047535J
           END-EXEC                                                     0047535K
           EXIT.                                                        0047535L
                                                                        0047535M
       719A-FETCH-VULNERABILITY.                                        0047535N
           EXEC SQL                                                     0047535O
              FETCH C360VULN                                            0047535P
               INTO :VULN-ID, :VULN-TYPE, :VULN-CONSENT-FLAG,           0047535Q
                    :VULN-STATUS, :VULN-REVIEW-DATE, :VULN-EVIDENCE,    0047535R
                    :VULN-RECORDED-BY, :VULN-AGENCY-OVRD-BY             0047535S
           END-EXEC                                                     0047535T
           IF SQLCODE = 00                                              0047535U
              IF WS-C360-SKIP > ZERO                                    0047535V
                 SUBTRACT 1 FROM WS-C360-SKIP                           0047535W
              ELSE                                                      0047535X
                 IF VULN-ACTIVE                                         0047535Y
                    MOVE 'ACTIVE' TO WS-VULN-STATUS-TEXT                0047535Z
                 ELSE                                                   00475360
                    MOVE 'CLOSED' TO WS-VULN-STATUS-TEXT                00475361
                 END-IF                                                 00475362
                 IF VULN-AGENCY-OVRD-BY = SPACES                        00475363
                    MOVE SPACES TO WS-VULN-OVRD-TEXT                    00475364
                 ELSE                                                   00475365
                    MOVE SPACES TO WS-VULN-OVRD-TEXT                    00475366
                    STRING 'AGENCY ' VULN-AGENCY-OVRD-BY                00475367
                           DELIMITED BY SIZE INTO WS-VULN-OVRD-TEXT     00475368
                    END-STRING                                          00475369
                 END-IF                                                 0047536A
                 MOVE VULN-ID TO WS-C360-ID                             0047536B
                 ADD 1 TO LS-LIST-CNT                                   0047536C
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              0047536D
                 STRING WS-C360-ID ' ' VULN-TYPE ' '                    0047536E
                        WS-VULN-STATUS-TEXT ' CONSENT '                 0047536F
                        VULN-CONSENT-FLAG ' REVIEW ' VULN-REVIEW-DATE   0047536G
                        ' ' WS-VULN-OVRD-TEXT                           0047536H
                        DELIMITED BY SIZE                               0047536I
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 0047536J
                 END-STRING                                             0047536K
                 ADD 1 TO LS-LIST-CNT                                   0047536L
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              0047536M
                 STRING '  ' VULN-EVIDENCE ' BY ' VULN-RECORDED-BY      0047536N
                        DELIMITED BY SIZE                               0047536O
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 0047536P
                 END-STRING                                             0047536Q
              END-IF                                                    0047536R
           END-IF                                                       0047536S
           EXIT.                                                        0047536T
                                                                        0047536U
       720-LIST-GUARDIANSHIP.                                           0047536V
           COMPUTE WS-C360-SKIP = (LS-LIST-PAGE - 1) * 4                0047536W
           EXEC SQL                                                     0047536X
              DECLARE C360GRD CURSOR FOR                                0047536Y
              SELECT G.GRD_ID, G.GRD_STATUS, G.GRD_SOURCE,              0047536Z
                     CHAR(G.START_DATE),                                00475370
                     COALESCE(CHAR(G.ENDED_DATE), ' '),                 00475371
                     G.COMP_RESTRICTED, G.GUARDIAN_NAME,                00475372
                     COALESCE(G.GUARDIAN_ADDRESS, ' '),                 00475373
                     COALESCE(G.GUARDIAN_POSTAL, ' '),                  00475374
                     COALESCE(G.GUARDIAN_CITY, ' ')                     00475375
                FROM KALA15.GUARDIANSHIP G                              00475376
               WHERE G.CUST_SSN = :WS-SSN                               00475377
               ORDER BY G.GRD_STATUS, G.GRD_ID DESC                     00475378
           END-EXEC                                                     00475379
           EXEC SQL                                                     0047537A
              OPEN C360GRD                                              0047537B
           END-EXEC                                                     0047537C
           PERFORM 720A-FETCH-GUARDIANSHIP                              0047537D
              UNTIL SQLCODE NOT = 00 OR LS-LIST-CNT >= 8                0047537E
           EXEC SQL                                                     0047537F
              CLOSE C360GRD                                             0047537G
           END-EXEC                                                     0047537H
           EXIT.                                                        0047537I
                                                                        0047537J
       720A-FETCH-GUARDIANSHIP.                                         0047537K
           EXEC SQL                                                     0047537L
              FETCH C360GRD                                             0047537M
               INTO :GRD-ID, :GRD-STATUS, :GRD-SOURCE,                  0047537N
                    :GRD-START-DATE, :GRD-ENDED-DATE,                   0047537O
                    :GRD-COMP-RESTRICTED, :GRD-GUARDIAN-NAME,           0047537P
                    :GRD-GUARDIAN-ADDRESS, :GRD-GUARDIAN-POSTAL,        0047537Q
                    :GRD-GUARDIAN-CITY                                  0047537R
           END-EXEC                                                     0047537S
           IF SQLCODE = 00                                              0047537T
              IF WS-C360-SKIP > ZERO                                    0047537U
                 SUBTRACT 1 FROM WS-C360-SKIP                           0047537V
              ELSE                                                      0047537W
                 MOVE SPACES TO WS-GRD-ENDED-TEXT                       0047537X
                 IF GRD-ACTIVE                                          0047537Y
                    MOVE 'ACTIVE' TO WS-GRD-STATUS-TEXT                 0047537Z
                 ELSE                                                   00475380
                    MOVE 'ENDED ' TO WS-GRD-STATUS-TEXT                 00475381
                    STRING 'ENDED ' GRD-ENDED-DATE                      00475382
                           DELIMITED BY SIZE INTO WS-GRD-ENDED-TEXT     00475383
                    END-STRING                                          00475384
                 END-IF                                                 00475385
                 IF GRD-COMP-RESTRICTED = 'Y'                           00475386
                    MOVE 'RESTRICTED ' TO WS-GRD-RESTR-TEXT             00475387
                 ELSE                                                   00475388
                    MOVE SPACES TO WS-GRD-RESTR-TEXT                    00475389
                 END-IF                                                 0047538A
                 MOVE GRD-ID TO WS-C360-ID                              0047538B
                 ADD 1 TO LS-LIST-CNT                                   0047538C
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              0047538D
                 STRING WS-C360-ID ' ' WS-GRD-STATUS-TEXT ' '           0047538E
                        GRD-SOURCE ' FROM ' GRD-START-DATE ' '          0047538F
                        WS-GRD-RESTR-TEXT WS-GRD-ENDED-TEXT             0047538G
                        DELIMITED BY SIZE                               0047538H
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 0047538I
                 END-STRING                                             0047538J
                 ADD 1 TO LS-LIST-CNT                                   0047538K
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              0047538L
                 STRING '  ' GRD-GUARDIAN-NAME ' '                      0047538M
                        GRD-GUARDIAN-ADDRESS ' '                        0047538N
                        GRD-GUARDIAN-POSTAL ' ' GRD-GUARDIAN-CITY       0047538O
                        DELIMITED BY SIZE                               0047538P
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 0047538Q
                 END-STRING                                             0047538R
              END-IF                                                    0047538S
           END-IF                                                       0047538T
           EXIT.                                                        0047538U
                                                                        0047538V
       721-LIST-REPRESENTATIVES.                                        0047538W
           COMPUTE WS-C360-SKIP = (LS-LIST-PAGE - 1) * 4                0047538X
           EXEC SQL                                                     0047538Y
              DECLARE C360REP CURSOR FOR                                0047538Z
              SELECT R.REP_ID, R.REP_STATUS, R.REP_SCOPE,               00475390
                     CHAR(R.VALID_FROM),                                00475391
                     COALESCE(CHAR(R.VALID_TO), ' '),                   00475392
                     R.DOC_REF, R.REP_NAME                              00475393
                FROM KALA15.CUSTOMER_REPRESENTATIVE R                   00475394
               WHERE R.CUST_SSN = :WS-SSN                               00475395
               ORDER BY R.REP_STATUS, R.REP_ID DESC                     00475396
           END-EXEC                                                     00475397
           EXEC SQL                                                     00475398
              OPEN C360REP                                              00475399
           END-EXEC                                                     0047539A
           PERFORM 721A-FETCH-REPRESENTATIVE                            0047539B
              UNTIL SQLCODE NOT = 00 OR LS-LIST-CNT >= 8                0047539C
           EXEC SQL                                                     0047539D
              CLOSE C360REP                                             0047539E
           END-EXEC                                                     0047539F
           EXIT.                                                        0047539G
                                                                        0047539H
       721A-FETCH-REPRESENTATIVE.                                       0047539I
           EXEC SQL                                                     0047539J
              FETCH C360REP                                             0047539K
               INTO :REP-ID, :REP-STATUS, :REP-SCOPE,                   0047539L
                    :REP-VALID-FROM, :REP-VALID-TO,                     0047539M
                    :REP-DOC-REF, :REP-NAME                             0047539N
           END-EXEC                                                     0047539O
           IF SQLCODE = 00                                              0047539P
              IF WS-C360-SKIP > ZERO                                    0047539Q
                 SUBTRACT 1 FROM WS-C360-SKIP                           0047539R
              ELSE                                                      0047539S
                 IF REP-ACTIVE                                          0047539T
                    MOVE 'ACTIVE ' TO WS-REP-STATUS-TEXT                0047539U
                 ELSE                                                   0047539V
                    MOVE 'REVOKED' TO WS-REP-STATUS-TEXT                0047539W
                 END-IF                                                 0047539X
                 EVALUATE TRUE                                          0047539Y
                    WHEN REP-FULL-SERVICING                             0047539Z
                       MOVE 'FULL    ' TO WS-REP-SCOPE-TEXT             004753A0
                    WHEN REP-PAYMENTS                                   004753A1
                       MOVE 'PAYMENTS' TO WS-REP-SCOPE-TEXT             004753A2
                    WHEN OTHER                                          004753A3
                       MOVE 'INQUIRY ' TO WS-REP-SCOPE-TEXT             004753A4
                 END-EVALUATE                                           004753A5
                 IF REP-VALID-TO = SPACES                               004753A6
                    MOVE 'OPEN-ENDED' TO WS-REP-TO-TEXT                 004753A7
                 ELSE                                                   004753A8
                    MOVE REP-VALID-TO TO WS-REP-TO-TEXT                 004753A9
                 END-IF                                                 004753AA
                 MOVE REP-ID TO WS-C360-ID                              004753AB
                 ADD 1 TO LS-LIST-CNT                                   004753AC
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              004753AD
                 STRING WS-C360-ID ' ' WS-REP-STATUS-TEXT ' '           004753AE
                        WS-REP-SCOPE-TEXT ' ' REP-VALID-FROM            004753AF
                        ' TO ' WS-REP-TO-TEXT                           004753AG
                        DELIMITED BY SIZE                               004753AH
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 004753AI
                 END-STRING                                             004753AJ
                 ADD 1 TO LS-LIST-CNT                                   004753AK
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              004753AL
                 STRING '  ' REP-NAME ' DOC ' REP-DOC-REF               004753AM
                        DELIMITED BY SIZE                               004753AN
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 004753AO
                 END-STRING                                             004753AP
              END-IF                                                    004753AQ
           END-IF                                                       004753AR
           EXIT.                                                        004753AS
                                                                        0047536U
      *    CASE NOTES FOR THE CUSTOMER IN SSN, TWO LINES A NOTE - WHEN  0047536V
      *    AND BY WHOM, CATEGORY AND WHAT IT IS FILED AGAINST, THEN THE 0047536W
      *    TEXT. A NON-ZERO APP FILTER KEEPS THAT APPLICATION'S NOTES   0047536X
      *    AND THE CUSTOMER-LEVEL ONES AND DROPS THE OTHER LOANS'       0047536Y
       722-LIST-CASE-NOTES.                                             0047536Z
           COMPUTE WS-C360-SKIP = (LS-LIST-PAGE - 1) * 4                00475370
           EXEC SQL                                                     00475371
              DECLARE C360NOTE CURSOR FOR                               00475372
              SELECT SUBSTR(CHAR(N.NOTE_TS), 1, 16), N.AUTHOR_ID,       00475373
                     N.CATEGORY, N.APP_ID, N.NOTE_TEXT                  00475374
                FROM KALA15.CASE_NOTE N                                 00475375
               WHERE N.CUST_SSN = :SSN                                  00475376
                 AND (:WS-NOTE-APP-FILTER = 0                           00475377
                      OR N.APP_ID = 0                                   00475378
                      OR N.APP_ID = :WS-NOTE-APP-FILTER)                00475379
               ORDER BY N.NOTE_TS DESC, N.NOTE_ID DESC                  0047537A
           END-EXEC                                                     0047537B
           EXEC SQL                                                     0047537C
              OPEN C360NOTE                                             0047537D
           END-EXEC                                                     0047537E
           PERFORM 722A-FETCH-CASE-NOTE                                 0047537F
              UNTIL SQLCODE NOT = 00 OR LS-LIST-CNT >= 8                0047537G
           EXEC SQL                                                     0047537H
              CLOSE C360NOTE                                            0047537I
           END-EXEC                                                     0047537J
           EXIT.                                                        0047537K
                                                                        0047537L
       722A-FETCH-CASE-NOTE.                                            0047537M
           EXEC SQL                                                     0047537N
              FETCH C360NOTE                                            0047537O
               INTO :WS-NOTE-STAMP, :NOTE-AUTHOR-ID, :NOTE-CATEGORY,    0047537P
                    :NOTE-APP-ID, :NOTE-TEXT                            0047537Q
           END-EXEC                                                     0047537R
           IF SQLCODE = 00                                              0047537S
              IF WS-C360-SKIP > ZERO                                    0047537T
                 SUBTRACT 1 FROM WS-C360-SKIP                           0047537U
              ELSE                                                      0047537V
                 IF NOTE-APP-ID = ZERO                                  0047537W
                    MOVE 'CUSTOMER' TO WS-NOTE-WHERE                    0047537X
                 ELSE                                                   0047537Y
                    MOVE NOTE-APP-ID TO WS-C360-ID                      0047537Z
                    MOVE SPACES TO WS-NOTE-WHERE                        00475380
                    STRING 'APP ' WS-C360-ID                            00475381
                           DELIMITED BY SIZE INTO WS-NOTE-WHERE         00475382
                    END-STRING                                          00475383
                 END-IF                                                 00475384
                 ADD 1 TO LS-LIST-CNT                                   00475385
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              00475386
                 STRING WS-NOTE-STAMP ' ' NOTE-AUTHOR-ID ' '            00475387
                        NOTE-CATEGORY ' ' WS-NOTE-WHERE                 00475388
                        DELIMITED BY SIZE                               00475389
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 0047538A
                 END-STRING                                             0047538B
                 ADD 1 TO LS-LIST-CNT                                   0047538C
                 MOVE NOTE-TEXT TO LS-LIST-LINE (LS-LIST-CNT)           0047538D
              END-IF                                                    0047538E
           END-IF                                                       0047538F
           EXIT.                                                        0047538G
                                                                        0047538H
      *    STOP-CODE MAINTENANCE FROM LOANSTOP: P PLACES A STOP ON A    00475350
      *    LOAN (APP ID KEYED) OR ON THE WHOLE CUSTOMER (SSN ONLY), R   00475351
      *    RELEASES ONE, V RECORDS A REVIEW BY MOVING ITS REVIEW DATE   00475352
       915-PROCESS-STOP-CODE.                                           00475353
           MOVE LS-APP-ID TO APP-ID                                     00475354
           EVALUATE LS-STOP-ACTION                                      00475355
              WHEN 'P'                                                  00475356
                 PERFORM 916-PLACE-STOP-CODE                            00475357
              WHEN 'R'                                                  00475358
                 PERFORM 917-RELEASE-STOP-CODE                          00475359
              WHEN 'V'                                                  0047535A
                 PERFORM 918-REVIEW-STOP-CODE                           0047535B
              WHEN OTHER                                                0047535C
                 MOVE 'STOP ACTION MUST BE P, R OR V' TO LS-MESSAGE     0047535D
           END-EVALUATE                                                 0047535E
           EXIT.                                                        0047535F
                                                                        0047535G
      *    THE CODE MUST BE ONE THE MATRIX KNOWS, THE REASON IS         0047535H
      *    MANDATORY AND THE REVIEW DATE MUST LIE IN THE FUTURE - A     0047535I
      *    STOP NOBODY IS DUE TO LOOK AT AGAIN NEVER COMES OFF          0047535J
       916-PLACE-STOP-CODE.                                             0047535K
           MOVE SPACES TO STOP-CUST-SSN                                 0047535L
           IF LS-APP-ID > ZERO                                          0047535M
              EXEC SQL                                                  0047535N
                 SELECT CUST_SSN                                        0047535O
                   INTO :STOP-CUST-SSN                                  0047535P
                   FROM KALA15.APPLICATIONS                             0047535Q
                  WHERE APP_ID = :APP-ID                                0047535R
              END-EXEC                                                  0047535S
           ELSE                                                         0047535T
              MOVE LS-SSN TO SSN                                        0047535U
              EXEC SQL                                                  0047535V
                 SELECT SSN                                             0047535W
                   INTO :STOP-CUST-SSN                                  0047535X
                   FROM KALA15.CUSTOMER                                 0047535Y
                  WHERE SSN = :SSN                                      0047535Z
              END-EXEC                                                  00475360
           END-IF                                                       00475361
           MOVE STOP-CUST-SSN TO WS-SSN                                 00475362
                                                                        00475363
           MOVE LS-STOP-CODE TO STOP-CODE                               00475364
           MOVE ZERO TO WS-STOP-CNT                                     00475365
           EXEC SQL                                                     00475366
              SELECT COUNT(*)                                           00475367
                INTO :WS-STOP-CNT                                       00475368
                FROM KALA15.STOP_CODE_BLOCK                             00475369
               WHERE STOP_CODE = :STOP-CODE                             0047536A
           END-EXEC                                                     0047536B
                                                                        0047536C
           MOVE 'N' TO WS-STOP-DATE-OK                                  0047536D
           MOVE LS-STOP-REVIEW-DATE TO STOP-REVIEW-DATE                 0047536E
           IF STOP-REVIEW-DATE NOT = SPACES                             0047536F
              EXEC SQL                                                  0047536G
                 SELECT CASE WHEN DATE(:STOP-REVIEW-DATE) > CURRENT DATE0047536H
                             THEN 'Y' ELSE 'N' END                      0047536I
                   INTO :WS-STOP-DATE-OK                                0047536J
                   FROM SYSIBM.SYSDUMMY1                                0047536K
              END-EXEC                                                  0047536L
              IF SQLCODE NOT = 00                                       0047536M
                 MOVE 'N' TO WS-STOP-DATE-OK                            0047536N
              END-IF                                                    0047536O
           END-IF                                                       0047536P
                                                                        0047536Q
           EVALUATE TRUE                                                0047536R
              WHEN STOP-CUST-SSN = SPACES                               0047536S
                 MOVE 'CUSTOMER OR APPLICATION NOT FOUND'               0047536T
                    TO LS-MESSAGE                                       0047536U
              WHEN WS-STOP-CNT = ZERO                                   0047536V
                 MOVE 'UNKNOWN STOP CODE' TO LS-MESSAGE                 0047536W
              WHEN LS-STOP-REASON = SPACES                              0047536X
                 MOVE 'STOP REASON MUST BE ENTERED' TO LS-MESSAGE       0047536Y
              WHEN WS-STOP-DATE-OK NOT = 'Y'                            0047536Z
                 MOVE 'REVIEW DATE MUST BE A FUTURE YYYY-MM-DD'         00475370
                    TO LS-MESSAGE                                       00475371
              WHEN OTHER                                                00475372
                 EXEC SQL                                               00475373
                    SELECT COALESCE(MAX(STOP_ID), 0) + 1                00475374
                      INTO :STOP-ID                                     00475375
                      FROM KALA15.STOP_CODE                             00475376
                 END-EXEC                                               00475377
                 IF LS-APP-ID > ZERO                                    00475378
                    MOVE LS-APP-ID TO STOP-APP-ID                       00475379
                    MOVE ZERO TO WS-STOP-IV-APP-ID                      0047537A
                 ELSE                                                   0047537B
                    MOVE ZERO TO STOP-APP-ID                            0047537C
                    MOVE -1 TO WS-STOP-IV-APP-ID                        0047537D
                 END-IF                                                 0047537E
                 MOVE LS-STOP-REASON TO STOP-REASON                     0047537F
                 MOVE WS-SIGNON-OPID TO STOP-PLACED-BY                  0047537G
                 EXEC SQL                                               0047537H
                    INSERT INTO KALA15.STOP_CODE                        0047537I
                       (STOP_ID, CUST_SSN, APP_ID, STOP_CODE,           0047537J
                        STOP_REASON, STOP_STATUS, PLACED_BY,            0047537K
                        PLACED_TS, REVIEW_DATE)                         0047537L
                    VALUES                                              0047537M
                       (:STOP-ID, :STOP-CUST-SSN,                       0047537N
                        :STOP-APP-ID :WS-STOP-IV-APP-ID, :STOP-CODE,    0047537O
                        :STOP-REASON, 'A', :STOP-PLACED-BY,             0047537P
                        CURRENT TIMESTAMP, :STOP-REVIEW-DATE)           0047537Q
                 END-EXEC                                               0047537R
                 IF SQLCODE = 00                                        0047537S
                    MOVE STOP-ID TO LS-STOP-ID                          0047537T
                    SET SUCCESS TO TRUE                                 0047537U
                    MOVE SPACES TO LS-MESSAGE                           0047537V
                    STRING 'STOP ' STOP-CODE ' PLACED - STOP ID '       0047537W
                           LS-STOP-ID                                   0047537X
                           DELIMITED BY SIZE INTO LS-MESSAGE            0047537Y
                    END-STRING                                          0047537Z
                 ELSE                                                   00475380
                    MOVE 'ERROR PLACING STOP CODE' TO LS-MESSAGE        00475381
                 END-IF                                                 00475382
           END-EVALUATE                                                 00475383
           EXIT.                                                        00475384
                                                                        00475385
      *    FOUR EYES - WHOEVER PLACED A STOP CANNOT LIFT IT. THE ROW    00475386
      *    STAYS ON FILE AS RELEASED, WITH WHO AND WHEN                 00475387
       917-RELEASE-STOP-CODE.                                           00475388
           MOVE LS-STOP-ID TO STOP-ID                                   00475389
           EXEC SQL                                                     0047538A
              SELECT CUST_SSN, COALESCE(APP_ID, 0), PLACED_BY           0047538B
                INTO :STOP-CUST-SSN, :STOP-APP-ID, :STOP-PLACED-BY      0047538C
                FROM KALA15.STOP_CODE                                   0047538D
               WHERE STOP_ID = :STOP-ID                                 0047538E
                 AND STOP_STATUS = 'A'                                  0047538F
           END-EXEC                                                     0047538G
           EVALUATE TRUE                                                0047538H
              WHEN SQLCODE NOT = 00                                     0047538I
                 MOVE 'ACTIVE STOP NOT FOUND' TO LS-MESSAGE             0047538J
              WHEN STOP-PLACED-BY = WS-SIGNON-OPID                      0047538K
                 MOVE 'PLACER CANNOT RELEASE OWN STOP' TO LS-MESSAGE    0047538L
              WHEN OTHER                                                0047538M
                 MOVE STOP-CUST-SSN TO WS-SSN                           0047538N
                 MOVE STOP-APP-ID TO APP-ID                             0047538O
                 MOVE WS-SIGNON-OPID TO STOP-RELEASED-BY                0047538P
                 EXEC SQL                                               0047538Q
                    UPDATE KALA15.STOP_CODE                             0047538R
                       SET STOP_STATUS = 'R',                           0047538S
                           RELEASED_BY = :STOP-RELEASED-BY,             0047538T
                           RELEASED_TS = CURRENT TIMESTAMP              0047538U
                     WHERE STOP_ID = :STOP-ID                           0047538V
                       AND STOP_STATUS = 'A'                            0047538W
                 END-EXEC                                               0047538X
                 IF SQLCODE = 00                                        0047538Y
                    SET SUCCESS TO TRUE                                 0047538Z
                    MOVE 'STOP RELEASED' TO LS-MESSAGE                  00475390
                 ELSE                                                   00475391
                    MOVE 'ERROR RELEASING STOP CODE' TO LS-MESSAGE      00475392
                 END-IF                                                 00475393
           END-EVALUATE                                                 00475394
           EXIT.                                                        00475395
                                                                        00475396
      *    A REVIEW THAT KEEPS THE STOP IN PLACE JUST MOVES THE DATE    00475397
      *    ON; THE TRANSACTION LOG CARRIES WHO REVIEWED IT              00475398
       918-REVIEW-STOP-CODE.                                            00475399
           MOVE LS-STOP-ID TO STOP-ID                                   0047539A
           MOVE 'N' TO WS-STOP-DATE-OK                                  0047539B
           MOVE LS-STOP-REVIEW-DATE TO STOP-REVIEW-DATE                 0047539C
           IF STOP-REVIEW-DATE NOT = SPACES                             0047539D
              EXEC SQL                                                  0047539E
                 SELECT CASE WHEN DATE(:STOP-REVIEW-DATE) > CURRENT DATE0047539F
                             THEN 'Y' ELSE 'N' END                      0047539G
                   INTO :WS-STOP-DATE-OK                                0047539H
                   FROM SYSIBM.SYSDUMMY1                                0047539I
              END-EXEC                                                  0047539J
              IF SQLCODE NOT = 00                                       0047539K
                 MOVE 'N' TO WS-STOP-DATE-OK                            0047539L
              END-IF                                                    0047539M
           END-IF                                                       0047539N
           IF WS-STOP-DATE-OK NOT = 'Y'                                 0047539O
              MOVE 'REVIEW DATE MUST BE A FUTURE YYYY-MM-DD'            0047539P
                 TO LS-MESSAGE                                          0047539Q
           ELSE                                                         0047539R
              EXEC SQL                                                  0047539S
                 UPDATE KALA15.STOP_CODE                                0047539T
                    SET REVIEW_DATE = :STOP-REVIEW-DATE                 0047539U
                  WHERE STOP_ID = :STOP-ID                              0047539V
                    AND STOP_STATUS = 'A'                               0047539W
              END-EXEC                                                  0047539X
              IF SQLCODE = 00                                           0047539Y
                 EXEC SQL                                               0047539Z
                    SELECT CUST_SSN, COALESCE(APP_ID, 0)                004753A0
                      INTO :WS-SSN, :APP-ID                             004753A1
                      FROM KALA15.STOP_CODE                             004753A2
                     WHERE STOP_ID = :STOP-ID                           004753A3
                 END-EXEC                                               004753A4
                 SET SUCCESS TO TRUE                                    004753A5
                 MOVE 'STOP REVIEWED - NEW REVIEW DATE SET'             004753A6
                    TO LS-MESSAGE                                       004753A7
              ELSE                                                      004753A8
                 MOVE 'ACTIVE STOP NOT FOUND' TO LS-MESSAGE             004753A9
              END-IF                                                    004753AA
           END-IF                                                       004753AB
           EXIT.                                                        004753AC
                                                                        004753AD
      *    VULNERABLE-CUSTOMER REGISTER FROM LOANVULN: R RECORDS A      004753AE
      *    VULNERABILITY AGAINST THE CUSTOMER, V MOVES ITS REVIEW       004753AF
      *    DATE ON, O IS THE SUPERVISOR'S OVERRIDE THAT LETS THE        004753AG
      *    CUSTOMER'S CASES GO TO AN AGENCY, C CLOSES THE ENTRY         004753AH
       919-PROCESS-VULNERABLE.                                          004753AI
           MOVE LS-VULN-ID TO VULN-ID                                   004753AJ
           EVALUATE LS-VULN-ACTION                                      004753AK
              WHEN 'R'                                                  004753AL
                 PERFORM 919A-RECORD-VULNERABILITY                      004753AM
              WHEN 'V'                                                  004753AN
                 PERFORM 919B-REVIEW-VULNERABILITY                      004753AO
              WHEN 'O'                                                  004753AP
                 PERFORM 919C-OVERRIDE-VULNERABILITY                    004753AQ
              WHEN 'C'                                                  004753AR
                 PERFORM 919D-CLOSE-VULNERABILITY                       004753AS
              WHEN OTHER                                                004753AT
                 MOVE 'ACTION MUST BE R, V, O OR C' TO LS-MESSAGE       004753AU
           END-EVALUATE                                                 004753AV
           EXIT.                                                        004753AW
                                                                        004753AX
      *    EVIDENCE IS SPECIAL-CATEGORY DATA - IT IS HELD ONLY WITH THE 004753AY
      *    CUSTOMER'S CONSENT. THE VULNERABILITY ITSELF IS RECORDED     004753AZ
      *    EITHER WAY, SO THE TREATMENT STILL APPLIES                   004753B0
       919A-RECORD-VULNERABILITY.                                       004753B1
           MOVE LS-SSN TO SSN                                           004753B2
           MOVE LS-SSN TO WS-SSN                                        004753B3
           MOVE ZERO TO WS-VULN-CNT                                     004753B4
           EXEC SQL                                                     004753B5
              SELECT COUNT(*)                                           004753B6
                INTO :WS-VULN-CNT                                       004753B7
                FROM KALA15.CUSTOMER                                    004753B8
               WHERE SSN = :SSN                                         004753B9
           END-EXEC                                                     004753BA
           MOVE LS-VULN-REVIEW-DATE TO VULN-REVIEW-DATE                 004753BB
           PERFORM 919E-CHECK-REVIEW-DATE                               004753BC
           EVALUATE TRUE                                                004753BD
              WHEN WS-VULN-CNT = ZERO                                   004753BE
                 MOVE 'CUSTOMER NOT FOUND' TO LS-MESSAGE                004753BF
              WHEN LS-VULN-TYPE NOT = 'ILLN' AND                        004753BG
                   LS-VULN-TYPE NOT = 'BRVT' AND                        004753BH
                   LS-VULN-TYPE NOT = 'COGN' AND                        004753BI
                   LS-VULN-TYPE NOT = 'HARD'                            004753BJ
                 MOVE 'TYPE MUST BE ILLN, BRVT, COGN OR HARD'           004753BK
                    TO LS-MESSAGE                                       004753BL
              WHEN LS-VULN-CONSENT NOT = 'Y' AND                        004753BM
                   LS-VULN-CONSENT NOT = 'N'                            004753BN
                 MOVE 'CONSENT MUST BE Y OR N' TO LS-MESSAGE            004753BO
              WHEN LS-VULN-CONSENT = 'N' AND                            004753BP
                   LS-VULN-EVIDENCE NOT = SPACES                        004753BQ
                 MOVE 'NO EVIDENCE HELD WITHOUT CONSENT'                004753BR
                    TO LS-MESSAGE                                       004753BS
              WHEN WS-VULN-DATE-OK NOT = 'Y'                            004753BT
                 MOVE 'REVIEW DATE MUST BE A FUTURE YYYY-MM-DD'         004753BU
                    TO LS-MESSAGE                                       004753BV
              WHEN OTHER                                                004753BW
                 EXEC SQL                                               004753BX
                    SELECT COALESCE(MAX(VULN_ID), 0) + 1                004753BY
                      INTO :VULN-ID                                     004753BZ
                      FROM KALA15.VULNERABLE_CUSTOMER                   004753C0
                 END-EXEC                                               004753C1
                 MOVE LS-SSN TO VULN-CUST-SSN                           004753C2
                 MOVE LS-VULN-TYPE TO VULN-TYPE                         004753C3
                 MOVE LS-VULN-EVIDENCE TO VULN-EVIDENCE                 004753C4
                 MOVE LS-VULN-CONSENT TO VULN-CONSENT-FLAG              004753C5
                 MOVE WS-SIGNON-OPID TO VULN-RECORDED-BY                004753C6
                 EXEC SQL                                               004753C7
                    INSERT INTO KALA15.VULNERABLE_CUSTOMER              004753C8
                       (VULN_ID, CUST_SSN, VULN_TYPE, EVIDENCE,         004753C9
                        CONSENT_FLAG, REVIEW_DATE, VULN_STATUS,         004753CA
                        RECORDED_BY, RECORDED_TS)                       004753CB
                    VALUES                                              004753CC
                       (:VULN-ID, :VULN-CUST-SSN, :VULN-TYPE,           004753CD
                        :VULN-EVIDENCE, :VULN-CONSENT-FLAG,             004753CE
                        :VULN-REVIEW-DATE, 'A', :VULN-RECORDED-BY,      004753CF
                        CURRENT TIMESTAMP)                              004753CG
                 END-EXEC                                               004753CH
                 IF SQLCODE = 00                                        004753CI
                    MOVE VULN-ID TO LS-VULN-ID                          004753CJ
                    SET SUCCESS TO TRUE                                 004753CK
                    MOVE SPACES TO LS-MESSAGE                           004753CL
                    STRING 'VULNERABILITY RECORDED - ID ' LS-VULN-ID    004753CM
                           DELIMITED BY SIZE INTO LS-MESSAGE            004753CN
                    END-STRING                                          004753CO
                 ELSE                                                   004753CP
                    MOVE 'ERROR RECORDING VULNERABILITY' TO LS-MESSAGE  004753CQ
                 END-IF                                                 004753CR
           END-EVALUATE                                                 004753CS
           EXIT.                                                        004753CT
                                                                        004753CU
       919B-REVIEW-VULNERABILITY.                                       004753CV
           MOVE LS-VULN-REVIEW-DATE TO VULN-REVIEW-DATE                 004753CW
           PERFORM 919E-CHECK-REVIEW-DATE                               004753CX
           IF WS-VULN-DATE-OK NOT = 'Y'                                 004753CY
              MOVE 'REVIEW DATE MUST BE A FUTURE YYYY-MM-DD'            004753CZ
                 TO LS-MESSAGE                                          004753D0
           ELSE                                                         004753D1
              EXEC SQL                                                  004753D2
                 UPDATE KALA15.VULNERABLE_CUSTOMER                      004753D3
                    SET REVIEW_DATE = :VULN-REVIEW-DATE                 004753D4
                  WHERE VULN_ID = :VULN-ID                              004753D5
                    AND VULN_STATUS = 'A'                               004753D6
              END-EXEC                                                  004753D7
              IF SQLCODE = 00                                           004753D8
                 PERFORM 919F-READ-VULN-SSN                             004753D9
                 SET SUCCESS TO TRUE                                    004753DA
                 MOVE 'REVIEWED - NEW REVIEW DATE SET' TO LS-MESSAGE    004753DB
              ELSE                                                      004753DC
                 MOVE 'ACTIVE ENTRY NOT FOUND' TO LS-MESSAGE            004753DD
              END-IF                                                    004753DE
           END-IF                                                       004753DF
           EXIT.                                                        004753DG
                                                                        004753DH
      *    ONLY A SUPERVISOR MAY SEND A VULNERABLE CUSTOMER'S CASES     004753DI
      *    OUT TO AN AGENCY; THE OVERRIDE STANDS UNTIL THE ENTRY CLOSES 004753DJ
       919C-OVERRIDE-VULNERABILITY.                                     004753DK
           IF WS-OPERATOR-CLASS NOT = 'S'                               004753DL
              MOVE 'AGENCY OVERRIDE NEEDS A SUPERVISOR' TO LS-MESSAGE   004753DM
           ELSE                                                         004753DN
              MOVE WS-SIGNON-OPID TO VULN-AGENCY-OVRD-BY                004753DO
              EXEC SQL                                                  004753DP
                 UPDATE KALA15.VULNERABLE_CUSTOMER                      004753DQ
                    SET AGENCY_OVRD_BY = :VULN-AGENCY-OVRD-BY,          004753DR
                        AGENCY_OVRD_TS = CURRENT TIMESTAMP              004753DS
                  WHERE VULN_ID = :VULN-ID                              004753DT
                    AND VULN_STATUS = 'A'                               004753DU
              END-EXEC                                                  004753DV
              IF SQLCODE = 00                                           004753DW
                 PERFORM 919F-READ-VULN-SSN                             004753DX
                 SET SUCCESS TO TRUE                                    004753DY
                 MOVE 'AGENCY PLACEMENT OVERRIDE RECORDED'              004753DZ
                    TO LS-MESSAGE                                       004753E0
              ELSE                                                      004753E1
                 MOVE 'ACTIVE ENTRY NOT FOUND' TO LS-MESSAGE            004753E2
              END-IF                                                    004753E3
           END-IF                                                       004753E4
           EXIT.                                                        004753E5
                                                                        004753E6
       919D-CLOSE-VULNERABILITY.                                        004753E7
           MOVE WS-SIGNON-OPID TO VULN-CLOSED-BY                        004753E8
           EXEC SQL                                                     004753E9
              UPDATE KALA15.VULNERABLE_CUSTOMER                         004753EA
                 SET VULN_STATUS = 'C',                                 004753EB
                     CLOSED_BY = :VULN-CLOSED-BY,                       004753EC
                     CLOSED_TS = CURRENT TIMESTAMP                      004753ED
               WHERE VULN_ID = :VULN-ID                                 004753EE
                 AND VULN_STATUS = 'A'                                  004753EF
           END-EXEC                                                     004753EG
           IF SQLCODE = 00                                              004753EH
              PERFORM 919F-READ-VULN-SSN                                004753EI
              SET SUCCESS TO TRUE                                       004753EJ
              MOVE 'VULNERABILITY ENTRY CLOSED' TO LS-MESSAGE           004753EK
           ELSE                                                         004753EL
              MOVE 'ACTIVE ENTRY NOT FOUND' TO LS-MESSAGE               004753EM
           END-IF                                                       004753EN
           EXIT.                                                        004753EO
                                                                        004753EP
       919E-CHECK-REVIEW-DATE.                                          004753EQ
           MOVE 'N' TO WS-VULN-DATE-OK                                  004753ER
           IF VULN-REVIEW-DATE NOT = SPACES                             004753ES
              EXEC SQL                                                  004753ET
                 SELECT CASE WHEN DATE(:VULN-REVIEW-DATE) > CURRENT DATE004753EU
                             THEN 'Y' ELSE 'N' END                      004753EV
                   INTO :WS-VULN-DATE-OK                                004753EW
                   FROM SYSIBM.SYSDUMMY1                                004753EX
              END-EXEC                                                  004753EY
              IF SQLCODE NOT = 00                                       004753EZ
                 MOVE 'N' TO WS-VULN-DATE-OK                            004753F0
              END-IF                                                    004753F1
           END-IF                                                       004753F2
           EXIT.                                                        004753F3
                                                                        004753F4
      *    THE CUSTOMER KEY FOR THE TRANSACTION LOG                     004753F5
       919F-READ-VULN-SSN.                                              004753F6
           EXEC SQL                                                     004753F7
              SELECT CUST_SSN                                           004753F8
                INTO :WS-SSN                                            004753F9
                FROM KALA15.VULNERABLE_CUSTOMER                         004753FA
               WHERE VULN_ID = :VULN-ID                                 004753FB
           END-EXEC                                                     004753FC
           EXIT.                                                        004753FD
                                                                        004753FE
      *    GUARDIANSHIP MAINTENANCE FROM LOANGRDN: C RECORDS THE        004753FF
      *    GUARDIAN'S CONSENT TO THE APPLICATION KEYED, R REGISTERS A   004753FG
      *    GUARDIANSHIP FROM A COURT LETTER AHEAD OF THE REGISTER FEED, 004753FH
      *    E ENDS SUCH A MANUAL ENTRY (SUPERVISOR ONLY). ROWS THE       004753FI
      *    REGISTER FEED OWNS ARE ENDED ONLY BY LOANGRDF                004753FJ
       921-PROCESS-GUARDIAN.                                            004753FK
           MOVE LS-GRD-ID TO GRD-ID                                     004753FL
           EVALUATE LS-GRD-ACTION                                       004753FM
              WHEN 'C'                                                  004753FN
                 PERFORM 921A-RECORD-CONSENT                            004753FO
              WHEN 'R'                                                  004753FP
                 PERFORM 921B-REGISTER-GUARDIANSHIP                     004753FQ
              WHEN 'E'                                                  004753FR
                 PERFORM 921C-END-GUARDIANSHIP                          004753FS
              WHEN OTHER                                                004753FT
                 MOVE 'ACTION MUST BE C, R OR E' TO LS-MESSAGE          004753FU
           END-EVALUATE                                                 004753FV
           EXIT.                                                        004753FW
                                                                        004753FX
      *    THE CONSENT MUST COME FROM A GUARDIAN OF THE APPLICANT OR OF 004753FY
      *    ONE OF THE CO-APPLICANTS ON THAT APPLICATION                 004753FZ
       921A-RECORD-CONSENT.                                             004753G0
           MOVE LS-APP-ID TO GCON-APP-ID                                004753G1
           MOVE SPACES TO GRD-CUST-SSN                                  004753G2
           EXEC SQL                                                     004753G3
              SELECT CUST_SSN                                           004753G4
                INTO :GRD-CUST-SSN                                      004753G5
                FROM KALA15.GUARDIANSHIP                                004753G6
               WHERE GRD_ID = :GRD-ID                                   004753G7
                 AND GRD_STATUS = 'A'                                   004753G8
           END-EXEC                                                     004753G9
           MOVE ZERO TO WS-GRD-CNT                                      004753GA
           EXEC SQL                                                     004753GB
              SELECT COUNT(*)                                           004753GC
                INTO :WS-GRD-CNT                                        004753GD
                FROM KALA15.APPLICATIONS A                              004753GE
               WHERE A.APP_ID = :GCON-APP-ID                            004753GF
                 AND (A.CUST_SSN = :GRD-CUST-SSN                        004753GG
                      OR EXISTS                                         004753GH
                         (SELECT 1                                      004753GI
                            FROM KALA15.CO_APPLICANT C                  004753GJ
                           WHERE C.APP_ID = A.APP_ID                    004753GK
                             AND C.CO_SSN = :GRD-CUST-SSN))             004753GL
           END-EXEC                                                     004753GM
           MOVE ZERO TO WS-GRD-OPEN-CNT                                 004753GN
           EXEC SQL                                                     004753GO
              SELECT COUNT(*)                                           004753GP
                INTO :WS-GRD-OPEN-CNT                                   004753GQ
                FROM KALA15.GUARDIAN_CONSENT                            004753GR
               WHERE GRD_ID = :GRD-ID                                   004753GS
                 AND APP_ID = :GCON-APP-ID                              004753GT
           END-EXEC                                                     004753GU
           EVALUATE TRUE                                                004753GV
              WHEN GRD-CUST-SSN = SPACES                                004753GW
                 MOVE 'ACTIVE GUARDIANSHIP NOT FOUND' TO LS-MESSAGE     004753GX
              WHEN WS-GRD-CNT = ZERO                                    004753GY
                 MOVE 'WARD IS NOT AN APPLICANT ON THAT LOAN'           004753GZ
                    TO LS-MESSAGE                                       004753H0
              WHEN WS-GRD-OPEN-CNT > ZERO                               004753H1
                 MOVE 'CONSENT ALREADY RECORDED' TO LS-MESSAGE          004753H2
              WHEN LS-GRD-CONSENT-REF = SPACES                          004753H3
                 MOVE 'CONSENT DOCUMENT REFERENCE REQUIRED'             004753H4
                    TO LS-MESSAGE                                       004753H5
              WHEN OTHER                                                004753H6
                 EXEC SQL                                               004753H7
                    SELECT COALESCE(MAX(CONSENT_ID), 0) + 1             004753H8
                      INTO :GCON-CONSENT-ID                             004753H9
                      FROM KALA15.GUARDIAN_CONSENT                      004753HA
                 END-EXEC                                               004753HB
                 MOVE GRD-ID TO GCON-GRD-ID                             004753HC
                 MOVE LS-GRD-CONSENT-REF TO GCON-CONSENT-REF            004753HD
                 MOVE WS-SIGNON-OPID TO GCON-RECORDED-BY                004753HE
                 EXEC SQL                                               004753HF
                    INSERT INTO KALA15.GUARDIAN_CONSENT                 004753HG
                       (CONSENT_ID, APP_ID, GRD_ID, CONSENT_REF,        004753HH
                        RECORDED_BY, RECORDED_TS)                       004753HI
                    VALUES                                              004753HJ
                       (:GCON-CONSENT-ID, :GCON-APP-ID, :GCON-GRD-ID,   004753HK
                        :GCON-CONSENT-REF, :GCON-RECORDED-BY,           004753HL
                        CURRENT TIMESTAMP)                              004753HM
                 END-EXEC                                               004753HN
                 IF SQLCODE = 00                                        004753HO
                    MOVE GRD-CUST-SSN TO WS-SSN                         004753HP
                    SET SUCCESS TO TRUE                                 004753HQ
                    MOVE 'GUARDIAN CONSENT RECORDED' TO LS-MESSAGE      004753HR
                 ELSE                                                   004753HS
                    MOVE 'ERROR RECORDING CONSENT' TO LS-MESSAGE        004753HT
                 END-IF                                                 004753HU
           END-EVALUATE                                                 004753HV
           EXIT.                                                        004753HW
                                                                        004753HX
       921B-REGISTER-GUARDIANSHIP.                                      004753HY
           MOVE LS-SSN TO SSN                                           004753HZ
           MOVE LS-SSN TO WS-SSN                                        004753I0
           MOVE ZERO TO WS-GRD-CNT                                      004753I1
           EXEC SQL                                                     004753I2
              SELECT COUNT(*)                                           004753I3
                INTO :WS-GRD-CNT                                        004753I4
                FROM KALA15.CUSTOMER                                    004753I5
               WHERE SSN = :SSN                                         004753I6
           END-EXEC                                                     004753I7
           MOVE LS-GRD-GUARDIAN-NAME TO GRD-GUARDIAN-NAME               004753I8
           MOVE ZERO TO WS-GRD-OPEN-CNT                                 004753I9
           EXEC SQL                                                     004753IA
              SELECT COUNT(*)                                           004753IB
                INTO :WS-GRD-OPEN-CNT                                   004753IC
                FROM KALA15.GUARDIANSHIP                                004753ID
               WHERE CUST_SSN = :SSN                                    004753IE
                 AND GUARDIAN_NAME = :GRD-GUARDIAN-NAME                 004753IF
                 AND GRD_STATUS = 'A'                                   004753IG
           END-EXEC                                                     004753IH
           EVALUATE TRUE                                                004753II
              WHEN WS-GRD-CNT = ZERO                                    004753IJ
                 MOVE 'CUSTOMER NOT FOUND' TO LS-MESSAGE                004753IK
              WHEN LS-GRD-GUARDIAN-NAME = SPACES OR                     004753IL
                   LS-GRD-GUARDIAN-ADDRESS = SPACES OR                  004753IM
                   LS-GRD-GUARDIAN-POSTAL = SPACES OR                   004753IN
                   LS-GRD-GUARDIAN-CITY = SPACES                        004753IO
                 MOVE 'GUARDIAN NAME AND ADDRESS REQUIRED'              004753IP
                    TO LS-MESSAGE                                       004753IQ
              WHEN WS-GRD-OPEN-CNT > ZERO                               004753IR
                 MOVE 'GUARDIANSHIP ALREADY ON FILE' TO LS-MESSAGE      004753IS
              WHEN OTHER                                                004753IT
                 EXEC SQL                                               004753IU
                    SELECT COALESCE(MAX(GRD_ID), 0) + 1                 004753IV
                      INTO :GRD-ID                                      004753IW
                      FROM KALA15.GUARDIANSHIP                          004753IX
                 END-EXEC                                               004753IY
                 MOVE LS-SSN TO GRD-CUST-SSN                            004753IZ
                 MOVE LS-GRD-GUARDIAN-ADDRESS TO GRD-GUARDIAN-ADDRESS   004753J0
                 MOVE LS-GRD-GUARDIAN-POSTAL TO GRD-GUARDIAN-POSTAL     004753J1
                 MOVE LS-GRD-GUARDIAN-CITY TO GRD-GUARDIAN-CITY         004753J2
                 MOVE WS-SIGNON-OPID TO GRD-RECORDED-BY                 004753J3
                 EXEC SQL                                               004753J4
                    INSERT INTO KALA15.GUARDIANSHIP                     004753J5
                       (GRD_ID, CUST_SSN, GUARDIAN_NAME,                004753J6
                        GUARDIAN_ADDRESS, GUARDIAN_POSTAL,              004753J7
                        GUARDIAN_CITY, COMP_RESTRICTED, GRD_STATUS,     004753J8
                        GRD_SOURCE, START_DATE, RECORDED_BY)            004753J9
                    VALUES                                              004753JA
                       (:GRD-ID, :GRD-CUST-SSN, :GRD-GUARDIAN-NAME,     004753JB
                        :GRD-GUARDIAN-ADDRESS, :GRD-GUARDIAN-POSTAL,    004753JC
                        :GRD-GUARDIAN-CITY, 'N', 'A', 'MANUAL',         004753JD
                        CURRENT DATE, :GRD-RECORDED-BY)                 004753JE
                 END-EXEC                                               004753JF
                 IF SQLCODE = 00                                        004753JG
                    MOVE GRD-ID TO LS-GRD-ID                            004753JH
                    SET SUCCESS TO TRUE                                 004753JI
                    MOVE SPACES TO LS-MESSAGE                           004753JJ
                    STRING 'GUARDIANSHIP REGISTERED - ID ' LS-GRD-ID    004753JK
                           DELIMITED BY SIZE INTO LS-MESSAGE            004753JL
                    END-STRING                                          004753JM
                 ELSE                                                   004753JN
                    MOVE 'ERROR REGISTERING GUARDIANSHIP'               004753JO
                       TO LS-MESSAGE                                    004753JP
                 END-IF                                                 004753JQ
           END-EVALUATE                                                 004753JR
           EXIT.                                                        004753JS
                                                                        004753JT
       921C-END-GUARDIANSHIP.                                           004753JU
           IF WS-OPERATOR-CLASS NOT = 'S'                               004753JV
              MOVE 'ENDING A GUARDIANSHIP NEEDS A SUPERVISOR'           004753JW
                 TO LS-MESSAGE                                          004753JX
           ELSE                                                         004753JY
              EXEC SQL                                                  004753JZ
                 UPDATE KALA15.GUARDIANSHIP                             004753K0
                    SET GRD_STATUS = 'E',                               004753K1
                        ENDED_DATE = CURRENT DATE                       004753K2
                  WHERE GRD_ID = :GRD-ID                                004753K3
                    AND GRD_STATUS = 'A'                                004753K4
                    AND GRD_SOURCE = 'MANUAL'                           004753K5
              END-EXEC                                                  004753K6
              IF SQLCODE = 00                                           004753K7
                 EXEC SQL                                               004753K8
                    SELECT CUST_SSN                                     004753K9
                      INTO :WS-SSN                                      004753KA
                      FROM KALA15.GUARDIANSHIP                          004753KB
                     WHERE GRD_ID = :GRD-ID                             004753KC
                 END-EXEC                                               004753KD
                 SET SUCCESS TO TRUE                                    004753KE
                 MOVE 'GUARDIANSHIP ENDED' TO LS-MESSAGE                004753KF
              ELSE                                                      004753KG
                 MOVE 'ACTIVE MANUAL GUARDIANSHIP NOT FOUND'            004753KH
                    TO LS-MESSAGE                                       004753KI
              END-IF                                                    004753KJ
           END-IF                                                       004753KK
           EXIT.                                                        004753KL
                                                                        004753KM
      *    REPRESENTATIVE MAINTENANCE FROM LOANPOAR: R REGISTERS A      004753KN
      *    POWER OF ATTORNEY OR OTHER AUTHORITY FROM THE IMAGED         004753KO
      *    DOCUMENT, E ENDS (REVOKES) ONE. A REVOKED ROW IS KEPT SO THE 004753KP
      *    ACTIONS TAKEN UNDER IT STILL TRACE BACK TO ITS DOCUMENT      004753KQ
       924-PROCESS-REPRESENTATIVE.                                      004753KR
           MOVE LS-REP-ID TO REP-ID                                     004753KS
           EVALUATE LS-REP-ACTION                                       004753KT
              WHEN 'R'                                                  004753KU
                 PERFORM 924A-REGISTER-REPRESENTATIVE                   004753KV
              WHEN 'E'                                                  004753KW
                 PERFORM 924B-REVOKE-REPRESENTATIVE                     004753KX
              WHEN OTHER                                                004753KY
                 MOVE 'ACTION MUST BE R OR E' TO LS-MESSAGE             004753KZ
           END-EVALUATE                                                 004753L0
           EXIT.                                                        004753L1
                                                                        004753L2
      *    CORRESPONDENCE GOES IN COPY TO A PAYMENTS OR FULL-SERVICING  004753L3
      *    REPRESENTATIVE, SO THOSE SCOPES NEED A POSTAL ADDRESS        004753L4
       924A-REGISTER-REPRESENTATIVE.                                    004753L5
           MOVE LS-SSN TO SSN                                           004753L6
           MOVE LS-SSN TO WS-SSN                                        004753L7
           MOVE ZERO TO WS-REP-CNT                                      004753L8
           EXEC SQL                                                     004753L9
              SELECT COUNT(*)                                           004753LA
                INTO :WS-REP-CNT                                        004753LB
                FROM KALA15.CUSTOMER                                    004753LC
               WHERE SSN = :SSN                                         004753LD
           END-EXEC                                                     004753LE
           MOVE LS-REP-VALID-FROM TO REP-VALID-FROM                     004753LF
           MOVE LS-REP-VALID-TO TO REP-VALID-TO                         004753LG
           MOVE 'N' TO WS-REP-DATE-OK                                   004753LH
           IF REP-VALID-FROM NOT = SPACES                               004753LI
              IF REP-VALID-TO = SPACES                                  004753LJ
                 MOVE '9999-12-31' TO REP-VALID-TO                      004753LK
              END-IF                                                    004753LL
              EXEC SQL                                                  004753LM
                 SELECT CASE WHEN DATE(:REP-VALID-TO) >=                004753LN
                                  DATE(:REP-VALID-FROM)                 004753LO
                             THEN 'Y' ELSE 'N' END                      004753LP
                   INTO :WS-REP-DATE-OK                                 004753LQ
                   FROM SYSIBM.SYSDUMMY1                                004753LR
              END-EXEC                                                  004753LS
              IF SQLCODE NOT = 00                                       004753LT
                 MOVE 'N' TO WS-REP-DATE-OK                             004753LU
              END-IF                                                    004753LV
              MOVE LS-REP-VALID-TO TO REP-VALID-TO                      004753LW
           END-IF                                                       004753LX
           MOVE LS-REP-SCOPE TO REP-SCOPE                               004753LY
           EVALUATE TRUE                                                004753LZ
              WHEN WS-REP-CNT = ZERO                                    004753M0
                 MOVE 'CUSTOMER NOT FOUND' TO LS-MESSAGE                004753M1
              WHEN LS-REP-NAME = SPACES                                 004753M2
                 MOVE 'REPRESENTATIVE NAME REQUIRED' TO LS-MESSAGE      004753M3
              WHEN NOT REP-INQUIRY-ONLY AND NOT REP-PAYMENTS AND        004753M4
                   NOT REP-FULL-SERVICING                               004753M5
                 MOVE 'SCOPE MUST BE I, P OR F' TO LS-MESSAGE           004753M6
              WHEN WS-REP-DATE-OK NOT = 'Y'                             004753M7
                 MOVE 'VALID FROM/TO DATES MISSING OR INVALID'          004753M8
                    TO LS-MESSAGE                                       004753M9
              WHEN LS-REP-DOC-REF = SPACES                              004753MA
                 MOVE 'DOCUMENT IMAGING REFERENCE REQUIRED'             004753MB
                    TO LS-MESSAGE                                       004753MC
              WHEN NOT REP-INQUIRY-ONLY AND                             004753MD
                   (LS-REP-ADDRESS = SPACES OR                          004753ME
                    LS-REP-POSTAL = SPACES OR                           004753MF
                    LS-REP-CITY = SPACES)                               004753MG
                 MOVE 'ADDRESS REQUIRED FOR P OR F SCOPE'               004753MH
                    TO LS-MESSAGE                                       004753MI
              WHEN OTHER                                                004753MJ
                 EXEC SQL                                               004753MK
                    SELECT COALESCE(MAX(REP_ID), 0) + 1                 004753ML
                      INTO :REP-ID                                      004753MM
                      FROM KALA15.CUSTOMER_REPRESENTATIVE               004753MN
                 END-EXEC                                               004753MO
                 MOVE LS-SSN TO REP-CUST-SSN                            004753MP
                 MOVE LS-REP-NAME TO REP-NAME                           004753MQ
                 MOVE LS-REP-DOC-REF TO REP-DOC-REF                     004753MR
                 MOVE LS-REP-ADDRESS TO REP-ADDRESS                     004753MS
                 MOVE LS-REP-POSTAL TO REP-POSTAL                       004753MT
                 MOVE LS-REP-CITY TO REP-CITY                           004753MU
                 MOVE WS-SIGNON-OPID TO REP-RECORDED-BY                 004753MV
                 IF REP-VALID-TO = SPACES                               004753MW
                    MOVE -1 TO WS-REP-IV-VALID-TO                       004753MX
                 ELSE                                                   004753MY
                    MOVE ZERO TO WS-REP-IV-VALID-TO                     004753MZ
                 END-IF                                                 004753N0
                 EXEC SQL                                               004753N1
                    INSERT INTO KALA15.CUSTOMER_REPRESENTATIVE          004753N2
                       (REP_ID, CUST_SSN, REP_NAME, REP_SCOPE,          004753N3
                        VALID_FROM, VALID_TO, DOC_REF, REP_ADDRESS,     004753N4
                        REP_POSTAL, REP_CITY, REP_STATUS,               004753N5
                        RECORDED_BY, RECORDED_TS)                       004753N6
                    VALUES                                              004753N7
                       (:REP-ID, :REP-CUST-SSN, :REP-NAME, :REP-SCOPE,  004753N8
                        :REP-VALID-FROM,                                004753N9
                        :REP-VALID-TO :WS-REP-IV-VALID-TO,              004753NA
                        :REP-DOC-REF, :REP-ADDRESS, :REP-POSTAL,        004753NB
                        :REP-CITY, 'A', :REP-RECORDED-BY,               004753NC
                        CURRENT TIMESTAMP)                              004753ND
                 END-EXEC                                               004753NE
                 IF SQLCODE = 00                                        004753NF
                    MOVE REP-ID TO LS-REP-ID                            004753NG
                    SET SUCCESS TO TRUE                                 004753NH
                    MOVE SPACES TO LS-MESSAGE                           004753NI
                    STRING 'REPRESENTATIVE REGISTERED - ID ' LS-REP-ID  004753NJ
                           DELIMITED BY SIZE INTO LS-MESSAGE            004753NK
                    END-STRING                                          004753NL
                 ELSE                                                   004753NM
                    MOVE 'ERROR REGISTERING REPRESENTATIVE'             004753NN
                       TO LS-MESSAGE                                    004753NO
                 END-IF                                                 004753NP
           END-EVALUATE                                                 004753NQ
           EXIT.                                                        004753NR
                                                                        004753NS
       924B-REVOKE-REPRESENTATIVE.                                      004753NT
           MOVE WS-SIGNON-OPID TO REP-REVOKED-BY                        004753NU
           EXEC SQL                                                     004753NV
              UPDATE KALA15.CUSTOMER_REPRESENTATIVE                     004753NW
                 SET REP_STATUS = 'R',                                  004753NX
                     REVOKED_BY = :REP-REVOKED-BY,                      004753NY
                     REVOKED_TS = CURRENT TIMESTAMP                     004753NZ
               WHERE REP_ID = :REP-ID                                   004753O0
                 AND REP_STATUS = 'A'                                   004753O1
           END-EXEC                                                     004753O2
           IF SQLCODE = 00                                              004753O3
              EXEC SQL                                                  004753O4
                 SELECT CUST_SSN                                        004753O5
                   INTO :WS-SSN                                         004753O6
                   FROM KALA15.CUSTOMER_REPRESENTATIVE                  004753O7
                  WHERE REP_ID = :REP-ID                                004753O8
              END-EXEC                                                  004753O9
              SET SUCCESS TO TRUE                                       004753OA
              MOVE 'REPRESENTATIVE REVOKED' TO LS-MESSAGE               004753OB
           ELSE                                                         004753OC
              MOVE 'ACTIVE REPRESENTATIVE NOT FOUND' TO LS-MESSAGE      004753OD
           END-IF                                                       004753OE
           EXIT.                                                        004753OF
                                                                        004753FE
       979-PROCESS-AUDIT-BROWSE.                                        00475006
           IF LS-LIST-PAGE < 1                                          00475007
              MOVE 1 TO LS-LIST-PAGE                                    00475008
              END-IF                                                    0047501V
           END-IF                                                       0047501W
           EXIT.                                                        0047501X
                                                                        0047501Y
      *    THE AUDIT BROWSE IN FIELD-CHANGE MODE - KEYED BY APP-ID IT   0047501Z
      *    ANSWERS WHO CHANGED WHAT ON ONE APPLICATION, KEYED BY SSN    00475020
      *    IT SHOWS THE CUSTOMER'S WHOLE EDIT TRAIL                     00475021
       979B-PROCESS-CHANGE-BROWSE.                                      00475022
           IF LS-LIST-PAGE < 1                                          00475023
              MOVE 1 TO LS-LIST-PAGE                                    00475024
           END-IF                                                       00475025
           MOVE ZERO TO LS-LIST-CNT                                     00475026
           PERFORM 969-CLEAR-LIST-LINES                                 00475027
           MOVE LS-SSN TO WS-SSN                                        00475028
           PERFORM 717-LIST-FIELD-CHANGES                               00475029
           SET SUCCESS TO TRUE                                          0047502A
           IF LS-LIST-CNT = ZERO                                        0047502B
              MOVE 'NO FIELD CHANGES MATCH THE FILTERS' TO LS-MESSAGE   0047502C
           ELSE                                                         0047502D
              MOVE 'FIELD CHANGES LISTED - PF8 FOR OLDER' TO LS-MESSAGE 0047502E
           END-IF                                                       0047502F
           EXIT.                                                        0047502G

      *    THE BATCH OPERATIONS CONSOLE: SECTION 'J' LISTS EVERY        00475001
      *    JOB'S CHECKPOINT ROW - STATUS, LAST KEY, LAST HEARTBEAT -    00475002
       988-LIST-RUN-HISTORY.                                            0047502D
           EXEC SQL                                                     0047502E
              DECLARE OPSHIST CURSOR FOR                                0047502F
              SELECT RUN_ID, JOB_NAME, CHAR(START_TS), CHAR(END_TS),    0047502G
                     RECS_READ, RECS_WRITTEN, RUN_RC,                   0047502H
                     COALESCE(RUN_STATUS, 'C')                          0047502I
                FROM KALA15.BATCH_RUN_HISTORY                           0047502I
               ORDER BY RUN_ID DESC                                     0047502J
           END-EXEC                                                     0047502K
       988A-FETCH-RUN.                                                  0047502U
           EXEC SQL                                                     0047502V
              FETCH OPSHIST                                             0047502W
               INTO :RUNH-RUN-ID, :RUNH-JOB-NAME, :RUNH-START-TS,       0047502X
                    :RUNH-END-TS, :RUNH-RECS-READ, :RUNH-RECS-WRITTEN,  0047502Y
                    :RUNH-RUN-RC, :RUNH-RUN-STATUS                      0047502Z
           END-EXEC                                                     00475030
           IF SQLCODE = 00                                              00475031
              IF WS-C360-SKIP > ZERO                                    00475032
                 SUBTRACT 1 FROM WS-C360-SKIP                           00475033
              ELSE                                                      00475034
                 ADD 1 TO LS-LIST-CNT                                   00475035
                 MOVE RUNH-RUN-ID TO WS-OPS-RUN-ID                      00475036
                 MOVE RUNH-RECS-READ TO WS-C360-ID                      00475036
                 MOVE RUNH-RUN-RC TO WS-OPS-RC                          00475037
      *          A RUN STILL GOING HAS NO RETURN CODE YET - ITS ROW     00475038
      *          HOLDS -1 SO NO CYCLE GATE SEES IT AS COMPLETE          00475039
                 IF RUNH-RUNNING                                        0047503A
                    MOVE ZERO TO WS-OPS-RC                              0047503B
                 END-IF                                                 0047503C
                 MOVE SPACES TO LS-LIST-LINE (LS-LIST-CNT)              00475038
      *          RUN ID FIRST - IT IS WHAT A BACKOUT IS ASKED FOR BY.   00475039
      *          THE LAST LETTER IS C COMPLETE, R RUNNING OR NEVER      0047503A
      *          CLOSED, B BACKED OUT BY LOANBKOT                       0047503B
                 STRING WS-OPS-RUN-ID ' ' RUNH-JOB-NAME ' '             0047503C
                        RUNH-START-TS (3:14) '-' RUNH-END-TS (12:5)     0047503D
                        ' R ' WS-C360-ID ' RC ' WS-OPS-RC               0047503E
                        ' ' RUNH-RUN-STATUS                             0047503F
                        DELIMITED BY SIZE                               0047503C
                        INTO LS-LIST-LINE (LS-LIST-CNT)                 0047503D
                 END-STRING                                             0047503E
           IF SQLCODE NOT = 00                                          0047519U
              MOVE 'NEW DEBTOR NOT ON CUSTOMER FILE' TO LS-MESSAGE      0047519V
           ELSE                                                         0047519W
              MOVE APP-ID TO WS-FCH-APP-ID                              0047519X
              PERFORM 250-SNAPSHOT-APPLICATION                          0047519Y
              EXEC SQL                                                  0047519X
                 UPDATE KALA15.APPLICATIONS                             0047519Y
                    SET CUST_SSN = :CUST-SSN,                           0047519Z
                  WHERE APP_ID = :APP-ID                                004751A2
                    AND STATUS = 1                                      004751A3
              END-EXEC                                                  004751A4
              PERFORM 251-LOG-APPLICATION-CHANGES                       004751A5
              MOVE 'NOVATED' TO STATUS-CODE                             004751A5
              EXEC SQL                                                  004751A6
                 SELECT COALESCE(MAX(HIST_ID), 0) + 1                   004751A7
                     DELIMITED BY SIZE INTO LS-CORR-DEST                004751AU
              END-STRING                                                004751AV
              PERFORM 935-RECORD-CORRESPONDENCE                         004751AW
      *       THE NEW DEBTOR TAKES THE AGREEMENT OVER BY SIGNING IT     004751AX
              MOVE APP-ID TO AMND-APP-ID                                004751AY
              MOVE 'NOVATION' TO AMND-TYPE                              004751AZ
              MOVE SPACES TO AMND-CHANGE-TEXT                           004751B0
              STRING 'DEBTOR CHANGED FROM ' WS-XFER-OLD-SSN             004751B1
                     ' TO ' CUST-SSN                                    004751B2
                     DELIMITED BY SIZE INTO AMND-CHANGE-TEXT            004751B3
              END-STRING                                                004751B4
              MOVE 'Y' TO AMND-CONSENT-FLAG                             004751B5
              PERFORM 935A-RECORD-AMENDMENT                             004751B6
              SET SUCCESS TO TRUE                                       004751AX
              MOVE 'LOAN TRANSFERRED TO NEW DEBTOR' TO LS-MESSAGE       004751AY
           END-IF                                                       004751AZ
                    AND LS-RM-TABLE NOT = 'PR'                          0047520D
                    AND LS-RM-TABLE NOT = 'GL'                          0047520E
                    AND LS-RM-TABLE NOT = 'LL'                          0047520F
                    AND LS-RM-TABLE NOT = 'LN'                          0047520G
                    AND LS-RM-TABLE NOT = 'RP'                          0047520H
                    MOVE 'TABLE MUST BE BP IN FS PR GL LL LN RP'        0047520I
                         TO LS-MESSAGE                                  0047520H
                 ELSE                                                   0047520I
                    PERFORM 927-QUEUE-REF-CHANGE                        0047520J
              WHEN 'A'                                                  0047520L
              WHEN 'R'                                                  0047520M
                 PERFORM 928-DECIDE-REF-CHANGE                          0047520N
              WHEN 'S'                                                  0047520O
                 PERFORM 928A-SHOW-REF-SIMULATION                       0047520P
              WHEN OTHER                                                0047520O
                 MOVE 'ACTION MUST BE Q, A, R OR S' TO LS-MESSAGE       0047520P
           END-EVALUATE                                                 0047520Q
           EXIT.                                                        0047520R

                 ELSE                                                   0047521D
                    MOVE 'NEW ROW' TO RCH-OLD-VALUES                    0047521D
                 END-IF                                                 0047521D
              WHEN 'LN'                                                 0047521E
                 EXEC SQL                                               0047521F
                    SELECT FIRST_ADULT_AMT, ADDL_ADULT_AMT, CHILD_AMT   0047521G
                      INTO :LCN-FIRST-ADULT-AMT,                        0047521H
                           :LCN-ADDL-ADULT-AMT,                         0047521I
                           :LCN-CHILD-AMT                               0047521J
                      FROM KALA15.LIVING_COST_NORM                      0047521K
                     WHERE END_DATE IS NULL                             0047521L
                     ORDER BY NORM_ID DESC                              0047521M
                     FETCH FIRST 1 ROWS ONLY                            0047521N
                 END-EXEC                                               0047521O
                 IF SQLCODE = 00                                        0047521P
                    MOVE LCN-FIRST-ADULT-AMT TO WS-RM-LN-ADULT1         0047521Q
                    MOVE LCN-ADDL-ADULT-AMT  TO WS-RM-LN-ADULTN         0047521R
                    MOVE LCN-CHILD-AMT       TO WS-RM-LN-CHILD          0047521S
                    MOVE WS-RM-NEW (1:21) TO RCH-OLD-VALUES (1:21)      0047521T
                 ELSE                                                   0047521U
                    MOVE 'NEW ROW' TO RCH-OLD-VALUES                    0047521V
                 END-IF                                                 0047521W
      *       THE BAND KEY COMES FROM THE REQUESTED VALUES, LIKE AN     0047521X
      *       INTEREST BRACKET'S                                        0047521Y
              WHEN 'RP'                                                 0047521Z
                 MOVE LS-RM-VALUES  TO WS-RM-NEW                        00475220
                 MOVE WS-RM-RP-TYPE TO RPRC-BAND-TYPE                   00475221
                 MOVE WS-RM-RP-FROM TO RPRC-BAND-FROM                   00475222
                 MOVE WS-RM-RP-TO   TO RPRC-BAND-TO                     00475223
                 EXEC SQL                                               00475224
                    SELECT RATE_ADJ                                     00475225
                      INTO :RPRC-RATE-ADJ                               00475226
                      FROM KALA15.RISK_PRICING                          00475227
                     WHERE END_DATE IS NULL                             00475228
                       AND BAND_TYPE = :RPRC-BAND-TYPE                  00475229
                       AND BAND_FROM = :RPRC-BAND-FROM                  0047522A
                       AND BAND_TO = :RPRC-BAND-TO                      0047522B
                 END-EXEC                                               0047522C
                 IF SQLCODE = 00                                        0047522D
                    IF RPRC-RATE-ADJ < ZERO                             0047522E
                       MOVE '-' TO WS-RM-RP-SIGN                        0047522F
                    ELSE                                                0047522G
                       MOVE '+' TO WS-RM-RP-SIGN                        0047522H
                    END-IF                                              0047522I
                    MOVE RPRC-RATE-ADJ TO WS-RM-RP-ADJ                  0047522J
                    MOVE WS-RM-NEW (1:23) TO RCH-OLD-VALUES (1:23)      0047522K
                 ELSE                                                   0047522L
                    MOVE 'NEW ROW' TO RCH-OLD-VALUES                    0047522M
                 END-IF                                                 0047522N
           END-EVALUATE                                                 0047521G
                                                                        0047521H
           EXEC SQL                                                     0047521I
           MOVE LS-RM-KEY    TO RCH-KEY-TEXT                            0047521O
           MOVE LS-RM-VALUES TO RCH-NEW-VALUES                          0047521P
           MOVE SPACES  TO RCH-REQUESTED-BY                             0047521Q
           MOVE WS-SIGNON-OPID TO RCH-REQUESTED-BY                      0047521R
           EXEC SQL                                                     0047521S
              INSERT INTO KALA15.REF_TABLE_CHANGE                       0047521T
                 (CHANGE_ID, TABLE_CODE, KEY_TEXT, OLD_VALUES,          0047521U
              MOVE 'PENDING CHANGE NOT FOUND' TO LS-MESSAGE             0047522N
           ELSE                                                         0047522O
              MOVE SPACES  TO WS-RM-OPID                                0047522P
              MOVE WS-SIGNON-OPID TO WS-RM-OPID                         0047522Q
      *       A RATE MOVE IS NEVER SIGNED OFF BLIND - AN INTEREST       0047522R
      *       BRACKET OR RISK-PRICING CHANGE NEEDS LOANRSIM'S WHAT-IF   0047522S
      *       ON FILE BEFORE IT CAN BE APPROVED (REJECTING NEEDS NONE)  0047522T
              MOVE 1 TO WS-RM-SIM-CNT                                   0047522U
              IF LS-RM-ACTION = 'A' AND                                 0047522V
                 (RCH-TABLE-CODE = 'IN' OR RCH-TABLE-CODE = 'RP')       0047522W
                 EXEC SQL                                               00475234
                    SELECT COUNT(*)                                     00475235
                      INTO :WS-RM-SIM-CNT                               00475236
                      FROM KALA15.REF_CHANGE_SIMULATION                 00475237
                     WHERE CHANGE_ID = :RCH-CHANGE-ID                   00475239
                 END-EXEC                                               0047523B
              END-IF                                                    0047523C
              EVALUATE TRUE                                             0047523D
                 WHEN WS-RM-OPID = RCH-REQUESTED-BY                     0047523E
                    MOVE 'REQUESTER CANNOT APPROVE OWN CHANGE'          0047523F
                         TO LS-MESSAGE                                  0047523F
                 WHEN WS-RM-SIM-CNT = ZERO                              0047523G
                    MOVE 'RATE CHANGE NOT YET SIMULATED'                0047523H
                         TO LS-MESSAGE                                  0047523I
                 WHEN OTHER                                             0047523J
                    PERFORM 928B-RECORD-REF-DECISION                    0047523K
              END-EVALUATE                                              0047523L
           END-IF                                                       0047523K
           EXIT.                                                        0047523L
                                                                        0047523M
       928B-RECORD-REF-DECISION.                                        0047523N
           IF LS-RM-ACTION = 'A'                                        0047523O
              MOVE RCH-NEW-VALUES TO WS-RM-NEW                          0047523P
              PERFORM 929-APPLY-REF-CHANGE                              0047523Q
              MOVE 'APPROVED' TO RCH-STATUS                             0047523R
           ELSE                                                         0047523S
              MOVE 'REJECTED' TO RCH-STATUS                             0047523T
           END-IF                                                       0047523U
           MOVE WS-RM-OPID TO RCH-DECIDED-BY                            0047523V
           EXEC SQL                                                     0047523W
              UPDATE KALA15.REF_TABLE_CHANGE                            0047523X
                 SET CHG_STATUS = :RCH-STATUS,                          0047523Y
                     DECIDED_BY = :RCH-DECIDED-BY,                      0047523Z
                     DECIDED_DATE = CURRENT DATE                        00475240
               WHERE CHANGE_ID = :RCH-CHANGE-ID                         00475241
                 AND CHG_STATUS = 'PENDING'                             00475242
           END-EXEC                                                     00475243
           SET SUCCESS TO TRUE                                          00475244
           IF RCH-STATUS = 'APPROVED'                                   00475245
              MOVE 'CHANGE APPROVED AND EFFECTIVE TODAY'                00475246
                   TO LS-MESSAGE                                        00475247
           ELSE                                                         00475248
              MOVE 'CHANGE REJECTED' TO LS-MESSAGE                      00475249
           END-IF                                                       0047524A
           EXIT.                                                        0047524B
                                                                        0047524C
      *    THE APPROVER'S LOOK AT A PENDING RATE CHANGE'S WHAT-IF -     0047524D
      *    LOANS REPRICED, HOW MANY IT WOULD TAKE OVER THE RATE CAP AND 0047524E
      *    THE YEAR'S INCOME MOVE IN EUR. THE FULL BREAKDOWN (BRACKET   0047524F
      *    MOVES, INSTALLMENT AND APR BEFORE AND AFTER) IS ON LOANRSIM'S0047524G
      *    REPORT                                                       0047524H
       928A-SHOW-REF-SIMULATION.                                        0047524I
           MOVE LS-RM-CHANGE-ID TO RSIM-CHANGE-ID                       0047524J
           EXEC SQL                                                     0047524K
              SELECT REPRICED_CNT, CAP_CROSS_CNT, ANNUAL_INC_EUR        0047524L
                INTO :RSIM-REPRICED-CNT, :RSIM-CAP-CROSS-CNT,           0047524M
                     :RSIM-ANNUAL-INC-EUR                               0047524N
                FROM KALA15.REF_CHANGE_SIMULATION                       0047524O
               WHERE CHANGE_ID = :RSIM-CHANGE-ID                        0047524P
           END-EXEC                                                     0047524Q
           IF SQLCODE NOT = 00                                          0047524R
              MOVE 'NO SIMULATION ON FILE FOR THIS CHANGE'              0047524S
                   TO LS-MESSAGE                                        0047524T
           ELSE                                                         0047524U
              MOVE RSIM-REPRICED-CNT   TO WS-RM-ED-CNT                  0047524V
              MOVE RSIM-CAP-CROSS-CNT  TO WS-RM-ED-CAP                  0047524W
              MOVE RSIM-ANNUAL-INC-EUR TO WS-RM-ED-INC                  0047524X
              MOVE SPACES TO LS-MESSAGE                                 0047524Y
              STRING 'REPRICED ' WS-RM-ED-CNT ' CAP+' WS-RM-ED-CAP      0047524Z
                     ' EUR ' WS-RM-ED-INC                               00475250
                     DELIMITED BY SIZE INTO LS-MESSAGE                  00475251
              END-STRING                                                00475252
              SET SUCCESS TO TRUE                                       00475253
           END-IF                                                       00475254
           EXIT.                                                        00475255

      *    THE EFFECTIVE-DATED TAKEOVER, TABLE BY TABLE: THE CURRENT    0047523M
      *    ROW ENDS YESTERDAY, THE NEW ONE STARTS TODAY - NOTHING IS    0047523N
                        CURRENT DATE                                    0047527E
                      FROM KALA15.LOAN_LIMITS                           0047527F
                 END-EXEC                                               0047527G
              WHEN 'LN'                                                 0047527H
                 EXEC SQL                                               0047527I
                    UPDATE KALA15.LIVING_COST_NORM                      0047527J
                       SET END_DATE = CURRENT DATE - 1 DAY              0047527K
                     WHERE END_DATE IS NULL                             0047527L
                 END-EXEC                                               0047527M
                 EXEC SQL                                               0047527N
                    INSERT INTO KALA15.LIVING_COST_NORM                 0047527O
                       (NORM_ID, FIRST_ADULT_AMT, ADDL_ADULT_AMT,       0047527P
                        CHILD_AMT, EFFECTIVE_DATE)                      0047527Q
                    SELECT COALESCE(MAX(NORM_ID), 0) + 1,               0047527R
                        :WS-RM-LN-ADULT1, :WS-RM-LN-ADULTN,             0047527S
                        :WS-RM-LN-CHILD, CURRENT DATE                   0047527T
                      FROM KALA15.LIVING_COST_NORM                      0047527U
                 END-EXEC                                               0047527V
              WHEN 'RP'                                                 0047527W
                 MOVE WS-RM-RP-TYPE TO RPRC-BAND-TYPE                   0047527X
                 MOVE WS-RM-RP-FROM TO RPRC-BAND-FROM                   0047527Y
                 MOVE WS-RM-RP-TO   TO RPRC-BAND-TO                     0047527Z
                 IF WS-RM-RP-SIGN = '-'                                 00475280
                    COMPUTE RPRC-RATE-ADJ = ZERO - WS-RM-RP-ADJ         00475281
                 ELSE                                                   00475282
                    MOVE WS-RM-RP-ADJ TO RPRC-RATE-ADJ                  00475283
                 END-IF                                                 00475284
                 EXEC SQL                                               00475285
                    UPDATE KALA15.RISK_PRICING                          00475286
                       SET END_DATE = CURRENT DATE - 1 DAY              00475287
                     WHERE END_DATE IS NULL                             00475288
                       AND BAND_TYPE = :RPRC-BAND-TYPE                  00475289
                       AND BAND_FROM = :RPRC-BAND-FROM                  0047528A
                       AND BAND_TO = :RPRC-BAND-TO                      0047528B
                 END-EXEC                                               0047528C
                 EXEC SQL                                               0047528D
                    INSERT INTO KALA15.RISK_PRICING                     0047528E
                       (BAND_TYPE, BAND_FROM, BAND_TO, RATE_ADJ,        0047528F
                        EFFECTIVE_DATE)                                 0047528G
                    VALUES                                              0047528H
                       (:RPRC-BAND-TYPE, :RPRC-BAND-FROM,               0047528I
                        :RPRC-BAND-TO, :RPRC-RATE-ADJ, CURRENT DATE)    0047528J
                 END-EXEC                                               0047528K
           END-EVALUATE                                                 0047527H
           EXIT.                                                        0047527I

                 MOVE MO-PAYMNT  TO LS-MO-PAYMNT                        00475560
                 MOVE TOTAL-LOAN TO LS-TOTAL-LOAN                       00475561
                 COMPUTE LS-INTEREST = RATE * 100                       00475562
                 IF WS-CAP-BREACHED                                     00475563
                    MOVE 'QUOTE ABOVE STATUTORY RATE CAP' TO LS-MESSAGE 00475564
                 ELSE                                                   00475565
                    MOVE 'QUOTE ONLY - NOTHING SAVED' TO LS-MESSAGE     00475566
                 END-IF                                                 00475567
           END-EVALUATE                                                 00475564
           EXIT.                                                        00475565
                                                                        00475566
                 MOVE 'MONTHLY GROSS INCOME REQUIRED'                   00475584
                      TO LS-MESSAGE                                     00475585
              WHEN OTHER                                                00475586
      *          AN IDENTIFIED CUSTOMER'S CEILING IS SOLVED FROM THE    00475587
      *          INCOME THE INCOMES REGISTER BEARS OUT, NOT THE CLAIM   00475588
                 IF LS-SSN NOT = SPACES                                 00475589
                    MOVE LS-SSN TO WS-SSN                               0047558A
                    PERFORM 204-VERIFY-INCOME                           0047558B
                    MOVE WS-INC-BASIS TO MO-GROSS-INC                   0047558C
                 END-IF                                                 0047558D
      *          AND ONLY WHAT IS LEFT AFTER THE HOUSEHOLD'S LIVING     0047558E
      *          COSTS IS AVAILABLE TO SERVICE THE NEW LOAN             0047558F
                 MOVE LS-HH-ADULTS   TO HH-ADULTS                       0047558G
                 MOVE LS-HH-CHILDREN TO HH-CHILDREN                     0047558H
                 PERFORM 203-LOAD-LIVING-COST-NORM                      0047558I
                 COMPUTE WS-LCN-NET-INC =                               0047558J
                         MO-GROSS-INC - WS-LCN-NORM-AMT                 0047558K
                 IF WS-LCN-NET-INC < ZERO                               0047558L
                    MOVE ZERO TO WS-LCN-NET-INC                         0047558M
                 END-IF                                                 0047558N
                 PERFORM 271-SOLVE-MAX-BRACKET                          0047558A
                    UNTIL WS-MAX-CONVERGED OR                           0047558B
                          WS-MAX-ITERATIONS >= 5                        0047558C
                 COMPUTE WS-INTERMEDIATE-RES =                          00475606
                    (1 - (1 + WS-MO-RATE) ** (-1 * LOAN-PERIOD))        00475607
                 COMPUTE WS-MAX-LOAN-AMN =                              00475608
                    ((WS-LCN-NET-INC * 5 / 10) *                        00475609
                     WS-INTERMEDIATE-RES) / WS-MO-RATE                  00475610
                 IF INTEREST-ID = WS-MAX-PRIOR-INTEREST-ID              0047561I
                    MOVE WS-MAX-LOAN-AMN TO LS-MAX-LOAN-AMN             00475611
       279-RESOLVE-DECIDING-OFFICER.                                     0475621
           MOVE 'C' TO WS-OPERATOR-CLASS                                 0475621
           MOVE ZERO TO OFF-OFFICER-ID                                   0475621
           MOVE WS-SIGNON-OPID TO OFF-OPERATOR-ID                       0475621G
                                                                        0475621D
           EXEC SQL                                                       047562
              SELECT OPERATOR_CLASS, OFFICER_ID                           047562
                     COALESCE(BALLOON_AMT, 0),                          0475621A
                     COALESCE(FEE_FINANCED, 'N'),                       0475621A
                     COALESCE(INS_PLAN_CODE, ' '),                      04756001
                     ARM_FLAG, COALESCE(MO_GROSS_INC, 0),               04756002
                     VERIFIED_INC, COALESCE(HH_ADULTS, 1),              04756003
                     COALESCE(HH_CHILDREN, 0)                           04756004
                INTO :CUST-SSN, :APP-STATUS, :LOAN-AMN, :LOAN-PERIOD,   0475621L
                     :CURRENCY-CODE, :APP-ROW-VERSION,                  0475621A
                     :OFFICER-ID, :APP-PRODUCT-CODE,                    0475621A
                     :IO-MONTHS, :BALLOON-AMT,                          0475621A
                     :FEE-FINANCED,                                     0475621A
                     :INS-PLAN-CODE,                                    04756001
                     :ARM-FLAG, :MO-GROSS-INC,                          04756002
                     :VERIFIED-INC :IV-VERIFIED-INC,                    04756003
                     :HH-ADULTS, :HH-CHILDREN                           04756004
                FROM KALA15.APPLICATIONS                                0475621N
               WHERE APP_ID = :APP-ID                                   0475621O
           END-EXEC                                                     0475621P
      *    THE STRESS TEST ON A SUPERVISOR APPROVAL WEIGHS THE SAME     0475621Q
      *    INCOME THE INTAKE DECISION DID                               0475621R
           MOVE 'N' TO WS-INC-VERIFIED-SW                               0475621S
           IF SQLCODE = 00 AND IV-VERIFIED-INC >= ZERO                  0475621T
              MOVE 'Y' TO WS-INC-VERIFIED-SW                            0475621U
              MOVE MO-GROSS-INC TO WS-INC-BASIS                         0475621V
              IF VERIFIED-INC < MO-GROSS-INC                            0475621W
                 MOVE VERIFIED-INC TO WS-INC-BASIS                      0475621X
              END-IF                                                    0475621Y
           END-IF                                                       0475621Z
                                                                        0475621Q
           EVALUATE TRUE                                                0475621R
              WHEN SQLCODE NOT = 00                                     0475621S
                 MOVE 'CANNOT DECIDE AN APPLICATION YOU ORIGINATED'      0475621
                      TO LS-MESSAGE                                      0475621
              WHEN LS-SUPV-DECISION = 'A'                               0475621X
                 PERFORM 219D-CHECK-APP-CONSENT                         0475621Y
                 IF WS-GRD-OPEN-CNT > ZERO                              0475621Z
                    MOVE 'GUARDIAN CONSENT NOT RECORDED' TO LS-MESSAGE  04756220
                 ELSE                                                   04756221
                    PERFORM 281-FINALIZE-APPROVAL                       04756222
                 END-IF                                                 04756223
              WHEN LS-SUPV-DECISION = 'R'                               0475621Z
                 IF APP-STATUS = 3                                      0475621A
                    PERFORM 219D-CHECK-APP-CONSENT                      0475621B
                    IF WS-GRD-OPEN-CNT > ZERO                           0475621C
                       MOVE 'GUARDIAN CONSENT REFUSED'                  0475621D
                            TO WS-REJECT-OVERRIDE                       0475621E
                    ELSE                                                0475621F
                       MOVE 'SANCTIONS CONFIRMED'                       0475621G
                            TO WS-REJECT-OVERRIDE                       0475621H
                    END-IF                                              0475621I
                 END-IF                                                 0475621D
                 PERFORM 282-FINALIZE-REJECTION                         04756211
              WHEN OTHER                                                04756212
              MOVE 'UNABLE TO DETERMINE APPLICABLE RATE' TO LS-MESSAGE  0475622X
           ELSE                                                         0475622Y
              PERFORM 236-COMPUTE-PAYMENT                               0475622A
      *       A SUPERVISOR CANNOT APPROVE PAST THE STATUTORY CAP - THE  0475622B
      *       LOAN IS REJECTED WITH THE CAP AS ITS REASON               0475622C
              IF WS-CAP-BREACHED                                        0475622D
                 MOVE 'RATE CAP EXCEEDED' TO WS-REJECT-OVERRIDE         0475622E
                 PERFORM 282-FINALIZE-REJECTION                         0475622F
                 IF LS-MESSAGE = 'APPLICATION REJECTED'                 0475622G
                    MOVE 'REJECTED - RATE ABOVE STATUTORY CAP'          0475622H
                         TO LS-MESSAGE                                  0475622I
                 END-IF                                                 0475622J
              ELSE                                                      0475622K
              IF WS-STRESS-FAILED                                       0475622A
                 MOVE 'FAILS STRESSED AFFORDABILITY TEST'               0475622B
                      TO LS-MESSAGE                                     0475622C
              ELSE                                                      0475622D
              MOVE 1 TO APP-STATUS                                      04756221
              MOVE APP-ID TO WS-FCH-APP-ID                              04756222
              PERFORM 250-SNAPSHOT-APPLICATION                          04756223
                                                                        04756221
              EXEC SQL                                                  04756221
                 UPDATE KALA15.APPLICATIONS                             04756221
              END-EXEC                                                  04756221
                                                                        04756221
              IF SQLCODE = 00 AND SQLERRD(3) > 0                        04756221
                 PERFORM 251-LOG-APPLICATION-CHANGES                    04756222
                 PERFORM 243-LOG-STATUS-HISTORY                         04756221
                 PERFORM 244-GENERATE-SCHEDULE                          04756221
                 PERFORM 247-CREATE-SIGNATURE-REQUEST                   04756001
                    TO LS-MESSAGE                                       04756221
              END-IF                                                    04756221
              END-IF                                                    0475622A
              END-IF                                                    0475622B
           END-IF                                                       0475622B
           EXIT.                                                        04756221
                                                                        04756221
           ELSE                                                         0475622C
              MOVE 'SUPERVISOR REJECTED' TO REJECT-REASON               0475622D
           END-IF                                                       0475622E
           MOVE APP-ID TO WS-FCH-APP-ID                                 0475622F
           PERFORM 250-SNAPSHOT-APPLICATION                             0475622G
                                                                        04756221
           EXEC SQL                                                     04756221
              UPDATE KALA15.APPLICATIONS                                04756221
           END-EXEC                                                     04756221
                                                                        04756221
           IF SQLCODE = 00 AND SQLERRD(3) > 0                           04756221
              PERFORM 251-LOG-APPLICATION-CHANGES                       04756222
              PERFORM 243-LOG-STATUS-HISTORY                            04756221
              MOVE 'APPLICATION REJECTED' TO LS-MESSAGE                 04756221
           ELSE                                                         04756221
       287-CLEAR-CONDITION.                                             0475611D
           MOVE LS-COND-ID TO COND-ID                                   0475611E
           MOVE SPACES TO COND-CLEARED-BY                               0475611F
           MOVE WS-SIGNON-OPID TO COND-CLEARED-BY                       0475611G
           EXEC SQL                                                     0475611H
              UPDATE KALA15.APPROVAL_CONDITION                          0475611I
                 SET CLEARED_FLAG = 'Y',                                0475611J
                      FROM KALA15.APPEAL                                04756138
                 END-EXEC                                               04756139
                 MOVE SPACES  TO APL-OPENED-BY                          0475613A
                 MOVE WS-SIGNON-OPID TO APL-OPENED-BY                   0475613B
                 MOVE LS-APPEAL-FACTS TO APL-NEW-FACTS                  0475613C
                 EXEC SQL                                               0475613D
                    INSERT INTO KALA15.APPEAL                           0475613E
                        :APL-OPENED-BY, :APL-ORIG-OFFICER-ID,           0475613J
                        :APL-NEW-FACTS, 'PENDING')                      0475613K
                 END-EXEC                                               0475613L
                 MOVE APL-APP-ID TO WS-FCH-APP-ID                       0475613M
                 PERFORM 250-SNAPSHOT-APPLICATION                       0475613N
                 EXEC SQL                                               0475613M
                    UPDATE KALA15.APPLICATIONS                          0475613N
                       SET STATUS = 2,                                  0475613O
                     WHERE APP_ID = :APL-APP-ID                         0475613Q
                       AND STATUS = 0                                   0475613R
                 END-EXEC                                               0475613S
                 PERFORM 251-LOG-APPLICATION-CHANGES                    0475613T
                 MOVE 'APPEAL' TO STATUS-CODE                           0475613T
                 EXEC SQL                                               0475613U
                    SELECT COALESCE(MAX(HIST_ID), 0) + 1                0475613V
              MOVE 'NO PENDING APPEAL ON FILE' TO LS-MESSAGE            0475614W
           ELSE                                                         0475614X
              MOVE SPACES  TO APL-DECIDED-BY                            0475614Y
              MOVE WS-SIGNON-OPID TO APL-DECIDED-BY                     0475614Z
              PERFORM 279-RESOLVE-DECIDING-OFFICER                      04756151
              IF APL-DECIDED-BY = APL-OPENED-BY OR                      04756152
                 (OFF-OFFICER-ID NOT = ZERO AND                         04756153
                     WHERE APPEAL_ID = :APL-APPEAL-ID                   0475615I
                 END-EXEC                                               0475615J
                 IF APL-DECISION = 'UPHELD'                             0475615K
                    MOVE APL-APP-ID TO WS-FCH-APP-ID                    0475615L
                    PERFORM 250-SNAPSHOT-APPLICATION                    0475615M
                    EXEC SQL                                            0475615L
                       UPDATE KALA15.APPLICATIONS                       0475615M
                          SET STATUS = 0,                               0475615N
                              ROW_VERSION = ROW_VERSION + 1             0475615P
                        WHERE APP_ID = :APL-APP-ID                      0475615Q
                    END-EXEC                                            0475615R
                    PERFORM 251-LOG-APPLICATION-CHANGES                 0475615S
                    MOVE 'APPEAL UPHELD - REJECTION STANDS'             0475615S
                         TO LS-MESSAGE                                  0475615T
                 ELSE                                                   0475615U
                 MOVE LS-KYC-RESULT TO KYC-RESULT                       0475617L
                 MOVE LS-KYC-RATING TO KYC-RISK-RATING                  0475617M
                 MOVE SPACES  TO KYC-REVIEWED-BY                        0475617N
                 MOVE WS-SIGNON-OPID TO KYC-REVIEWED-BY                 0475617O
                 EXEC SQL                                               0475617P
                    UPDATE KALA15.KYC_REVIEW                            0475617Q
                       SET REVIEW_STATUS = 'DONE',                      0475617R
       292B-DISPOSE-ALERT.                                              047561AB
           MOVE LS-AML-ALERT-ID TO AML-ALERT-ID                         047561AC
           MOVE SPACES  TO AML-DISPOSED-BY                              047561AD
           MOVE WS-SIGNON-OPID TO AML-DISPOSED-BY                       047561AE
           EXEC SQL                                                     047561AF
              UPDATE KALA15.AML_ALERT                                   047561AG
                 SET ALERT_STATUS = 'DISPOSED',                         047561AH
              MOVE 1 TO SCHED-INSTALLMENT-NO                            00164706
           END-IF                                                       00164707
                                                                        00164708
      *    A LOAN LOANSVCA HAS ARCHIVED HAS ITS WHOLE SCHEDULE IN       00164709
      *    PAYMENT_SCHEDULE_ARCHIVE AND NONE LEFT LIVE - READING BOTH   0016470A
      *    FINDS EACH INSTALLMENT EXACTLY ONCE, WHEREVER IT IS          0016470B
           EXEC SQL                                                     00164709
              SELECT COALESCE(MAX(S.INSTALLMENT_NO), 0)                 0016470A
                INTO :WS-SCHED-TOTAL-INSTALMENTS                        00164711
                FROM (SELECT INSTALLMENT_NO                             00164712
                        FROM KALA15.PAYMENT_SCHEDULE                    00164713
                       WHERE APP_ID = :SCHED-APP-ID                     00164714
                      UNION ALL                                         00164715
                      SELECT INSTALLMENT_NO                             00164716
                        FROM KALA15.PAYMENT_SCHEDULE_ARCHIVE            00164717
                       WHERE APP_ID = :SCHED-APP-ID) AS S               00164718
           END-EXEC                                                     00164714
                                                                        00164715
           EXEC SQL                                                     00164716
              SELECT S.DUE_DATE, S.PRINCIPAL_AMT, S.INTEREST_AMT,       00164717
                     S.BALANCE_AMT                                      00164718
                INTO :SCHED-DUE-DATE, :SCHED-PRINCIPAL-AMT,             00164719
                     :SCHED-INTEREST-AMT, :SCHED-BALANCE-AMT            00164720
                FROM (SELECT DUE_DATE, PRINCIPAL_AMT, INTEREST_AMT,     00164721
                             BALANCE_AMT                                00164722
                        FROM KALA15.PAYMENT_SCHEDULE                    00164723
                       WHERE APP_ID = :SCHED-APP-ID                     00164724
                         AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO     00164725
                      UNION ALL                                         00164726
                      SELECT DUE_DATE, PRINCIPAL_AMT, INTEREST_AMT,     00164727
                             BALANCE_AMT                                00164728
                        FROM KALA15.PAYMENT_SCHEDULE_ARCHIVE            00164729
                       WHERE APP_ID = :SCHED-APP-ID                     0016472A
                         AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO)    0016472B
                     AS S                                               0016472C
           END-EXEC                                                     00164724
                                                                        00164725
           EVALUATE SQLCODE                                             00164726
           PERFORM 510-MERGE-COAPPLICANT                                00167252
           PERFORM 515-SCREEN-CO-APPLICANT                              00167001
           IF WS-WATCH-HITS = ZERO                                      00167002
              PERFORM 516-CHECK-CO-CREDIT-REGISTER                      00167003
           END-IF                                                       00167004
           IF WS-WATCH-HITS = ZERO AND PCR-ANSWERED                     00167005
              PERFORM 520-REEVALUATE-APPLICATION                        00167003
           END-IF                                                       00167004
           EXIT.                                                        00167254
           END-EXEC                                                     0016700H

           IF WS-WATCH-HITS > ZERO                                      0016700I
              MOVE COAP-APP-ID TO WS-FCH-APP-ID                         0016700J
              PERFORM 250-SNAPSHOT-APPLICATION                          0016700K
              EXEC SQL                                                  0016700J
                 UPDATE KALA15.APPLICATIONS                             0016700K
                    SET STATUS = 3,                                     0016700L
                    AND STATUS IN (1, 2)                                0016700O
              END-EXEC                                                  0016700P
              IF SQLCODE = 00 AND SQLERRD(3) > 0                        0016700Q
                 PERFORM 251-LOG-APPLICATION-CHANGES                    0016700R
                 MOVE 3 TO APP-STATUS                                   0016700R
                 MOVE COAP-APP-ID TO APP-ID                             0016700S
                 PERFORM 243-LOG-STATUS-HISTORY                         0016700T
      *    CO-APPLICANT'S INCOME TO THE MIX - AGE OR AMOUNT/PERIOD      00167289
      *    BRACKET DECLINES STAND REGARDLESS, SAME AS 212-EVALUATE-     00167290
      *    APPLICATION-INFO'S ORIGINAL CHECKS                           00167291
      *    THE NEW CO-APPLICANT'S CREDITS REPLACE THOSE OF ANY          00167292
      *    CO-APPLICANT BEFORE THEM AND THE APPLICATION'S REGISTER      00167293
      *    TOTAL IS RECOMPUTED. WITHOUT THE REGISTER'S ANSWER THE       00167294
      *    CO-APPLICANT IS KEPT BUT CANNOT RESCUE A DECLINE             00167295
       516-CHECK-CO-CREDIT-REGISTER.                                    00167296
           MOVE 'Y' TO WS-PCR-ANSWER-SW                                 00167297
           MOVE ZERO TO WS-PCR-HELD-CNT, WS-PCR-TOTAL-DEBT,             00167298
                        WS-PCR-TOTAL-INSTALL                            00167299
           MOVE COAP-APP-ID TO WS-PCR-APP-ID                            0016729A
           MOVE COAP-SSN    TO WS-PCR-CO-SSN                            0016729B
           MOVE COAP-SSN    TO WS-PCR-REQ-SSN                           0016729C
           PERFORM 209A-INQUIRE-REGISTER                                0016729D
                                                                        0016729E
           IF NOT PCR-ANSWERED                                          0016729F
              MOVE 'CO-APPLICANT ADDED, CREDIT REGISTER UNAVAILABLE'    0016729G
                TO LS-MESSAGE                                           0016729H
           ELSE                                                         0016729I
              PERFORM 209D-STORE-REGISTER-CREDITS                       0016729J
              MOVE WS-PCR-APP-ID TO WS-FCH-APP-ID                       0016729K
              PERFORM 250-SNAPSHOT-APPLICATION                          0016729L
              EXEC SQL                                                  0016729K
                 UPDATE KALA15.APPLICATIONS                             0016729L
                    SET REGISTER_DEBT =                                 0016729M
                        (SELECT COALESCE(SUM(R.BALANCE_AMT), 0)         0016729N
                           FROM KALA15.REGISTER_CREDIT R                0016729O
                          WHERE R.APP_ID = :WS-PCR-APP-ID),             0016729P
                        ROW_VERSION = ROW_VERSION + 1                   0016729Q
                  WHERE APP_ID = :WS-PCR-APP-ID                         0016729R
              END-EXEC                                                  0016729S
              IF SQLCODE NOT = 00                                       0016729T
                 MOVE 'ERROR WHILE SAVING CO-APPLICANT' TO LS-MESSAGE   0016729U
                 PERFORM 400-RETURN-CONTROL                             0016729V
              END-IF                                                    0016729W
              PERFORM 251-LOG-APPLICATION-CHANGES                       0016729X
           END-IF                                                       0016729X
           EXIT.                                                        0016729Y
                                                                        0016729Z
       520-REEVALUATE-APPLICATION.                                      00167292
           EXEC SQL                                                     00167293
              SELECT STATUS, REJECT_REASON, LOAN_AMN, LOAN_PERIOD,      00167294
                     CURR_LOANS, CURR_ASSETS, MO_GROSS_INC, ROW_VERSION,00167295
                     REGISTER_DEBT                                      00167296
                INTO :APP-STATUS, :REJECT-REASON, :LOAN-AMN,            00167296
                     :LOAN-PERIOD, :CURR-LOANS, :CURR-ASSETS,           00167297
                     :MO-GROSS-INC, :APP-ROW-VERSION,                   00167298
                     :REGISTER-DEBT :IV-REGISTER-DEBT                   00167299
                FROM KALA15.APPLICATIONS                                00167299
               WHERE APP_ID = :COAP-APP-ID                              00167300
           END-EXEC                                                     00167301
              PERFORM 400-RETURN-CONTROL                                00167329
           END-IF                                                       00167330
                                                                        00167331
      *    THE REGISTER TOTAL, NOW INCLUDING THE CO-APPLICANT'S OWN     00167332
      *    CREDITS, IS THE DEBT THE NET-WORTH GUARD WEIGHS              00167333
           IF IV-REGISTER-DEBT >= ZERO                                  00167334
              MOVE REGISTER-DEBT TO CURR-LOANS                          00167335
           END-IF                                                       00167336
           IF CURR-LOANS > CURR-ASSETS + LOAN-AMN                       00167332
              MOVE 'CO-APPLICANT ADDED, APPLICATION STILL DECLINED'     00167333
                   TO LS-MESSAGE                                        00167334
              PERFORM 400-RETURN-CONTROL                                00167335
           END-IF                                                       00167336
                                                                        00167337
           MOVE COAP-APP-ID TO WS-FCH-APP-ID                            00167338
           PERFORM 250-SNAPSHOT-APPLICATION                             00167339
           EXEC SQL                                                     00167338
              UPDATE KALA15.APPLICATIONS                                00167339
                 SET STATUS = 1,                                        00167340
              MOVE 'APPLICATION CHANGED BY ANOTHER USER, PLEASE RETRY'  00167348
                   TO LS-MESSAGE                                        00167349
           ELSE                                                         00167350
              PERFORM 251-LOG-APPLICATION-CHANGES                       00167351
              MOVE 'CO-APPLICANT ADDED, APPLICATION NOW APPROVED'       00167351
                   TO LS-MESSAGE                                        00167352
           END-IF                                                       00167353
           END-EXEC                                                     001673EI
           PERFORM 248-WRITE-OUTBOX-EVENT                               00167001
                                                                        001673EJ
      *    THE PRIMARY BORROWER'S OBLIGATION IS UNCHANGED, SO THE       001673EK
      *    AMENDMENT IS SENT FOR THEIR RECORDS ONLY                     001673EL
           MOVE COAP-APP-ID TO AMND-APP-ID                              001673EM
           MOVE 'CORELEASE' TO AMND-TYPE                                001673EN
           MOVE SPACES TO AMND-CHANGE-TEXT                              001673EO
           STRING 'CO-SIGNER ' COAP-F-NAME ' ' COAP-L-NAME              001673EP
                  ' RELEASED'                                           001673EQ
                  DELIMITED BY SIZE INTO AMND-CHANGE-TEXT               001673ER
           END-STRING                                                   001673ES
           MOVE 'N' TO AMND-CONSENT-FLAG                                001673ET
           PERFORM 935A-RECORD-AMENDMENT                                001673EU
                                                                        001673EV
      *    HAND THE CO-SIGNER'S NAME BACK SO THE SCREEN CAN SPOOL THE   001673EK
      *    CONFIRMATION LETTER TO THE GUARANTOR                         001673EL
           MOVE COAP-SSN    TO LS-CO-SSN                                001673EM
                                                                        001673ES
      *    ADD OR REPLACE A COLLATERAL RECORD AGAINST AN APPLICATION    00167357
      *    LS-COLL-ID = 0 MEANS A NEW ITEM, OTHERWISE REPLACE THE ONE   00167358
      *    ALREADY ON FILE FOR THAT COLL-ID/APP-ID PAIR.  AN ITEM ON    00167359
      *    FILE UNDER A DIFFERENT APPLICATION IS NOT REPLACED - THE     0016735A
      *    KEYED SHARE OF IT IS PLEDGED TO THIS APPLICATION AS WELL.    0016735B
      *    A POLICY NUMBER KEYED WITH THE ITEM IS FILED AS ITS          0016735C
      *    INSURANCE ONCE THE ITEM ITSELF HAS BEEN SAVED                0016735D
       600-PROCESS-COLLATERAL.                                          00167360
           SET COLL-NOT-SAVED      TO TRUE                              00167361
           MOVE LS-APP-ID          TO COLL-APP-ID                       00167361
           MOVE LS-COLL-ASSET-TYPE TO COLL-ASSET-TYPE                   00167362
           MOVE LS-COLL-DESC       TO COLL-DESCRIPTION                  00167363
              PERFORM 610-INSERT-COLLATERAL                             00167367
           ELSE                                                         00167368
              MOVE LS-COLL-ID TO COLL-ID                                00167369
              EXEC SQL                                                  0016736A
                 SELECT APP_ID                                          0016736B
                   INTO :WS-ALLOC-HOME-APP                              0016736C
                   FROM KALA15.COLLATERAL                               0016736D
                  WHERE COLL_ID = :COLL-ID                              0016736E
              END-EXEC                                                  0016736F
              EVALUATE TRUE                                             0016736G
                 WHEN SQLCODE = 100                                     0016736H
                    MOVE 'COLLATERAL RECORD NOT FOUND' TO LS-MESSAGE    0016736I
                 WHEN SQLCODE NOT = 00                                  0016736J
                    MOVE 'ERROR WHILE UPDATING COLLATERAL'              0016736K
                      TO LS-MESSAGE                                     0016736L
                 WHEN WS-ALLOC-HOME-APP = COLL-APP-ID                   0016736M
                    PERFORM 620-UPDATE-COLLATERAL                       0016736N
                 WHEN OTHER                                             0016736O
                    PERFORM 630-ALLOCATE-COLLATERAL                     0016736P
              END-EVALUATE                                              0016736Q
           END-IF                                                       00167371
           IF COLL-SAVED AND LS-COLL-INS-POLICY NOT = SPACES            00167372
              PERFORM 645-RECORD-INSURANCE                              00167373
           END-IF                                                       00167374
           EXIT.                                                        00167372
                                                                        00167373
       610-INSERT-COLLATERAL.                                           00167374
           IF SQLCODE = 00                                              00167391
              MOVE COLL-ID TO LS-COLL-ID                                00167392
              MOVE 'COLLATERAL RECORD ADDED' TO LS-MESSAGE              00167393
      *       A NEW ITEM STANDS BEHIND ITS OWN LOAN AT THE KEYED        00167394
      *       SHARE, THE WHOLE OF IT AND FIRST CHARGE IF LEFT BLANK     00167395
              MOVE COLL-ID     TO CALLOC-COLL-ID                        00167396
              MOVE COLL-APP-ID TO CALLOC-APP-ID                         00167397
              MOVE 100         TO CALLOC-PLEDGE-PCT                     00167398
              IF LS-COLL-PLEDGE-PCT > ZERO                              00167399
                 MOVE LS-COLL-PLEDGE-PCT TO CALLOC-PLEDGE-PCT           0016739A
              END-IF                                                    0016739B
              MOVE 1           TO CALLOC-PRIORITY                       0016739C
              IF LS-COLL-PRIORITY > ZERO                                0016739D
                 MOVE LS-COLL-PRIORITY TO CALLOC-PRIORITY               0016739E
              END-IF                                                    0016739F
              EXEC SQL                                                  0016739G
                 INSERT INTO KALA15.COLLATERAL_ALLOCATION               0016739H
                    (COLL_ID, APP_ID, PLEDGE_PCT, CHARGE_PRIORITY,      0016739I
                     ALLOC_DATE)                                        0016739J
                 VALUES                                                 0016739K
                    (:CALLOC-COLL-ID, :CALLOC-APP-ID,                   0016739L
                     :CALLOC-PLEDGE-PCT, :CALLOC-PRIORITY,              0016739M
                     CURRENT DATE)                                      0016739N
              END-EXEC                                                  0016739O
              IF SQLCODE NOT = 00                                       0016739P
                 MOVE 'ERROR WHILE ADDING COLLATERAL' TO LS-MESSAGE     0016739Q
              ELSE                                                      0016739R
                 SET COLL-SAVED TO TRUE                                 0016739S
              END-IF                                                    0016739R
           ELSE                                                         00167394
              MOVE 'ERROR WHILE ADDING COLLATERAL' TO LS-MESSAGE        00167395
           END-IF                                                       00167396
                 MOVE 'COLLATERAL RECORD NOT FOUND' TO LS-MESSAGE       00167414
              ELSE                                                      00167415
                 MOVE 'COLLATERAL RECORD UPDATED' TO LS-MESSAGE         00167416
                 SET COLL-SAVED TO TRUE                                 00167417
      *          A SHARE OR PRIORITY KEYED AGAINST THE ITEM'S OWN       00167417
      *          LOAN RESTATES ITS PLEDGE ROW                           00167418
                 IF LS-COLL-PLEDGE-PCT > ZERO OR                        00167419
                    LS-COLL-PRIORITY > ZERO                             0016741A
                    PERFORM 630-ALLOCATE-COLLATERAL                     0016741B
                 END-IF                                                 0016741C
              END-IF                                                    00167417
           END-IF                                                       00167419
           EXIT.                                                        00167420
                                                                        00167421
      *    PLEDGES A SHARE OF AN ITEM ALREADY ON FILE TO LS-APP-ID, OR  00167422
      *    RESTATES THE SHARE/PRIORITY IT ALREADY HAS.  AN ITEM FILED   00167423
      *    BEFORE ALLOCATIONS EXISTED FIRST GETS THE ROW IT IMPLIES -   00167424
      *    ALL OF IT, FIRST CHARGE, TO ITS OWN LOAN - SO A SECOND LOAN  00167425
      *    CAN ONLY TAKE WHAT THE FIRST IS CUT BACK TO RELEASE.  THE    00167426
      *    SHARES STILL STANDING ACROSS ALL LOANS NEVER EXCEED 100;     00167427
      *    A BLANK SHARE KEEPS THE ONE ON FILE AND A BLANK PRIORITY     00167428
      *    KEEPS THE ONE ON FILE OR RANKS THE NEW CHARGE LAST           00167429
       630-ALLOCATE-COLLATERAL.                                         0016742A
           SET ALLOC-OK TO TRUE                                         0016742B
           MOVE COLL-ID     TO CALLOC-COLL-ID                           0016742C
           MOVE COLL-APP-ID TO CALLOC-APP-ID                            0016742D
                                                                        0016742E
           EXEC SQL                                                     0016742F
              SELECT COUNT(*)                                           0016742G
                INTO :WS-ALLOC-APP-CNT                                  0016742H
                FROM KALA15.APPLICATIONS                                0016742I
               WHERE APP_ID = :CALLOC-APP-ID                            0016742J
           END-EXEC                                                     0016742K
           IF SQLCODE NOT = 00 OR WS-ALLOC-APP-CNT = ZERO               0016742L
              MOVE 'APPLICATION NOT FOUND' TO LS-MESSAGE                0016742M
              SET ALLOC-REFUSED TO TRUE                                 0016742N
           END-IF                                                       0016742O
                                                                        0016742P
           IF ALLOC-OK                                                  0016742Q
              EXEC SQL                                                  0016742R
                 INSERT INTO KALA15.COLLATERAL_ALLOCATION               0016742S
                    (COLL_ID, APP_ID, PLEDGE_PCT, CHARGE_PRIORITY,      0016742T
                     ALLOC_DATE)                                        0016742U
                 SELECT C.COLL_ID, C.APP_ID, 100, 1, CURRENT DATE       0016742V
                   FROM KALA15.COLLATERAL C                             0016742W
                  WHERE C.COLL_ID = :CALLOC-COLL-ID                     0016742X
                    AND NOT EXISTS                                      0016742Y
                       (SELECT 1                                        0016742Z
                          FROM KALA15.COLLATERAL_ALLOCATION AL          00167430
                         WHERE AL.COLL_ID = C.COLL_ID)                  00167431
              END-EXEC                                                  00167432
              IF SQLCODE < 0                                            00167433
                 MOVE 'ERROR WHILE PLEDGING COLLATERAL' TO LS-MESSAGE   00167434
                 SET ALLOC-REFUSED TO TRUE                              00167435
              END-IF                                                    00167436
           END-IF                                                       00167437
                                                                        00167438
           IF ALLOC-OK                                                  00167439
              EXEC SQL                                                  0016743A
                 SELECT PLEDGE_PCT, CHARGE_PRIORITY                     0016743B
                   INTO :CALLOC-PLEDGE-PCT, :CALLOC-PRIORITY            0016743C
                   FROM KALA15.COLLATERAL_ALLOCATION                    0016743D
                  WHERE COLL_ID = :CALLOC-COLL-ID                       0016743E
                    AND APP_ID = :CALLOC-APP-ID                         0016743F
                    AND RELEASE_STATUS IS NULL                          0016743G
              END-EXEC                                                  0016743H
              IF SQLCODE NOT = 00                                       0016743I
                 MOVE ZERO TO CALLOC-PLEDGE-PCT                         0016743J
                 EXEC SQL                                               0016743K
                    SELECT COALESCE(MAX(CHARGE_PRIORITY), 0) + 1        0016743L
                      INTO :CALLOC-PRIORITY                             0016743M
                      FROM KALA15.COLLATERAL_ALLOCATION                 0016743N
                     WHERE COLL_ID = :CALLOC-COLL-ID                    0016743O
                       AND RELEASE_STATUS IS NULL                       0016743P
                 END-EXEC                                               0016743Q
              END-IF                                                    0016743R
              IF LS-COLL-PLEDGE-PCT > ZERO                              0016743S
                 MOVE LS-COLL-PLEDGE-PCT TO CALLOC-PLEDGE-PCT           0016743T
              END-IF                                                    0016743U
              IF LS-COLL-PRIORITY > ZERO                                0016743V
                 MOVE LS-COLL-PRIORITY TO CALLOC-PRIORITY               0016743W
              END-IF                                                    0016743X
              IF CALLOC-PLEDGE-PCT = ZERO                               0016743Y
                 MOVE 'PLEDGED SHARE MUST BE ENTERED' TO LS-MESSAGE     0016743Z
                 SET ALLOC-REFUSED TO TRUE                              00167440
              END-IF                                                    00167441
           END-IF                                                       00167442
                                                                        00167443
           IF ALLOC-OK                                                  00167444
              EXEC SQL                                                  00167445
                 SELECT COALESCE(SUM(PLEDGE_PCT), 0)                    00167446
                   INTO :WS-ALLOC-OTHER-PCT                             00167447
                   FROM KALA15.COLLATERAL_ALLOCATION                    00167448
                  WHERE COLL_ID = :CALLOC-COLL-ID                       00167449
                    AND APP_ID <> :CALLOC-APP-ID                        0016744A
                    AND RELEASE_STATUS IS NULL                          0016744B
              END-EXEC                                                  0016744C
              IF WS-ALLOC-OTHER-PCT + CALLOC-PLEDGE-PCT > 100           0016744D
                 MOVE 'PLEDGES WOULD EXCEED 100 PERCENT'                0016744E
                   TO LS-MESSAGE                                        0016744F
                 SET ALLOC-REFUSED TO TRUE                              0016744G
              END-IF                                                    0016744H
           END-IF                                                       0016744I
                                                                        0016744J
           IF ALLOC-OK                                                  0016744K
              EXEC SQL                                                  0016744L
                 MERGE INTO KALA15.COLLATERAL_ALLOCATION AS T           0016744M
                 USING (VALUES (:CALLOC-COLL-ID, :CALLOC-APP-ID,        0016744N
                        :CALLOC-PLEDGE-PCT, :CALLOC-PRIORITY))          0016744O
                        AS S (COLL_ID, APP_ID, PLEDGE_PCT,              0016744P
                              CHARGE_PRIORITY)                          0016744Q
                 ON T.COLL_ID = S.COLL_ID                               0016744R
                    AND T.APP_ID = S.APP_ID                             0016744S
                 WHEN MATCHED THEN                                      0016744T
                    UPDATE SET PLEDGE_PCT = S.PLEDGE_PCT,               0016744U
                               CHARGE_PRIORITY = S.CHARGE_PRIORITY,     0016744V
                               ALLOC_DATE = CURRENT DATE,               0016744W
                               RELEASE_STATUS = NULL,                   0016744X
                               RELEASED_DATE = NULL                     0016744Y
                 WHEN NOT MATCHED THEN                                  0016744Z
                    INSERT (COLL_ID, APP_ID, PLEDGE_PCT,                00167450
                            CHARGE_PRIORITY, ALLOC_DATE)                00167451
                    VALUES (S.COLL_ID, S.APP_ID, S.PLEDGE_PCT,          00167452
                            S.CHARGE_PRIORITY, CURRENT DATE)            00167453
              END-EXEC                                                  00167454
              IF SQLCODE = 00                                           00167455
                 MOVE 'COLLATERAL PLEDGE RECORDED' TO LS-MESSAGE        00167456
                 SET COLL-SAVED TO TRUE                                 00167457
              ELSE                                                      00167457
                 MOVE 'ERROR WHILE PLEDGING COLLATERAL' TO LS-MESSAGE   00167458
              END-IF                                                    00167459
           END-IF                                                       0016745A
           EXIT.                                                        0016745B
                                                                        0016745C
      *    A SUPERVISOR'S WAIVER OF THE FUNDING HOLD LOANDISB PUTS ON   0016745D
      *    A SECURED LOAN WHOSE LIENS THE REGISTRY HAS NOT CONFIRMED -  0016745E
      *    FOR ONE ITEM, OR (NO COLLATERAL ID KEYED) FOR EVERY ITEM     0016745F
      *    PLEDGED TO THE LOAN THAT IS NOT YET REGISTERED.  THE         0016745G
      *    WAIVER IS RECORDED ON THE REGISTRATION ROW, WHICH IS         0016745H
      *    OPENED AS UNSENT IF LOANLREG HAS NOT REACHED IT YET, SO      0016745I
      *    THE REGISTRATION ITSELF STILL GOES OUT AND IS CONFIRMED      0016745J
       640-WAIVE-LIEN-HOLD.                                             0016745K
           IF WS-OPERATOR-CLASS NOT = 'S'                               0016745L
              MOVE 'LIEN HOLD WAIVER NEEDS A SUPERVISOR' TO LS-MESSAGE  0016745M
           ELSE                                                         0016745N
              MOVE LS-APP-ID      TO LREG-APP-ID                        0016745O
              MOVE LS-COLL-ID     TO LREG-COLL-ID                       0016745P
              MOVE WS-SIGNON-OPID TO LREG-WAIVED-BY                     0016745Q
              EXEC SQL                                                  0016745R
                 MERGE INTO KALA15.LIEN_REGISTRATION AS T               0016745S
                 USING (SELECT CL.COLL_ID, CL.APP_ID                    0016745T
                          FROM KALA15.COLLATERAL CL                     0016745U
                         WHERE (CL.COLL_ID = :LREG-COLL-ID              0016745V
                                OR :LREG-COLL-ID = 0)                   0016745W
                           AND CL.APP_ID = :LREG-APP-ID                 0016745X
                           AND NOT EXISTS                               0016745Y
                              (SELECT 1                                 0016745Z
                                 FROM KALA15.COLLATERAL_ALLOCATION AL   00167460
                                WHERE AL.COLL_ID = CL.COLL_ID)          00167461
                        UNION                                           00167462
                        SELECT AL2.COLL_ID, AL2.APP_ID                  00167463
                          FROM KALA15.COLLATERAL_ALLOCATION AL2         00167464
                         WHERE (AL2.COLL_ID = :LREG-COLL-ID             00167465
                                OR :LREG-COLL-ID = 0)                   00167466
                           AND AL2.APP_ID = :LREG-APP-ID                00167467
                           AND AL2.RELEASE_STATUS IS NULL)              00167468
                        AS S (COLL_ID, APP_ID)                          00167469
                 ON T.COLL_ID = S.COLL_ID                               0016746A
                    AND T.APP_ID = S.APP_ID                             0016746B
                 WHEN MATCHED AND T.REG_STATUS <> 'REGISTRD'            0016746C
                              AND T.WAIVED_BY IS NULL THEN              0016746D
                    UPDATE SET WAIVED_BY = :LREG-WAIVED-BY,             0016746E
                               WAIVED_DATE = CURRENT DATE               0016746F
                 WHEN NOT MATCHED THEN                                  0016746G
                    INSERT (COLL_ID, APP_ID, REG_STATUS, WAIVED_BY,     0016746H
                            WAIVED_DATE)                                0016746I
                    VALUES (S.COLL_ID, S.APP_ID, 'UNSENT',              0016746J
                            :LREG-WAIVED-BY, CURRENT DATE)              0016746K
              END-EXEC                                                  0016746L
              EVALUATE TRUE                                             0016746M
                 WHEN SQLCODE = 00 AND SQLERRD(3) > 0                   0016746N
                    SET SUCCESS TO TRUE                                 0016746O
                    MOVE 'LIEN HOLD WAIVED - LOAN MAY FUND'             0016746P
                       TO LS-MESSAGE                                    0016746Q
                 WHEN SQLCODE = 00 OR SQLCODE = 100                     0016746R
                    MOVE 'NO UNREGISTERED COLLATERAL TO WAIVE'          0016746S
                       TO LS-MESSAGE                                    0016746T
                 WHEN OTHER                                             0016746U
                    MOVE 'ERROR WHILE WAIVING LIEN HOLD' TO LS-MESSAGE  0016746V
              END-EVALUATE                                              0016746W
           END-IF                                                       0016746X
           EXIT.                                                        0016746Y
                                                                        00167421
      *    THE POLICY KEYED WITH AN ITEM JUST SAVED BECOMES THE ITEM'S  00167422
      *    ACTIVE INSURANCE, REPLACING WHATEVER POLICY WAS ON FILE FOR  00167423
      *    IT.  A POLICY ALREADY PAST ITS EXPIRY IS NOT ACCEPTED.  THE  00167424
      *    NEW POLICY IS THE PROOF OF RENEWAL LOANCINS WAITS FOR, SO    00167425
      *    IT CLOSES THE LAPSED-INSURANCE FOLLOW-UPS OPEN ON THE LOANS  00167426
      *    THE ITEM SECURES - EXCEPT WHERE ANOTHER ITEM BEHIND THE      00167427
      *    SAME LOAN IS STILL LAPSED                                    00167428
       645-RECORD-INSURANCE.                                            00167429
           SET CINS-OK                TO TRUE                           0016742A
           MOVE COLL-ID               TO CINS-COLL-ID                   0016742B
           MOVE LS-COLL-INS-INSURER   TO CINS-INSURER                   0016742C
           MOVE LS-COLL-INS-POLICY    TO CINS-POLICY-NO                 0016742D
           MOVE LS-COLL-INS-COVER     TO CINS-COVER-AMT                 0016742E
           MOVE LS-COLL-INS-EXPIRY    TO CINS-EXPIRY-DATE               0016742F
           MOVE WS-SIGNON-OPID        TO CINS-RECORDED-BY               0016742G
           SET CINS-ACTIVE            TO TRUE                           0016742H
                                                                        0016742I
           EXEC SQL                                                     0016742J
              SELECT DAYS(DATE(:CINS-EXPIRY-DATE)) - DAYS(CURRENT DATE) 0016742K
                INTO :WS-CINS-DAYS-LEFT                                 0016742L
                FROM SYSIBM.SYSDUMMY1                                   0016742M
           END-EXEC                                                     0016742N
           EVALUATE TRUE                                                0016742O
              WHEN SQLCODE NOT = 00                                     0016742P
                 MOVE 'SAVED - INSURANCE EXPIRY INVALID' TO LS-MESSAGE  0016742Q
                 SET CINS-REFUSED TO TRUE                               0016742R
              WHEN WS-CINS-DAYS-LEFT < ZERO                             0016742S
                 MOVE 'SAVED - INSURANCE ALREADY EXPIRED' TO LS-MESSAGE 0016742T
                 SET CINS-REFUSED TO TRUE                               0016742U
           END-EVALUATE                                                 0016742V
                                                                        0016742W
           IF CINS-OK                                                   0016742X
              EXEC SQL                                                  0016742Y
                 UPDATE KALA15.COLLATERAL_INSURANCE                     0016742Z
                    SET INS_STATUS = 'REPLACED'                         00167430
                  WHERE COLL_ID = :CINS-COLL-ID                         00167431
                    AND INS_STATUS IN ('ACTIVE', 'LAPSED')              00167432
              END-EXEC                                                  00167433
              IF SQLCODE < 0                                            00167434
                 MOVE 'ERROR WHILE RECORDING INSURANCE' TO LS-MESSAGE   00167435
                 SET CINS-REFUSED TO TRUE                               00167436
              END-IF                                                    00167437
           END-IF                                                       00167438
                                                                        00167439
           IF CINS-OK                                                   0016743A
              EXEC SQL                                                  0016743B
                 SELECT COALESCE(MAX(INS_ID), 0) + 1                    0016743C
                   INTO :CINS-INS-ID                                    0016743D
                   FROM KALA15.COLLATERAL_INSURANCE                     0016743E
              END-EXEC                                                  0016743F
              EXEC SQL                                                  0016743G
                 INSERT INTO KALA15.COLLATERAL_INSURANCE                0016743H
                    (INS_ID, COLL_ID, INSURER, POLICY_NO, COVER_AMT,    0016743I
                     EXPIRY_DATE, INS_STATUS, RECORDED_BY,              0016743J
                     RECORDED_DATE)                                     0016743K
                 VALUES                                                 0016743L
                    (:CINS-INS-ID, :CINS-COLL-ID, :CINS-INSURER,        0016743M
                     :CINS-POLICY-NO, :CINS-COVER-AMT,                  0016743N
                     :CINS-EXPIRY-DATE, :CINS-STATUS,                   0016743O
                     :CINS-RECORDED-BY, CURRENT DATE)                   0016743P
              END-EXEC                                                  0016743Q
              IF SQLCODE NOT = 00                                       0016743R
                 MOVE 'ERROR WHILE RECORDING INSURANCE' TO LS-MESSAGE   0016743S
                 SET CINS-REFUSED TO TRUE                               0016743T
              END-IF                                                    0016743U
           END-IF                                                       0016743V
                                                                        0016743W
           IF CINS-OK                                                   0016743X
              EXEC SQL                                                  0016743Y
                 UPDATE KALA15.COLLECTION_ACTION CA                     0016743Z
                    SET FOLLOWUP_FLAG = ' '                             00167440
                  WHERE CA.ACTION_CODE = 'INSLAPSE'                     00167441
                    AND CA.FOLLOWUP_FLAG = 'Y'                          00167442
                    AND CA.APP_ID IN                                    00167443
                       (SELECT CL.APP_ID                                00167444
                          FROM KALA15.COLLATERAL CL                     00167445
                         WHERE CL.COLL_ID = :CINS-COLL-ID               00167446
                           AND NOT EXISTS                               00167447
                              (SELECT 1                                 00167448
                                 FROM KALA15.COLLATERAL_ALLOCATION AL   00167449
                                WHERE AL.COLL_ID = CL.COLL_ID)          0016744A
                        UNION                                           0016744B
                        SELECT AL2.APP_ID                               0016744C
                          FROM KALA15.COLLATERAL_ALLOCATION AL2         0016744D
                         WHERE AL2.COLL_ID = :CINS-COLL-ID              0016744E
                           AND AL2.RELEASE_STATUS IS NULL)              0016744F
                    AND NOT EXISTS                                      0016744G
                       (SELECT 1                                        0016744H
                          FROM KALA15.COLLATERAL_INSURANCE I2,          0016744I
                               KALA15.COLLATERAL CL2                    0016744J
                         WHERE I2.COLL_ID = CL2.COLL_ID                 0016744K
                           AND I2.INS_STATUS = 'LAPSED'                 0016744L
                           AND (EXISTS                                  0016744M
                               (SELECT 1                                0016744N
                                  FROM KALA15.COLLATERAL_ALLOCATION AL4 0016744O
                                 WHERE AL4.COLL_ID = CL2.COLL_ID        0016744P
                                   AND AL4.APP_ID = CA.APP_ID           0016744Q
                                   AND AL4.RELEASE_STATUS IS NULL)      0016744R
                             OR (CL2.APP_ID = CA.APP_ID                 0016744S
                                 AND NOT EXISTS                         0016744T
                               (SELECT 1                                0016744U
                                  FROM KALA15.COLLATERAL_ALLOCATION AL3 0016744V
                                 WHERE AL3.COLL_ID = CL2.COLL_ID))))    0016744W
              END-EXEC                                                  0016744X
              IF SQLCODE < 0                                            0016744Y
                 MOVE 'ERROR WHILE RECORDING INSURANCE' TO LS-MESSAGE   0016744Z
              ELSE                                                      00167450
                 MOVE 'COLLATERAL AND INSURANCE RECORDED' TO LS-MESSAGE 00167451
              END-IF                                                    00167452
           END-IF                                                       00167453
           EXIT.                                                        00167454
                                                                        00167455
      *    ONE DEBT THE CONSOLIDATION LOAN WILL SETTLE AT FUNDING -     00167422
      *    KEYED AND CORRECTED FROM THE LOANCONS SCREEN THE SAME WAY    00167423
      *    COLLATERAL IS. A ROW ALREADY SETTLED BY A FUNDING RUN CAN    00167424
              IF NOT WS-QUOTE-REJECTED                                  0020041A
              PERFORM 820-UPDATE-SCHEDULE-BALANCE                       00200420
              PERFORM 840-LOG-PAYMENT                                   00200430
              MOVE SCHED-APP-ID TO POS-APP-ID                           00200431
              PERFORM 853-REFRESH-LOAN-POSITION                         00200432
                                                                        00200440
              MOVE WS-CURRENT-BAL TO LS-OUTSTANDING-BAL                 00200450
              IF WS-CURRENT-BAL = ZERO                                  00200460
      *    LOCATES THE FIRST INSTALLMENT THAT HAS NOT YET RECEIVED AN   00200535
      *    ACTUAL PAYMENT AND THE BALANCE IT CARRIES INTO THAT PAYMENT  00200536
       810-FIND-PAY-INSTALLMENT.                                        00200537
      *    THE LOAN_POSITION ROW CARRIES BOTH FIGURES - A LOAN WITH     00200538
      *    NO ROW YET READS THE SCHEDULE                                00200539
           MOVE SCHED-APP-ID TO POS-APP-ID                              0020053A
           EXEC SQL                                                     0020053B
              SELECT NEXT_INST_NO, PRINCIPAL_BAL                        0020053C
                INTO :POS-NEXT-INST-NO, :POS-PRINCIPAL-BAL              0020053D
                FROM KALA15.LOAN_POSITION                               0020053E
               WHERE APP_ID = :POS-APP-ID                               0020053F
           END-EXEC                                                     0020053G
           IF SQLCODE = 00                                              0020053H
              MOVE POS-NEXT-INST-NO TO WS-PAY-INSTALLMENT-NO            0020053I
              IF WS-PAY-INSTALLMENT-NO NOT = ZERO                       0020053J
                 MOVE POS-PRINCIPAL-BAL TO WS-PAY-PRIOR-BAL             0020053K
                 IF WS-PAY-INSTALLMENT-NO NOT = 1                       0020053L
                    MOVE WS-PAY-INSTALLMENT-NO TO SCHED-INSTALLMENT-NO  0020053M
                 END-IF                                                 0020053N
              END-IF                                                    0020053O
           ELSE                                                         0020053P
              EXEC SQL                                                  0020053Q
                 SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                0020053R
                   INTO :WS-PAY-INSTALLMENT-NO                          0020053S
                   FROM KALA15.PAYMENT_SCHEDULE                         0020053T
                  WHERE APP_ID = :SCHED-APP-ID                          0020053U
                    AND ACTUAL_BALANCE_AMT IS NULL                      0020053V
              END-EXEC                                                  0020053W
                                                                        0020053X
              IF WS-PAY-INSTALLMENT-NO NOT = ZERO                       0020053Y
                 IF WS-PAY-INSTALLMENT-NO = 1                           0020053Z
                    EXEC SQL                                            00200540
                       SELECT LOAN_AMN                                  00200541
                         INTO :LOAN-AMN                                 00200542
                         FROM KALA15.APPLICATIONS                       00200543
                        WHERE APP_ID = :SCHED-APP-ID                    00200544
                    END-EXEC                                            00200545
                    MOVE LOAN-AMN TO WS-PAY-PRIOR-BAL                   00200546
                 ELSE                                                   00200547
                    COMPUTE SCHED-INSTALLMENT-NO =                      00200548
                            WS-PAY-INSTALLMENT-NO - 1                   00200549
                    EXEC SQL                                            0020054A
                       SELECT ACTUAL_BALANCE_AMT                        0020054B
                         INTO :WS-PAY-PRIOR-BAL                         0020054C
                         FROM KALA15.PAYMENT_SCHEDULE                   0020054D
                        WHERE APP_ID = :SCHED-APP-ID                    0020054E
                          AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO    0020054F
                    END-EXEC                                            0020054G
                    MOVE WS-PAY-INSTALLMENT-NO TO SCHED-INSTALLMENT-NO  0020054H
                 END-IF                                                 0020054I
              END-IF                                                    0020054J
           END-IF                                                       0020054K
           EXIT.                                                         0020054
                                                                        00200544
      *    LOOKS UP THE QUOTE THE PAYOFF CLAIMS AND LOCKS IN ITS        0020053A
       820-UPDATE-SCHEDULE-BALANCE.                                     00200540
           EXEC SQL                                                     00200550
              UPDATE KALA15.PAYMENT_SCHEDULE                            00200560
                 SET ACTUAL_BALANCE_AMT = :WS-CURRENT-BAL,              00200561
                     RUN_ID = NULL                                      00200562
               WHERE APP_ID = :SCHED-APP-ID                             00200580
                 AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO             00200590
           END-EXEC                                                     00200600
      *    A PAID-OFF SECURED LOAN OPENS THE LIEN-RELEASE TASK ON THE   00200002
      *    SPOT - THE NIGHTLY LOANCREL RUN LETTERS THE CUSTOMER,        00200003
      *    NOTIFIES THE REGISTRY AND MARKS THE ITEMS RELEASED           00200004
      *    AN ITEM ALSO PLEDGED TO ANOTHER LOAN IS SET PENDING TOO,     00200005
      *    BUT LOANCREL HOLDS IT UNTIL THE LAST PLEDGE IS RELEASED      00200006
           MOVE HIST-APP-ID TO COLL-APP-ID                              00200005
           MOVE HIST-APP-ID TO CALLOC-APP-ID                            00200006
           EXEC SQL                                                     00200007
              UPDATE KALA15.COLLATERAL_ALLOCATION                       00200008
                 SET RELEASE_STATUS = 'RELEASED',                       00200009
                     RELEASED_DATE = CURRENT DATE                       0020000A
               WHERE APP_ID = :CALLOC-APP-ID                            0020000B
                 AND RELEASE_STATUS IS NULL                             0020000C
           END-EXEC                                                     0020000D
           EXEC SQL                                                     00200006
              UPDATE KALA15.COLLATERAL                                  00200007
                 SET RELEASE_STATUS = 'PENDING'                         00200008
               WHERE (APP_ID = :COLL-APP-ID                             00200009
                      OR COLL_ID IN                                     0020000A
                        (SELECT AL.COLL_ID                              0020000B
                           FROM KALA15.COLLATERAL_ALLOCATION AL         0020000C
                          WHERE AL.APP_ID = :CALLOC-APP-ID))            0020000D
                 AND (RELEASE_STATUS IS NULL OR                         0020000A
                      RELEASE_STATUS = ' ')                             0020000B
           END-EXEC                                                     0020000C
              MOVE WS-REV-INSTNO TO SCHED-INSTALLMENT-NO                0020101O
              EXEC SQL                                                  0020101P
                 UPDATE KALA15.PAYMENT_SCHEDULE                         0020101Q
                    SET ACTUAL_BALANCE_AMT = NULL,                      0020101R
                        RUN_ID = NULL                                   0020101S
                  WHERE APP_ID = :SCHED-APP-ID                          0020101S
                    AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO          0020101T
              END-EXEC                                                  0020101U
              MOVE WS-CURRENT-BAL TO LS-OUTSTANDING-BAL                 0020102V
              MOVE 'PAYMENT REVERSED' TO LS-MESSAGE                     0020102W
           END-IF                                                       0020102X
           MOVE SCHED-APP-ID TO POS-APP-ID                              0020102Y
           PERFORM 853-REFRESH-LOAN-POSITION                            0020102Z
           EXIT.                                                        0020102Y
                                                                        0020102Z
      *    A LOAN 830-CLOSE-APPLICATION CLOSED OFF THE BACK OF THE      0020103A
           PERFORM 248-WRITE-OUTBOX-EVENT                               00201001
           EXIT.                                                        0020103S
                                                                        0020103T
      *    REBUILDS THE LOAN'S LOAN_POSITION ROW FROM THE DETAIL JUST   0020103U
      *    POSTED, INSIDE THE SAME UNIT OF WORK - THE BALANCE           0020103V
      *    ENTERING THE NEXT UNPAID INSTALLMENT, WHAT IS OPEN ON ITS    0020103W
      *    DELINQUENT INSTALLMENTS, AND ITS OPEN FEES AND PENALTY       0020103X
       853-REFRESH-LOAN-POSITION.                                       0020103Y
           MOVE 'LOANDB2' TO POS-UPDATED-BY                             0020103Z
           EXEC SQL                                                     00201040
              SELECT COALESCE(MIN(INSTALLMENT_NO), 0)                   00201041
                INTO :POS-NEXT-INST-NO                                  00201042
                FROM KALA15.PAYMENT_SCHEDULE                            00201043
               WHERE APP_ID = :POS-APP-ID                               00201044
                 AND ACTUAL_BALANCE_AMT IS NULL                         00201045
           END-EXEC                                                     00201046
      *    ORIGINAL PRINCIPAL UNTIL THE FIRST INSTALLMENT IS PAID,      00201047
      *    THEN WHAT THE INSTALLMENT BEFORE THE NEXT UNPAID ONE LEFT    00201048
           EXEC SQL                                                     00201049
              SELECT COALESCE(                                          0020104A
                     (SELECT COALESCE(S.ACTUAL_BALANCE_AMT,             0020104B
                                      S.BALANCE_AMT)                    0020104C
                        FROM KALA15.PAYMENT_SCHEDULE S                  0020104D
                       WHERE S.APP_ID = A.APP_ID                        0020104E
                         AND S.INSTALLMENT_NO =                         0020104F
                             CASE WHEN :POS-NEXT-INST-NO = 0            0020104G
                                  THEN (SELECT MAX(P.INSTALLMENT_NO)    0020104H
                                    FROM KALA15.PAYMENT_SCHEDULE P      0020104I
                                   WHERE P.APP_ID = A.APP_ID)           0020104J
                                  ELSE :POS-NEXT-INST-NO - 1            0020104K
                             END),                                      0020104L
                     A.LOAN_AMN)                                        0020104M
                INTO :POS-PRINCIPAL-BAL                                 0020104N
                FROM KALA15.APPLICATIONS A                              0020104O
               WHERE A.APP_ID = :POS-APP-ID                             0020104P
           END-EXEC                                                     0020104Q
           EXEC SQL                                                     0020104R
              SELECT COALESCE(SUM(S.INTEREST_AMT), 0),                  0020104S
                     COALESCE(SUM(S.PRINCIPAL_AMT + S.INTEREST_AMT), 0) 0020104T
                INTO :POS-INTEREST-DUE, :POS-ARREARS-AMT                0020104U
                FROM KALA15.DELINQUENCY D, KALA15.PAYMENT_SCHEDULE S    0020104V
               WHERE D.APP_ID = :POS-APP-ID                             0020104W
                 AND D.DELINQ_STATUS = 'OPEN'                           0020104X
                 AND S.APP_ID = D.APP_ID                                0020104Y
                 AND S.INSTALLMENT_NO = D.INSTALLMENT_NO                0020104Z
           END-EXEC                                                     00201050
           EXEC SQL                                                     00201051
              SELECT COALESCE(SUM(CASE WHEN BUCKET <> 'PENALTY'         00201052
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            00201053
                             - COALESCE(WAIVED_AMT, 0)                  00201054
                        ELSE 0 END), 0),                                00201055
                     COALESCE(SUM(CASE WHEN BUCKET = 'PENALTY'          00201056
                        THEN FEE_AMT - COALESCE(PAID_AMT, 0)            00201057
                             - COALESCE(WAIVED_AMT, 0)                  00201058
                        ELSE 0 END), 0)                                 00201059
                INTO :POS-FEES-DUE, :POS-PENALTY-DUE                    0020105A
                FROM KALA15.FEE_HISTORY                                 0020105B
               WHERE APP_ID = :POS-APP-ID                               0020105C
                 AND FEE_AMT > COALESCE(PAID_AMT, 0)                    0020105D
                               + COALESCE(WAIVED_AMT, 0)                0020105E
           END-EXEC                                                     0020105F
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY  0020105G
           EXEC SQL                                                     0020105H
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :POS-PENALTY-DUE   0020105I
                INTO :POS-PENALTY-DUE                                   0020105J
                FROM KALA15.PENALTY_ACCRUAL                             0020105K
               WHERE APP_ID = :POS-APP-ID                               0020105L
                 AND PEN_STATUS = 'OPEN'                                0020105M
           END-EXEC                                                     0020105N
           EXEC SQL                                                     0020105O
              UPDATE KALA15.LOAN_POSITION                               0020105P
                 SET NEXT_INST_NO   = :POS-NEXT-INST-NO,                0020105Q
                     PRINCIPAL_BAL  = :POS-PRINCIPAL-BAL,               0020105R
                     INTEREST_DUE   = :POS-INTEREST-DUE,                0020105S
                     FEES_DUE       = :POS-FEES-DUE,                    0020105T
                     PENALTY_DUE    = :POS-PENALTY-DUE,                 0020105U
                     ARREARS_AMT    = :POS-ARREARS-AMT,                 0020105V
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                0020105W
                     UPDATED_BY     = :POS-UPDATED-BY                   0020105X
               WHERE APP_ID = :POS-APP-ID                               0020105Y
           END-EXEC                                                     0020105Z
           IF SQLCODE = 100                                             00201060
              EXEC SQL                                                  00201061
                 INSERT INTO KALA15.LOAN_POSITION                       00201062
                        (APP_ID, NEXT_INST_NO, PRINCIPAL_BAL,           00201063
                         INTEREST_DUE, FEES_DUE, PENALTY_DUE,           00201064
                         ARREARS_AMT, LAST_UPDATE_TS, UPDATED_BY)       00201065
                 VALUES (:POS-APP-ID, :POS-NEXT-INST-NO,                00201066
                         :POS-PRINCIPAL-BAL, :POS-INTEREST-DUE,         00201067
                         :POS-FEES-DUE, :POS-PENALTY-DUE,               00201068
                         :POS-ARREARS-AMT, CURRENT TIMESTAMP,           00201069
                         :POS-UPDATED-BY)                               0020106A
              END-EXEC                                                  0020106B
           END-IF                                                       0020106C
           EXIT.                                                        0020106D
                                                                        0020106E
      *    CLEARS ANY OPEN DELINQUENCY WHOSE INSTALLMENT HAS SINCE      00201020
      *    BEEN PAID OFF, THEN RE-FLAGS EVERY UNPAID, PAST-DUE          00201030
      *    SCHEDULE ROW INTO ITS 30/60/90-DAY BUCKET -- MEANT TO BE     00201040
                       FROM KALA15.PAYMENT_SCHEDULE                     00201130
                      WHERE BALANCE_AMT = 0)                            00201140
           END-EXEC                                                     00201150
                                                                        00201151
      *    A LOAN LEFT WITH NOTHING OPEN HAS NO ARREARS ON ITS          00201152
      *    POSITION ROW EITHER                                          00201153
           EXEC SQL                                                     00201154
              UPDATE KALA15.LOAN_POSITION P                             00201155
                 SET INTEREST_DUE   = 0,                                00201156
                     ARREARS_AMT    = 0,                                00201157
                     LAST_UPDATE_TS = CURRENT TIMESTAMP,                00201158
                     UPDATED_BY     = 'LOANDB2'                         00201159
               WHERE ARREARS_AMT <> 0                                   0020115A
                 AND NOT EXISTS                                         0020115B
                    (SELECT 1                                           0020115C
                       FROM KALA15.DELINQUENCY D                        0020115D
                      WHERE D.APP_ID = P.APP_ID                         0020115E
                        AND D.DELINQ_STATUS = 'OPEN')                   0020115F
           END-EXEC                                                     0020115G
                                                                        00201160
           EXEC SQL                                                     00201170
              DECLARE DELINQC CURSOR FOR                                00201180
                         S.DAYS_PAST_DUE, S.BUCKET, 'OPEN',             00201920
                         CURRENT DATE)                                  00201930
           END-EXEC                                                     00201940
           MOVE DELINQ-APP-ID TO POS-APP-ID                             00201941
           PERFORM 853-REFRESH-LOAN-POSITION                            00201942
           EXIT.                                                        00201950
                                                                        00202010
      *    INSERTS OR UPDATES A SINGLE DOCUMENT-CHECKLIST LINE FOR      00202020
                 SET DOC_TYPE = :DOCCHK-DOC-TYPE,                       00202470
                     REQUIRED_FLAG = :DOCCHK-REQUIRED-FLAG,             00202480
                     RECEIVED_DATE = :DOCCHK-RECEIVED-DATE,             00202490
                     DELIVERED_TS =                                     00202491
                        CASE WHEN RECEIVED_DATE = :DOCCHK-RECEIVED-DATE 00202492
                             THEN DELIVERED_TS                          00202493
                             ELSE NULL                                  00202494
                        END,                                            00202495
                     IMAGE_REF = :DOCCHK-IMAGE-REF                      00202500
               WHERE DOC_ID = :DOCCHK-ID                                00202510
                 AND APP_ID = :DOCCHK-APP-ID                            00202520
              MOVE 'N' TO BCHG-MULE-FLAG                                0020348T
           END-IF                                                       0020348U
           MOVE SPACES  TO BCHG-REQUESTED-BY                            0020348V
           MOVE WS-SIGNON-OPID TO BCHG-REQUESTED-BY                     0020348W
           EXEC SQL                                                     0020348X
              INSERT INTO KALA15.BANK_ACCOUNT_CHANGE                    0020348Y
                 (CHANGE_ID, CUST_SSN, NEW_IBAN, NEW_BIC,               0020348Z
              MOVE 'PENDING CHANGE NOT FOUND' TO LS-MESSAGE             002034A9
           ELSE                                                         002034AA
              MOVE SPACES  TO WS-BCHG-OPID                              002034AB
              MOVE WS-SIGNON-OPID TO WS-BCHG-OPID                       002034AC
              IF WS-BCHG-OPID = BCHG-REQUESTED-BY                       002034AD
                 MOVE 'REQUESTER CANNOT APPROVE OWN CHANGE'             002034AE
                      TO LS-MESSAGE                                     002034AF
       962-ASSIGN-SUSPENSE.                                             00204430
           MOVE LS-SUSP-ID TO SUSP-ID                                   00204440
           EXEC SQL                                                     00204450
              SELECT PAY_AMOUNT,                                        00204451
                     COALESCE(PAYER_NAME, ' '),                         00204452
                     COALESCE(PAYER_IBAN, ' ')                          00204453
                INTO :SUSP-PAY-AMOUNT, :SUSP-PAYER-NAME,                00204454
                     :SUSP-PAYER-IBAN                                   00204455
                FROM KALA15.SUSPENSE_PAYMENT                            00204480
               WHERE SUSP_ID = :SUSP-ID                                 00204490
                 AND SUSP_STATUS = 'OPEN'                               00204500
                           RESOLVED_DATE = CURRENT DATE                 00204680
                     WHERE SUSP_ID = :SUSP-ID                           00204690
                 END-EXEC                                               00204700
                 IF SUSP-PAYER-IBAN NOT = SPACES                        00204701
                    PERFORM 962A-LEARN-PAYER-ALIAS                      00204702
                 END-IF                                                 00204703
              END-IF                                                    00204710
           END-IF                                                       00204720
           EXIT.                                                        00204730
                                                                        00204731
      *    THE OPERATOR'S DECISION IS KEPT AS A PAYER ALIAS SO THE      00204732
      *    NEXT CREDIT FROM THE SAME ACCOUNT MATCHES IN LOANCASH        00204733
      *    INSTEAD OF LANDING IN SUSPENSE AGAIN. AN ALIAS ALREADY ON    00204734
      *    FILE FOR THIS IBAN AND LOAN IS RECONFIRMED UNDER TODAY'S     00204735
      *    OPERATOR; A RETIRED ONE COMES BACK TO LIFE                   00204736
       962A-LEARN-PAYER-ALIAS.                                          00204737
           MOVE SUSP-PAYER-IBAN      TO ALIAS-PAYER-IBAN                00204738
           MOVE SUSP-PAYER-NAME      TO ALIAS-PAYER-NAME                00204739
           MOVE SUSP-RESOLVED-APP-ID TO ALIAS-APP-ID                    0020473A
           MOVE WS-SIGNON-OPID       TO ALIAS-CONFIRMED-BY              0020473B
           EXEC SQL                                                     0020473C
              UPDATE KALA15.PAYER_ALIAS                                 0020473D
                 SET PAYER_NAME = :ALIAS-PAYER-NAME,                    0020473E
                     CONFIRMED_BY = :ALIAS-CONFIRMED-BY,                0020473F
                     CONFIRMED_DATE = CURRENT DATE,                     0020473G
                     ALIAS_STATUS = 'ACTIVE'                            0020473H
               WHERE PAYER_IBAN = :ALIAS-PAYER-IBAN                     0020473I
                 AND APP_ID = :ALIAS-APP-ID                             0020473J
           END-EXEC                                                     0020473K
                                                                        0020473L
           IF SQLCODE = 100 OR                                          0020473M
              (SQLCODE = 00 AND SQLERRD(3) = 0)                         0020473N
              EXEC SQL                                                  0020473O
                 SELECT COALESCE(MAX(ALIAS_ID), 0) + 1                  0020473P
                   INTO :ALIAS-ID                                       0020473Q
                   FROM KALA15.PAYER_ALIAS                              0020473R
              END-EXEC                                                  0020473S
              EXEC SQL                                                  0020473T
                 INSERT INTO KALA15.PAYER_ALIAS                         0020473U
                        (ALIAS_ID, PAYER_IBAN, PAYER_NAME, APP_ID,      0020473V
                         CONFIRMED_BY, CONFIRMED_DATE, ALIAS_STATUS)    0020473W
                 VALUES (:ALIAS-ID, :ALIAS-PAYER-IBAN,                  0020473X
                         :ALIAS-PAYER-NAME, :ALIAS-APP-ID,              0020473Y
                         :ALIAS-CONFIRMED-BY, CURRENT DATE, 'ACTIVE')   0020473Z
              END-EXEC                                                  00204740
           END-IF                                                       00204741
           EXIT.                                                        00204742
                                                                        00204740
       963-REFUND-SUSPENSE.                                             00204750
           MOVE LS-SUSP-ID TO SUSP-ID                                   00204760
      *    ACCRUAL RUNS FROM THE DUE DATE OF THE LAST SETTLED           00205350
      *    INSTALLMENT - OR FROM THE DAY THE MONEY WENT OUT WHEN        00205360
      *    NOTHING HAS BEEN PAID YET                                    00205370
           MOVE ZERO TO WS-QUOTE-DAYS                                   00205371
           IF WS-PAY-INSTALLMENT-NO = 1                                 00205372
              EXEC SQL                                                  00205373
                 SELECT CHAR(DISB_DATE)                                 00205374
                   INTO :WS-DCF-FROM-DATE                               00205375
                   FROM KALA15.DISBURSEMENT                             00205376
                  WHERE APP_ID = :APP-ID                                00205377
                    AND DISB_STATUS = 'SENT'                            00205378
              END-EXEC                                                  00205379
           ELSE                                                         0020537A
              COMPUTE SCHED-INSTALLMENT-NO =                            0020537B
                      WS-PAY-INSTALLMENT-NO - 1                         0020537C
              EXEC SQL                                                  0020537D
                 SELECT CHAR(DUE_DATE)                                  0020537E
                   INTO :WS-DCF-FROM-DATE                               0020537F
                   FROM KALA15.PAYMENT_SCHEDULE                         0020537G
                  WHERE APP_ID = :SCHED-APP-ID                          0020537H
                    AND INSTALLMENT_NO = :SCHED-INSTALLMENT-NO          0020537I
              END-EXEC                                                  0020537J
           END-IF                                                       0020537K
                                                                        0020537L
      *    THE SAME DAY-COUNT CONVENTION THE NIGHTLY ACCRUAL USES, SO   0020537M
      *    THE QUOTE AGREES TO THE PENNY WITH WHAT THE LEDGER CARRIES   0020537N
           MOVE ZERO TO WS-DCF-NUMER                                    0020537O
           MOVE 365  TO WS-DCF-DENOM                                    0020537P
           MOVE 365  TO WS-DCF-YEAR-DAYS                                0020537Q
           IF SQLCODE = 00                                              0020537R
              PERFORM 222A-LOAD-DAY-COUNT-BASIS                         0020537S
              MOVE QUOTE-SETTLE-DATE TO WS-DCF-TO-DATE                  0020537T
              PERFORM 222B-DAY-COUNT-FRACTION                           0020537U
              MOVE WS-DCF-DAYS TO WS-QUOTE-DAYS                         0020537V
           END-IF                                                       0020537W
           IF WS-QUOTE-DAYS < ZERO                                      0020537X
              MOVE ZERO TO WS-QUOTE-DAYS                                0020537Y
              MOVE ZERO TO WS-DCF-NUMER                                 0020537Z
           END-IF                                                       00205380
                                                                        00205381
           COMPUTE WS-QUOTE-PERDIEM ROUNDED =                           00205382
                   QUOTE-PRINCIPAL-AMT * RATE / WS-DCF-YEAR-DAYS        00205383
           COMPUTE QUOTE-PERDIEM-INT-AMT ROUNDED =                      00205384
                   QUOTE-PRINCIPAL-AMT * RATE * WS-DCF-NUMER            00205385
                   / WS-DCF-DENOM                                       00205386
           COMPUTE QUOTE-TOTAL-AMT =                                    00205680
                   QUOTE-PRINCIPAL-AMT + QUOTE-PERDIEM-INT-AMT          00205690
                                                                        00205700
           END-IF                                                       00206050
           EXIT.                                                        00206060
                                                                        00206070
      *    THE BALANCE CONFIRMATION CERTIFICATE: PRINCIPAL, ACCRUED     00206071
      *    INTEREST, OPEN FEES AND ARREARS AS THEY STOOD AT THE END OF  00206072
      *    THE AS-OF DATE (TODAY WHEN NONE IS KEYED), WITH THE          00206073
      *    GUARANTEES AND COLLATERAL IN FORCE THAT DAY. THE FIGURES ARE 00206074
      *    STORED UNDER A CERTIFICATE NUMBER AND HANDED BACK WITH THE   00206075
      *    BORROWER'S NAME AND ADDRESS FOR THE SCREEN TO SPOOL          00206076
       972-PROCESS-BALANCE-CERT.                                        00206077
           MOVE LS-APP-ID TO APP-ID                                     00206078
           MOVE LS-APP-ID TO BCERT-APP-ID                               00206079
                                                                        0020607A
           IF LS-CERT-ASOF-DATE = SPACES OR                             0020607B
              LS-CERT-ASOF-DATE = LOW-VALUES                            0020607C
              EXEC SQL                                                  0020607D
                 SELECT CHAR(CURRENT DATE)                              0020607E
                   INTO :BCERT-ASOF-DATE                                0020607F
                   FROM SYSIBM.SYSDUMMY1                                0020607G
              END-EXEC                                                  0020607H
           ELSE                                                         0020607I
              MOVE LS-CERT-ASOF-DATE TO BCERT-ASOF-DATE                 0020607J
           END-IF                                                       0020607K
                                                                        0020607L
      *    A MIS-KEYED DATE FAILS THE CAST; A FUTURE DATE WOULD BE A    0020607M
      *    FORECAST, NOT A CONFIRMATION, AND IS REFUSED. THE DATE IS    0020607N
      *    CARRIED ON IN ISO FORM WHATEVER FORM IT WAS KEYED IN         0020607O
           MOVE ZERO TO WS-CERT-FUTURE-CNT                              0020607P
           EXEC SQL                                                     0020607Q
              SELECT CHAR(DATE(:BCERT-ASOF-DATE), ISO),                 0020607R
                     CASE WHEN DATE(:BCERT-ASOF-DATE) > CURRENT DATE    0020607S
                          THEN 1 ELSE 0 END                             0020607T
                INTO :BCERT-ASOF-DATE, :WS-CERT-FUTURE-CNT              0020607U
                FROM SYSIBM.SYSDUMMY1                                   0020607V
           END-EXEC                                                     0020607W
           EVALUATE TRUE                                                0020607X
              WHEN SQLCODE NOT = 00                                     0020607Y
                 MOVE 'AS-OF DATE MUST BE YYYY-MM-DD' TO LS-MESSAGE     0020607Z
              WHEN WS-CERT-FUTURE-CNT > ZERO                            00206080
                 MOVE 'AS-OF DATE CANNOT BE IN THE FUTURE'              00206081
                    TO LS-MESSAGE                                       00206082
              WHEN OTHER                                                00206083
                 PERFORM 972A-READ-CERT-LOAN                            00206084
           END-EVALUATE                                                 00206085
           EXIT.                                                        00206086
                                                                        00206087
      *    THE BORROWER AND THE DAY THE MONEY WENT OUT - THERE IS NO    00206088
      *    BALANCE TO CONFIRM FOR A DAY BEFORE THE LOAN WAS PAID OUT    00206089
       972A-READ-CERT-LOAN.                                             0020608A
           MOVE SPACES TO WS-CERT-DISB-DATE                             0020608B
           EXEC SQL                                                     0020608C
              SELECT C.SSN, C.F_NAME, C.L_NAME,                         0020608D
                     COALESCE(C.ADDRESS, ' '),                          0020608E
                     COALESCE(C.POSTAL_CODE, ' '),                      0020608F
                     COALESCE(C.CITY, ' '), A.LOAN_AMN,                 0020608G
                     COALESCE((SELECT CHAR(MIN(D.DISB_DATE))            0020608H
                                 FROM KALA15.DISBURSEMENT D             0020608I
                                WHERE D.APP_ID = A.APP_ID               0020608J
                                  AND D.DISB_STATUS = 'SENT'), ' ')     0020608K
                INTO :SSN, :F-NAME, :L-NAME, :CUSTOMER-ADDRESS,         0020608L
                     :POSTAL-CODE, :CITY, :LOAN-AMN,                    0020608M
                     :WS-CERT-DISB-DATE                                 0020608N
                FROM KALA15.APPLICATIONS A, KALA15.CUSTOMER C           0020608O
               WHERE A.APP_ID = :BCERT-APP-ID                           0020608P
                 AND C.SSN = A.CUST_SSN                                 0020608Q
           END-EXEC                                                     0020608R
           EVALUATE TRUE                                                0020608S
              WHEN SQLCODE = 100                                        0020608T
                 MOVE 'APPLICATION NOT FOUND' TO LS-MESSAGE             0020608U
              WHEN SQLCODE NOT = 00                                     0020608V
                 MOVE 'ERROR READING APPLICATION' TO LS-MESSAGE         0020608W
              WHEN WS-CERT-DISB-DATE = SPACES OR                        0020608X
                   WS-CERT-DISB-DATE > BCERT-ASOF-DATE                  0020608Y
                 MOVE 'LOAN NOT PAID OUT BY THE AS-OF DATE'             0020608Z
                    TO LS-MESSAGE                                       00206090
              WHEN OTHER                                                00206091
                 PERFORM 973-PRICE-CERT-BALANCES                        00206092
                 PERFORM 974-LIST-CERT-SECURITY                         00206093
                 PERFORM 972B-STORE-CERTIFICATE                         00206094
           END-EVALUATE                                                 00206095
           EXIT.                                                        00206096
                                                                        00206097
       972B-STORE-CERTIFICATE.                                          00206098
           MOVE WS-SIGNON-OPID TO BCERT-ISSUED-BY                       00206099
           MOVE LS-CERT-TO-NAME    TO BCERT-ADDRESSEE-NAME              0020609A
           MOVE LS-CERT-TO-ADDRESS TO BCERT-ADDRESSEE-ADDRESS           0020609B
           MOVE LS-CERT-TO-POSTAL  TO BCERT-ADDRESSEE-POSTAL            0020609C
           MOVE LS-CERT-TO-CITY    TO BCERT-ADDRESSEE-CITY              0020609D
           IF LS-CERT-TO-NAME = SPACES OR                               0020609E
              LS-CERT-TO-NAME = LOW-VALUES                              0020609F
              MOVE -1 TO WS-CERT-IV-ADDRESSEE                           0020609G
           ELSE                                                         0020609H
              MOVE ZERO TO WS-CERT-IV-ADDRESSEE                         0020609I
           END-IF                                                       0020609J
                                                                        0020609K
           EXEC SQL                                                     0020609L
              SELECT COALESCE(MAX(CERT_ID), 0) + 1                      0020609M
                INTO :BCERT-ID                                          0020609N
                FROM KALA15.BALANCE_CERTIFICATE                         0020609O
           END-EXEC                                                     0020609P
                                                                        0020609Q
           EXEC SQL                                                     0020609R
              INSERT INTO KALA15.BALANCE_CERTIFICATE                    0020609S
                     (CERT_ID, APP_ID, ASOF_DATE, ISSUED_DATE,          0020609T
                      PRINCIPAL_AMT, ACCRUED_INT_AMT, FEES_AMT,         0020609U
                      ARREARS_AMT, ADDRESSEE_NAME, ADDRESSEE_ADDRESS,   0020609V
                      ADDRESSEE_POSTAL, ADDRESSEE_CITY, ISSUED_BY)      0020609W
              VALUES (:BCERT-ID, :BCERT-APP-ID,                         0020609X
                      DATE(:BCERT-ASOF-DATE), CURRENT DATE,             0020609Y
                      :BCERT-PRINCIPAL-AMT, :BCERT-ACCRUED-INT-AMT,     0020609Z
                      :BCERT-FEES-AMT, :BCERT-ARREARS-AMT,              002060A0
                      :BCERT-ADDRESSEE-NAME :WS-CERT-IV-ADDRESSEE,      002060A1
                      :BCERT-ADDRESSEE-ADDRESS :WS-CERT-IV-ADDRESSEE,   002060A2
                      :BCERT-ADDRESSEE-POSTAL :WS-CERT-IV-ADDRESSEE,    002060A3
                      :BCERT-ADDRESSEE-CITY :WS-CERT-IV-ADDRESSEE,      002060A4
                      :BCERT-ISSUED-BY)                                 002060A5
           END-EXEC                                                     002060A6
                                                                        002060A7
           IF SQLCODE = 00                                              002060A8
              MOVE BCERT-ID              TO LS-CERT-ID                  002060A9
              MOVE BCERT-ASOF-DATE       TO LS-CERT-ASOF-DATE           002060AA
              MOVE BCERT-PRINCIPAL-AMT   TO LS-CERT-PRINCIPAL           002060AB
              MOVE BCERT-ACCRUED-INT-AMT TO LS-CERT-ACCRUED-INT         002060AC
              MOVE BCERT-FEES-AMT        TO LS-CERT-FEES                002060AD
              MOVE BCERT-ARREARS-AMT     TO LS-CERT-ARREARS             002060AE
              MOVE SSN                   TO LS-SSN                      002060AF
              MOVE F-NAME                TO LS-F-NAME                   002060AG
              MOVE L-NAME                TO LS-L-NAME                   002060AH
              MOVE CUSTOMER-ADDRESS      TO LS-ADDRESS                  002060AI
              MOVE POSTAL-CODE           TO LS-POSTAL-CODE              002060AJ
              MOVE CITY                  TO LS-CITY                     002060AK
              SET SUCCESS TO TRUE                                       002060AL
              MOVE 'BALANCE CERTIFICATE CREATED' TO LS-MESSAGE          002060AM
           ELSE                                                         002060AN
              MOVE 'ERROR STORING BALANCE CERTIFICATE' TO LS-MESSAGE    002060AO
           END-IF                                                       002060AP
           EXIT.                                                        002060AQ
                                                                        002060AR
      *    PRINCIPAL IS WHAT THE LAST PAYMENT POSTED ON OR BEFORE THE   002060AS
      *    AS-OF DATE LEFT OUTSTANDING - THE AMOUNT LENT IF NOTHING HAD 002060AT
      *    BEEN PAID BY THEN. A REVERSAL POSTS ITS OWN ROW CARRYING THE 002060AU
      *    RESTORED BALANCE, SO THE LATEST ROW IS ALWAYS THE RIGHT ONE  002060AV
       973-PRICE-CERT-BALANCES.                                         002060AW
           MOVE WS-CERT-DISB-DATE TO WS-CERT-FROM-DATE                  002060AX
           EXEC SQL                                                     002060AY
              SELECT BALANCE_AFTER, CHAR(PAY_DATE)                      002060AZ
                INTO :PAY-BALANCE-AFTER, :WS-CERT-FROM-DATE             002060B0
                FROM KALA15.PAYMENT                                     002060B1
               WHERE APP_ID = :BCERT-APP-ID                             002060B2
                 AND PAY_DATE <= DATE(:BCERT-ASOF-DATE)                 002060B3
               ORDER BY PAY_DATE DESC, PAY_ID DESC                      002060B4
               FETCH FIRST 1 ROWS ONLY                                  002060B5
           END-EXEC                                                     002060B6
           IF SQLCODE = 00                                              002060B7
              MOVE PAY-BALANCE-AFTER TO BCERT-PRINCIPAL-AMT             002060B8
           ELSE                                                         002060B9
              MOVE LOAN-AMN TO BCERT-PRINCIPAL-AMT                      002060BA
              MOVE WS-CERT-DISB-DATE TO WS-CERT-FROM-DATE               002060BB
           END-IF                                                       002060BC
                                                                        002060BD
      *    INTEREST EARNED SINCE THAT PAYMENT, OR SINCE THE MONEY WENT  002060BE
      *    OUT, UNDER THE LOAN'S OWN DAY-COUNT CONVENTION - THE SAME    002060BF
      *    ARITHMETIC THE PAYOFF QUOTE USES                             002060BG
           PERFORM 222-FETCH-LOAN-RATE                                  002060BH
           PERFORM 222A-LOAD-DAY-COUNT-BASIS                            002060BI
           MOVE WS-CERT-FROM-DATE TO WS-DCF-FROM-DATE                   002060BJ
           MOVE BCERT-ASOF-DATE   TO WS-DCF-TO-DATE                     002060BK
           PERFORM 222B-DAY-COUNT-FRACTION                              002060BL
           IF WS-DCF-NUMER < ZERO                                       002060BM
              MOVE ZERO TO WS-DCF-NUMER                                 002060BN
           END-IF                                                       002060BO
           COMPUTE BCERT-ACCRUED-INT-AMT ROUNDED =                      002060BP
                   BCERT-PRINCIPAL-AMT * RATE * WS-DCF-NUMER            002060BQ
                   / WS-DCF-DENOM                                       002060BR
                                                                        002060BS
      *    FEES AND PENALTY INTEREST ASSESSED BY THE AS-OF DATE, LESS   002060BT
      *    WHAT WAS WAIVED AND WHAT PAYMENTS UP TO THAT DATE PUT        002060BU
      *    AGAINST THEM                                                 002060BV
           EXEC SQL                                                     002060BW
              SELECT COALESCE(SUM(FEE_AMT - COALESCE(WAIVED_AMT, 0)), 0)002060BX
                INTO :WS-CERT-DUE-AMT                                   002060BY
                FROM KALA15.FEE_HISTORY                                 002060BZ
               WHERE APP_ID = :BCERT-APP-ID                             002060C0
                 AND ASSESSED_DATE <= DATE(:BCERT-ASOF-DATE)            002060C1
           END-EXEC                                                     002060C2
      *    PENALTY INTEREST STILL ACCRUING HAS NOT REACHED FEE_HISTORY, 002060C3
      *    SO WHAT HAD ACCRUED BY THE AS-OF DATE IS ADDED AS THE        002060C4
      *    POSITION REFRESH DOES                                        002060C5
           EXEC SQL                                                     002060C6
              SELECT COALESCE(SUM(ACCRUED_AMT), 0) + :WS-CERT-DUE-AMT   002060C7
                INTO :WS-CERT-DUE-AMT                                   002060C8
                FROM KALA15.PENALTY_ACCRUAL                             002060C9
               WHERE APP_ID = :BCERT-APP-ID                             002060CA
                 AND PEN_STATUS = 'OPEN'                                002060CB
                 AND ACCRUED_THRU <= DATE(:BCERT-ASOF-DATE)             002060CC
           END-EXEC                                                     002060C2
           EXEC SQL                                                     002060C3
              SELECT COALESCE(SUM(COALESCE(ALLOC_FEES, 0)               002060C4
                                  + COALESCE(ALLOC_PENALTY, 0)), 0)     002060C5
                INTO :WS-CERT-PAID-AMT                                  002060C6
                FROM KALA15.PAYMENT                                     002060C7
               WHERE APP_ID = :BCERT-APP-ID                             002060C8
                 AND PAY_DATE <= DATE(:BCERT-ASOF-DATE)                 002060C9
           END-EXEC                                                     002060CA
           IF WS-CERT-DUE-AMT > WS-CERT-PAID-AMT                        002060CB
              COMPUTE BCERT-FEES-AMT =                                  002060CC
                      WS-CERT-DUE-AMT - WS-CERT-PAID-AMT                002060CD
           ELSE                                                         002060CE
              MOVE ZERO TO BCERT-FEES-AMT                               002060CF
           END-IF                                                       002060CG
                                                                        002060CH
      *    ARREARS - THE CUSTOMER'S SHARE OF EVERY INSTALLMENT FALLEN   002060CI
      *    DUE BY THE AS-OF DATE, LESS THE INTEREST AND PRINCIPAL PAID  002060CJ
      *    BY THEN. INSTALLMENTS A PAYMENT HOLIDAY DEFERRED, A          002060CK
      *    WITHDRAWAL VOIDED OR A CHARGE-OFF FROZE ARE NOT COUNTED      002060CL
           EXEC SQL                                                     002060CM
              SELECT COALESCE(SUM(PRINCIPAL_AMT + INTEREST_AMT          002060CN
                                  - COALESCE(SUBSIDY_INT_AMT, 0)), 0)   002060CO
                INTO :WS-CERT-DUE-AMT                                   002060CP
                FROM KALA15.PAYMENT_SCHEDULE                            002060CQ
               WHERE APP_ID = :BCERT-APP-ID                             002060CR
                 AND DUE_DATE <= DATE(:BCERT-ASOF-DATE)                 002060CS
                 AND (DEFERRED_FLAG IS NULL OR                          002060CT
                      DEFERRED_FLAG NOT IN ('Y', 'V', 'C'))             002060CU
           END-EXEC                                                     002060CV
           EXEC SQL                                                     002060CW
              SELECT COALESCE(SUM(CASE WHEN PAY_TYPE = 'REVRSL'         002060CX
                        THEN 0 - PAY_AMOUNT                             002060CY
                        ELSE PAY_AMOUNT - COALESCE(ALLOC_FEES, 0)       002060CZ
                             - COALESCE(ALLOC_PENALTY, 0)               002060D0
                        END), 0)                                        002060D1
                INTO :WS-CERT-PAID-AMT                                  002060D2
                FROM KALA15.PAYMENT                                     002060D3
               WHERE APP_ID = :BCERT-APP-ID                             002060D4
                 AND PAY_DATE <= DATE(:BCERT-ASOF-DATE)                 002060D5
           END-EXEC                                                     002060D6
           IF WS-CERT-DUE-AMT > WS-CERT-PAID-AMT AND                    002060D7
              BCERT-PRINCIPAL-AMT > ZERO                                002060D8
              COMPUTE BCERT-ARREARS-AMT =                               002060D9
                      WS-CERT-DUE-AMT - WS-CERT-PAID-AMT                002060DA
           ELSE                                                         002060DB
              MOVE ZERO TO BCERT-ARREARS-AMT                            002060DC
           END-IF                                                       002060DD
           EXIT.                                                        002060DE
                                                                        002060DF
      *    THE SECURITY IN FORCE ON THE AS-OF DATE, ONE LIST LINE EACH  002060DG
      *    - GUARANTORS NOT YET RELEASED BY THEN FIRST, THEN THE        002060DH
      *    COLLATERAL PLEDGED TO THE LOAN AND NOT YET RELEASED          002060DI
       974-LIST-CERT-SECURITY.                                          002060DJ
           PERFORM 969-CLEAR-LIST-LINES                                 002060DK
           MOVE ZERO TO LS-LIST-CNT                                     002060DL
           EXEC SQL                                                     002060DM
              DECLARE BCRTGUAR CURSOR FOR                               002060DN
              SELECT COALESCE(CO_F_NAME, ' '), COALESCE(CO_L_NAME, ' '),002060DO
                     COALESCE(RELATIONSHIP, ' ')                        002060DP
                FROM KALA15.CO_APPLICANT                                002060DQ
               WHERE APP_ID = :BCERT-APP-ID                             002060DR
                 AND (RELEASED_DATE IS NULL OR                          002060DS
                      RELEASED_DATE > DATE(:BCERT-ASOF-DATE))           002060DT
               ORDER BY CO_L_NAME, CO_F_NAME                            002060DU
           END-EXEC                                                     002060DV
           EXEC SQL                                                     002060DW
              OPEN BCRTGUAR                                             002060DX
           END-EXEC                                                     002060DY
           PERFORM 974A-FETCH-CERT-GUARANTOR                            002060DZ
              UNTIL SQLCODE NOT = 00 OR LS-LIST-CNT >= 8                002060E0
           EXEC SQL                                                     002060E1
              CLOSE BCRTGUAR                                            002060E2
           END-EXEC                                                     002060E3
                                                                        002060E4
           EXEC SQL                                                     002060E5
              DECLARE BCRTCOLL CURSOR FOR                               002060E6
              SELECT COALESCE(C.ASSET_TYPE, ' '),                       002060E7
                     COALESCE(C.DESCRIPTION, ' '),                      002060E8
                     COALESCE(C.APPRAISED_VALUE, 0)                     002060E9
                FROM KALA15.COLLATERAL C                                002060EA
               WHERE (C.APP_ID = :BCERT-APP-ID                          002060EB
                      OR EXISTS                                         002060EC
                         (SELECT 1                                      002060ED
                            FROM KALA15.COLLATERAL_ALLOCATION L         002060EE
                           WHERE L.COLL_ID = C.COLL_ID                  002060EF
                             AND L.APP_ID = :BCERT-APP-ID               002060EG
                             AND L.ALLOC_DATE <= DATE(:BCERT-ASOF-DATE) 002060EH
                             AND (L.RELEASED_DATE IS NULL OR            002060EI
                                  L.RELEASED_DATE >                     002060EJ
                                  DATE(:BCERT-ASOF-DATE))))             002060EK
                 AND (C.RELEASED_DATE IS NULL OR                        002060EL
                      C.RELEASED_DATE > DATE(:BCERT-ASOF-DATE))         002060EM
               ORDER BY C.COLL_ID                                       002060EN
           END-EXEC                                                     002060EO
           IF LS-LIST-CNT < 8                                           002060EP
              EXEC SQL                                                  002060EQ
                 OPEN BCRTCOLL                                          002060ER
              END-EXEC                                                  002060ES
              PERFORM 974B-FETCH-CERT-COLLATERAL                        002060ET
                 UNTIL SQLCODE NOT = 00 OR LS-LIST-CNT >= 8             002060EU
              EXEC SQL                                                  002060EV
                 CLOSE BCRTCOLL                                         002060EW
              END-EXEC                                                  002060EX
           END-IF                                                       002060EY
           EXIT.                                                        002060EZ
                                                                        002060F0
       974A-FETCH-CERT-GUARANTOR.                                       002060F1
           EXEC SQL                                                     002060F2
              FETCH BCRTGUAR                                            002060F3
               INTO :COAP-F-NAME, :COAP-L-NAME, :COAP-RELATIONSHIP      002060F4
           END-EXEC                                                     002060F5
           IF SQLCODE = 00                                              002060F6
              ADD 1 TO LS-LIST-CNT                                      002060F7
              STRING 'GUARANTOR  ' COAP-F-NAME ' ' COAP-L-NAME ' '      002060F8
                     COAP-RELATIONSHIP                                  002060F9
                     DELIMITED BY SIZE                                  002060FA
                     INTO LS-LIST-LINE (LS-LIST-CNT)                    002060FB
              END-STRING                                                002060FC
           END-IF                                                       002060FD
           EXIT.                                                        002060FE
                                                                        002060FF
       974B-FETCH-CERT-COLLATERAL.                                      002060FG
           EXEC SQL                                                     002060FH
              FETCH BCRTCOLL                                            002060FI
               INTO :COLL-ASSET-TYPE, :COLL-DESCRIPTION,                002060FJ
                    :COLL-APPRAISED-VAL                                 002060FK
           END-EXEC                                                     002060FL
           IF SQLCODE = 00                                              002060FM
              ADD 1 TO LS-LIST-CNT                                      002060FN
              MOVE COLL-APPRAISED-VAL TO WS-CERT-VALUE-DISP             002060FO
              STRING 'COLLATERAL ' COLL-ASSET-TYPE ' '                  002060FP
                     WS-CERT-VALUE-DISP ' ' COLL-DESCRIPTION (1:23)     002060FQ
                     DELIMITED BY SIZE                                  002060FR
                     INTO LS-LIST-LINE (LS-LIST-CNT)                    002060FS
              END-STRING                                                002060FT
           END-IF                                                       002060FU
           EXIT.                                                        002060FV
                                                                        002060FW
      *    GRANTS A HARDSHIP PAYMENT HOLIDAY: THE NEXT N UNPAID         00206080
      *    INSTALLMENTS ARE MARKED DEFERRED, EVERY UNPAID INSTALLMENT   00206090
      *    IS RE-DATED N MONTHS OUT, AND THE INTEREST THE BALANCE       00206100
                                                                        00206320
       976-APPLY-PAYMENT-HOLIDAY.                                       00206330
           PERFORM 222-FETCH-LOAN-RATE                                  00206001
           MOVE 'HOLIDAY' TO FORB-CONCESSION-TYPE                       00206002
           PERFORM 977A-CLASSIFY-FORBEARANCE                            00206003
                                                                        00206420
           COMPUTE WS-HOL-CAP-INTEREST ROUNDED =                        00206430
                   WS-PAY-PRIOR-BAL * (RATE / 12)                       00206440
           END-EXEC                                                     00206870
                                                                        00206880
           PERFORM 977-LOG-HOLIDAY-GRANT                                00206890
           PERFORM 977B-RECORD-FORBEARANCE                              00206891
                                                                        00206892
      *    THE DEFERRAL AND THE INTEREST ADDED TO THE LAST INSTALLMENT  00206893
      *    ARE NEW TERMS THE CUSTOMER SIGNS FOR                         00206894
           MOVE SCHED-APP-ID TO AMND-APP-ID                             00206895
           MOVE 'HOLIDAY' TO AMND-TYPE                                  00206896
           MOVE WS-HOL-MONTHS TO WS-AMD-NUM-DISP                        00206897
           MOVE WS-PAY-INSTALLMENT-NO TO WS-AMD-INST-DISP               00206898
           MOVE WS-HOL-CAP-INTEREST TO WS-AMD-AMT-DISP                  00206899
           MOVE SPACES TO AMND-CHANGE-TEXT                              0020689A
           STRING WS-AMD-NUM-DISP ' PAYMENTS DEFERRED FROM NO.'         0020689B
                  WS-AMD-INST-DISP ', INTEREST ADDED '                  0020689C
                  WS-AMD-AMT-DISP                                       0020689D
                  DELIMITED BY SIZE INTO AMND-CHANGE-TEXT               0020689E
           END-STRING                                                   0020689F
           MOVE 'Y' TO AMND-CONSENT-FLAG                                0020689G
           PERFORM 935A-RECORD-AMENDMENT                                0020689H
           MOVE 'PAYMENT HOLIDAY GRANTED' TO LS-MESSAGE                 00206900
           MOVE SCHED-APP-ID TO POS-APP-ID                              00206901
           PERFORM 853-REFRESH-LOAN-POSITION                            00206902
           EXIT.                                                        00206910
                                                                        00206920
       977-LOG-HOLIDAY-GRANT.                                           00206930
           END-EXEC                                                     00207100
           PERFORM 248-WRITE-OUTBOX-EVENT                               00207001
           EXIT.                                                        00207110
                                                                        00207111
      *    EVERY CONCESSION TO A BORROWER IN DIFFICULTY MAKES THE LOAN  00207112
      *    A FORBORNE EXPOSURE. IT IS NON-PERFORMING FORBORNE WHEN IT   00207113
      *    IS ALREADY SERIOUSLY PAST DUE OR ON NON-ACCRUAL, OR WHEN IT  00207114
      *    IS FORBORNE AGAIN WHILE STILL NON-PERFORMING OR STILL ON     00207115
      *    PROBATION AFTER CURING - OTHERWISE PERFORMING FORBORNE. THE  00207116
      *    CALLER CLASSIFIES BEFORE THE CONCESSION CLEARS ANY ARREARS   00207117
       977A-CLASSIFY-FORBEARANCE.                                       00207118
           MOVE LS-APP-ID TO FORB-APP-ID                                00207119
           MOVE 90 TO WS-FORB-NP-DPD                                    0020711A
           MOVE 'FORB_NP_DPD' TO BUSPARM-NAME                           0020711B
           EXEC SQL                                                     0020711C
              SELECT PARAM_VALUE                                        0020711D
                INTO :BUSPARM-VALUE                                     0020711E
                FROM KALA15.BUSINESS_PARAM                              0020711F
               WHERE PARAM_NAME = :BUSPARM-NAME                         0020711G
                 AND EFFECTIVE_DATE <= CURRENT DATE                     0020711H
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     0020711I
           END-EXEC                                                     0020711J
           IF SQLCODE = 00                                              0020711K
              MOVE BUSPARM-VALUE TO WS-FORB-NP-DPD                      0020711L
           END-IF                                                       0020711M
                                                                        0020711N
           MOVE ZERO TO WS-FORB-NP-CNT                                  0020711O
           EXEC SQL                                                     0020711P
              SELECT COUNT(*)                                           0020711Q
                INTO :WS-FORB-NP-CNT                                    0020711R
                FROM SYSIBM.SYSDUMMY1                                   0020711S
               WHERE EXISTS                                             0020711T
                    (SELECT 1 FROM KALA15.DELINQUENCY Q                 0020711U
                      WHERE Q.APP_ID = :FORB-APP-ID                     0020711V
                        AND Q.DELINQ_STATUS = 'OPEN'                    0020711W
                        AND Q.DAYS_PAST_DUE >= :WS-FORB-NP-DPD)         0020711X
                  OR EXISTS                                             0020711Y
                    (SELECT 1 FROM KALA15.INTEREST_ACCRUAL T            0020711Z
                      WHERE T.APP_ID = :FORB-APP-ID                     00207120
                        AND T.ACCRUAL_STATUS = 'N')                     00207121
                  OR EXISTS                                             00207122
                    (SELECT 1 FROM KALA15.FORBEARANCE F                 00207123
                      WHERE F.APP_ID = :FORB-APP-ID                     00207124
                        AND F.FORB_STATUS = 'A'                         00207125
                        AND (F.FORB_CLASS = 'N' OR                      00207126
                             F.CURE_END_DATE IS NOT NULL))              00207127
           END-EXEC                                                     00207128
           IF WS-FORB-NP-CNT > ZERO                                     00207129
              SET FORB-NON-PERFORMING TO TRUE                           0020712A
           ELSE                                                         0020712B
              SET FORB-PERFORMING TO TRUE                               0020712C
           END-IF                                                       0020712D
           EXIT.                                                        0020712E
                                                                        0020712F
      *    A NEW CONCESSION SUPERSEDES WHATEVER FORBEARANCE WAS ACTIVE  0020712G
      *    ON THE LOAN AND STARTS ITS OWN CLOCK: A NON-PERFORMING ROW   0020712H
      *    CANNOT CURE BEFORE FORB_CURE_MONTHS, A PERFORMING ONE SERVES 0020712I
      *    FORB_PROBATION_MONTHS BEFORE IT MAY EXIT                     0020712J
       977B-RECORD-FORBEARANCE.                                         0020712K
           MOVE 12 TO WS-FORB-CURE-MONTHS                               0020712L
           MOVE 'FORB_CURE_MONTHS' TO BUSPARM-NAME                      0020712M
           EXEC SQL                                                     0020712N
              SELECT PARAM_VALUE                                        0020712O
                INTO :BUSPARM-VALUE                                     0020712P
                FROM KALA15.BUSINESS_PARAM                              0020712Q
               WHERE PARAM_NAME = :BUSPARM-NAME                         0020712R
                 AND EFFECTIVE_DATE <= CURRENT DATE                     0020712S
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     0020712T
           END-EXEC                                                     0020712U
           IF SQLCODE = 00                                              0020712V
              MOVE BUSPARM-VALUE TO WS-FORB-CURE-MONTHS                 0020712W
           END-IF                                                       0020712X
                                                                        0020712Y
           MOVE 24 TO WS-FORB-PROB-MONTHS                               0020712Z
           MOVE 'FORB_PROBATION_MONTHS' TO BUSPARM-NAME                 00207130
           EXEC SQL                                                     00207131
              SELECT PARAM_VALUE                                        00207132
                INTO :BUSPARM-VALUE                                     00207133
                FROM KALA15.BUSINESS_PARAM                              00207134
               WHERE PARAM_NAME = :BUSPARM-NAME                         00207135
                 AND EFFECTIVE_DATE <= CURRENT DATE                     00207136
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     00207137
           END-EXEC                                                     00207138
           IF SQLCODE = 00                                              00207139
              MOVE BUSPARM-VALUE TO WS-FORB-PROB-MONTHS                 0020713A
           END-IF                                                       0020713B
                                                                        0020713C
           EXEC SQL                                                     0020713D
              UPDATE KALA15.FORBEARANCE                                 0020713E
                 SET FORB_STATUS = 'S',                                 0020713F
                     EXIT_DATE = CURRENT DATE,                          0020713G
                     EXIT_REASON = 'SUPERSED'                           0020713H
               WHERE APP_ID = :FORB-APP-ID                              0020713I
                 AND FORB_STATUS = 'A'                                  0020713J
           END-EXEC                                                     0020713K
                                                                        0020713L
           EXEC SQL                                                     0020713M
              SELECT COALESCE(MAX(FORB_ID), 0) + 1                      0020713N
                INTO :FORB-ID                                           0020713O
                FROM KALA15.FORBEARANCE                                 0020713P
           END-EXEC                                                     0020713Q
           EXEC SQL                                                     0020713R
              INSERT INTO KALA15.FORBEARANCE                            0020713S
                 (FORB_ID, APP_ID, CONCESSION_TYPE, START_DATE,         0020713T
                  FORB_CLASS, CLASS_DATE, CURE_END_DATE,                0020713U
                  PROBATION_END_DATE, FORB_STATUS)                      0020713V
              VALUES                                                    0020713W
                 (:FORB-ID, :FORB-APP-ID, :FORB-CONCESSION-TYPE,        0020713X
                  CURRENT DATE, :FORB-CLASS, CURRENT DATE,              0020713Y
                  CASE WHEN :FORB-CLASS = 'N'                           0020713Z
                       THEN CURRENT DATE + :WS-FORB-CURE-MONTHS MONTHS  00207140
                  END,                                                  00207141
                  CASE WHEN :FORB-CLASS = 'P'                           00207142
                       THEN CURRENT DATE + :WS-FORB-PROB-MONTHS MONTHS  00207143
                  END,                                                  00207144
                  'A')                                                  00207145
           END-EXEC                                                     00207146
           EXIT.                                                        00207147
                                                                        0020711A
                                                                        0020711A
      *    THE COLLECTIONS WORKQUEUE SERVICE BEHIND LOANCOLQ. 'N'       0020711B
      *    ACTION, 'P' A PROMISE TO PAY, 'G' AN ASSIGNMENT. THE         0020711F
      *    NIGHTLY SWEEP FLAGS PROMISES THAT PASSED UNKEPT              0020711G
       930-PROCESS-COLLECTIONS.                                         0020711H
      *    A TIME-BARRED CLAIM IS NOT WORKED - ONLY THE QUEUE PULL AND  0020711I
      *    AN AGENCY RECALL ARE STILL ALLOWED ON IT                     0020711J
           MOVE ZERO TO WS-CLIM-EXPIRED-CNT                             0020711K
           MOVE SPACE TO WS-VULN-ROUTE-SW                               0020711L
           IF LS-COLQ-ACTION NOT = 'N' AND LS-COLQ-ACTION NOT = 'R'     0020711L
              PERFORM 932B-CHECK-CLAIM-EXPIRED                          0020711M
              PERFORM 932C-CHECK-VULN-ROUTING                           0020711N
           END-IF                                                       0020711N
           IF WS-CLIM-EXPIRED-CNT > ZERO                                0020711O
              MOVE 'CLAIM TIME-BARRED - COLLECTION STOPPED'             0020711P
                   TO LS-MESSAGE                                        0020711Q
           ELSE                                                         0020711R
      *    A VULNERABLE CUSTOMER'S CASE IS WORKED, AND ASSIGNED, ONLY   0020711S
      *    BY A COLLECTOR ON THE SPECIALIST LIST                        0020711T
           IF VULN-SPECIALIST-ONLY                                      0020711U
              MOVE 'VULNERABLE - SPECIALIST COLLECTOR ONLY'             0020711V
                   TO LS-MESSAGE                                        0020711W
           ELSE                                                         0020711X
           EVALUATE LS-COLQ-ACTION                                      0020711I
              WHEN 'N'                                                  0020711J
                 PERFORM 931-NEXT-COLLECTION-CASE                       0020711K
                 MOVE 'COLLECTION ACTION MUST BE N A P G R OR C'        002071AK
                      TO LS-MESSAGE                                     002071AL
           END-EVALUATE                                                 002071AM
           END-IF                                                       002071AN
           END-IF                                                       002071AO
           EXIT.                                                        002071AN
                                                                        002071AO
       931-NEXT-COLLECTION-CASE.                                        002071AP
                    (SELECT 1 FROM KALA15.DEBT_ADJUSTMENT J             002071AV
                      WHERE J.APP_ID = D.APP_ID                         002071AV
                        AND J.ADJ_STATUS = 'ACTIVE')                    002071AV
      *          A TIME-BARRED CLAIM NEVER COMES BACK TO A COLLECTOR    002071AW
                 AND NOT EXISTS                                         002071AX
                    (SELECT 1 FROM KALA15.CLAIM_LIMITATION L            002071AY
                      WHERE L.APP_ID = D.APP_ID                         002071AZ
                        AND L.EXPIRY_DATE < CURRENT DATE)               002071B0
      *          A CUSTOMER ON THE VULNERABLE REGISTER IS SERVED ONLY   002071B1
      *          TO A COLLECTOR ON THE SPECIALIST LIST                  002071B2
                 AND (NOT EXISTS                                        002071B3
                    (SELECT 1 FROM KALA15.APPLICATIONS VA,              002071B4
                                   KALA15.VULNERABLE_CUSTOMER V         002071B5
                      WHERE VA.APP_ID = D.APP_ID                        002071B6
                        AND V.CUST_SSN = VA.CUST_SSN                    002071B7
                        AND V.VULN_STATUS = 'A')                        002071B8
                   OR EXISTS                                            002071B9
                    (SELECT 1 FROM KALA15.SPECIALIST_COLLECTOR SP       002071BA
                      WHERE SP.COLLECTOR_ID = :COLQ-COLLECTOR-ID))      002071BB
                 AND (:COLQ-COLLECTOR-ID = 0 OR D.APP_ID IN             002071AW
                    (SELECT CA.APP_ID                                   002071AX
                       FROM KALA15.COLLECTION_ACTION CA                 002071AY
                 PERFORM 810-FIND-PAY-INSTALLMENT                       002071BK
                 MOVE WS-PAY-PRIOR-BAL TO LS-OUTSTANDING-BAL            002071BL
                 SET SUCCESS TO TRUE                                    002071BM
                 PERFORM 932C-CHECK-VULN-ROUTING                        002071BN
                 IF WS-VULN-CNT > ZERO                                  002071BO
                    MOVE 'NEXT CASE LOADED - VULNERABLE CUSTOMER'       002071BP
                         TO LS-MESSAGE                                  002071BQ
                 ELSE                                                   002071BR
                    MOVE 'NEXT COLLECTION CASE LOADED' TO LS-MESSAGE    002071BS
                 END-IF                                                 002071BT
              WHEN 100                                                  002071BO
                 MOVE 'NO OPEN COLLECTION CASES' TO LS-MESSAGE          002071BP
              WHEN OTHER                                                002071BQ
           IF SQLCODE = 00                                              002071DF
              SET SUCCESS TO TRUE                                       002071DG
              MOVE 'COLLECTION ACTION RECORDED' TO LS-MESSAGE           002071DH
      *       THE CUSTOMER OWNING UP TO THE DEBT RESTARTS THE CLOCK     002071DI
              IF COLQ-ACTION-CODE = 'ACKNOWL'                           002071DJ
                 MOVE COLQ-APP-ID TO CLIM-APP-ID                        002071DK
                 MOVE 'ACKNOWL' TO CLIM-LAST-EVENT-TYPE                 002071DL
                 PERFORM 932A-RESTART-LIMITATION                        002071DM
              END-IF                                                    002071DN
           ELSE                                                         002071DI
              MOVE 'ERROR RECORDING COLLECTION ACTION' TO LS-MESSAGE    002071DJ
           END-IF                                                       002071DK
           EXIT.                                                        002071DL
                                                                        002071DM
      *    AN INTERRUPTING EVENT TAKEN ONLINE STARTS A FRESH GENERAL    002071DN
      *    PERIOD FROM TODAY, SO THE BLOCK NEVER FIRES ON A CLAIM THAT  002071DO
      *    WAS SAVED TODAY. A CLAIM ALREADY EXPIRED, OR RUNNING TO ITS  002071DP
      *    FINAL DATE UNDER A JUDGMENT, IS NOT EXTENDED. THE NIGHTLY    002071DQ
      *    LOANLIMT RUN PICKS UP THE BATCH-BORNE EVENTS THE SAME WAY    002071DR
       932A-RESTART-LIMITATION.                                         002071DS
           MOVE 3 TO WS-CLIM-YEARS                                      002071DT
           MOVE 'LIMIT_YEARS' TO BUSPARM-NAME                           002071DU
           EXEC SQL                                                     002071DV
              SELECT PARAM_VALUE                                        002071DW
                INTO :BUSPARM-VALUE                                     002071DX
                FROM KALA15.BUSINESS_PARAM                              002071DY
               WHERE PARAM_NAME = :BUSPARM-NAME                         002071DZ
                 AND EFFECTIVE_DATE <= CURRENT DATE                     002071E0
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     002071E1
           END-EXEC                                                     002071E2
           IF SQLCODE = 00                                              002071E3
              MOVE BUSPARM-VALUE TO WS-CLIM-YEARS                       002071E4
           END-IF                                                       002071E5
           EXEC SQL                                                     002071E6
              UPDATE KALA15.CLAIM_LIMITATION                            002071E7
                 SET LAST_EVENT_DATE = CURRENT DATE,                    002071E8
                     LAST_EVENT_TYPE = :CLIM-LAST-EVENT-TYPE,           002071E9
                     EXPIRY_DATE = CURRENT DATE + :WS-CLIM-YEARS YEARS, 002071EA
                     STATUS_DATE = CURRENT DATE                         002071EB
               WHERE APP_ID = :CLIM-APP-ID                              002071EC
                 AND LIMIT_STATUS = 'L'                                 002071ED
                 AND EXPIRY_DATE >= CURRENT DATE                        002071EE
           END-EXEC                                                     002071EF
           EXIT.                                                        002071EG
                                                                        002071EH
       932B-CHECK-CLAIM-EXPIRED.                                        002071EI
           MOVE LS-APP-ID TO CLIM-APP-ID                                002071EJ
           MOVE ZERO TO WS-CLIM-EXPIRED-CNT                             002071EK
           EXEC SQL                                                     002071EL
              SELECT COUNT(*)                                           002071EM
                INTO :WS-CLIM-EXPIRED-CNT                               002071EN
                FROM KALA15.CLAIM_LIMITATION                            002071EO
               WHERE APP_ID = :CLIM-APP-ID                              002071EP
                 AND EXPIRY_DATE < CURRENT DATE                         002071EQ
           END-EXEC                                                     002071ER
           EXIT.                                                        002071ES
                                                                        002071ET
      *    IS THE LOADED CASE'S CUSTOMER ON THE VULNERABLE REGISTER,    002071EU
      *    AND IF SO IS THE COLLECTOR ON THE SCREEN A SPECIALIST        002071EV
       932C-CHECK-VULN-ROUTING.                                         002071EW
           MOVE ZERO TO WS-VULN-CNT                                     002071EX
           MOVE ZERO TO WS-VULN-SPCL-CNT                                002071EY
           MOVE SPACE TO WS-VULN-ROUTE-SW                               002071EZ
           MOVE LS-APP-ID TO APP-ID                                     002071F0
           EXEC SQL                                                     002071F1
              SELECT COUNT(*)                                           002071F2
                INTO :WS-VULN-CNT                                       002071F3
                FROM KALA15.APPLICATIONS A,                             002071F4
                     KALA15.VULNERABLE_CUSTOMER V                       002071F5
               WHERE A.APP_ID = :APP-ID                                 002071F6
                 AND V.CUST_SSN = A.CUST_SSN                            002071F7
                 AND V.VULN_STATUS = 'A'                                002071F8
           END-EXEC                                                     002071F9
           IF WS-VULN-CNT > ZERO                                        002071FA
              MOVE LS-COLQ-COLLECTOR TO SPCL-COLLECTOR-ID               002071FB
              EXEC SQL                                                  002071FC
                 SELECT COUNT(*)                                        002071FD
                   INTO :WS-VULN-SPCL-CNT                               002071FE
                   FROM KALA15.SPECIALIST_COLLECTOR                     002071FF
                  WHERE COLLECTOR_ID = :SPCL-COLLECTOR-ID               002071FG
              END-EXEC                                                  002071FH
              IF WS-VULN-SPCL-CNT = ZERO                                002071FI
                 SET VULN-SPECIALIST-ONLY TO TRUE                       002071FJ
              END-IF                                                    002071FK
           END-IF                                                       002071FL
           EXIT.                                                        002071FM

      *    PULLS A PLACED CASE BACK FROM THE OUTSIDE AGENCY AND LEAVES  002071DM
      *    A RECALL ACTION ON THE CASE FILE - THE NEXT PLACEMENT RUN    002071DM
              SET SUCCESS TO TRUE                                       002071DO
              MOVE 'ENFORCEMENT CASE UPDATED' TO LS-MESSAGE             002071DO
           ELSE                                                         002071DO
              PERFORM 932B-CHECK-CLAIM-EXPIRED                          002071DP
              IF LS-ENF-CASE-NO = SPACES                                002071DO
                 MOVE 'CASE NUMBER MUST BE ENTERED' TO LS-MESSAGE       002071DO
              ELSE                                                      002071DO
              IF WS-CLIM-EXPIRED-CNT > ZERO                             002071DP
                 MOVE 'CLAIM TIME-BARRED - CANNOT FILE A CASE'          002071DQ
                      TO LS-MESSAGE                                     002071DR
              ELSE                                                      002071DS
                 EXEC SQL                                               002071DO
                    SELECT COALESCE(MAX(ENF_ID), 0) + 1                 002071DO
                      INTO :ENF-ID                                      002071DO
                         TO LS-MESSAGE                                  002071DP
                 END-IF                                                 002071DP
              END-IF                                                    002071DP
              END-IF                                                    002071DQ
           END-IF                                                       002071DP
           EXIT.                                                        002071DP

                  DELIMITED BY SIZE INTO LS-CORR-DEST                   002071DS
           END-STRING                                                   002071DS
           PERFORM 935-RECORD-CORRESPONDENCE                            002071DS
                                                                        002071DT
           MOVE 'GUARCALL' TO FORB-CONCESSION-TYPE                      002071DU
           PERFORM 977A-CLASSIFY-FORBEARANCE                            002071DV
           PERFORM 977B-RECORD-FORBEARANCE                              002071DW
                                                                        002071DS
           SET SUCCESS TO TRUE                                          002071DS
           MOVE 'GUARANTEE CALLED - DEMAND RECORDED' TO LS-MESSAGE      002071DS
              MOVE 'ERROR RECORDING CORRESPONDENCE' TO LS-MESSAGE       002071AC
           END-IF                                                       002071AD
           EXIT.                                                        002071AE
                                                                        002071AF
      *    QUEUES THE AMENDMENT DOCUMENT FOR A SERVICING CHANGE THAT    002071AG
      *    ALTERS THE AGREEMENT - THE CALLER SETS THE APPLICATION,      002071AH
      *    TYPE, WORDING AND CONSENT FLAG. IT IS WRITTEN IN THE SAME    002071AI
      *    UNIT OF WORK AS THE CHANGE ITSELF, AND THE NIGHTLY LOANAMND  002071AJ
      *    RUN PRINTS IT AGAINST THE REGENERATED SCHEDULE               002071AK
       935A-RECORD-AMENDMENT.                                           002071AL
           EXEC SQL                                                     002071AM
              SELECT COALESCE(MAX(AMEND_ID), 0) + 1                     002071AN
                INTO :AMND-ID                                           002071AO
                FROM KALA15.AGREEMENT_AMENDMENT                         002071AP
           END-EXEC                                                     002071AQ
           EXEC SQL                                                     002071AR
              INSERT INTO KALA15.AGREEMENT_AMENDMENT                    002071AS
                 (AMEND_ID, APP_ID, AMEND_TYPE, CHANGE_TEXT,            002071AT
                  EFFECTIVE_DATE, CONSENT_FLAG, RECORDED_TS)            002071AU
              VALUES                                                    002071AV
                 (:AMND-ID, :AMND-APP-ID, :AMND-TYPE,                   002071AW
                  :AMND-CHANGE-TEXT, CURRENT DATE,                      002071AX
                  :AMND-CONSENT-FLAG, CURRENT TIMESTAMP)                002071AY
           END-EXEC                                                     002071AZ
           EXIT.                                                        002071B0
                                                                        002071AA
      *    THE GOODWILL FEE WAIVER: 'W' WAIVES A FEE_HISTORY ITEM       00207201
      *    FULLY OR PARTLY WITH A REASON CODE - APPLIED ON THE SPOT     00207202
                 MOVE LS-WVR-AMOUNT TO WVR-WAIVE-AMT                    0020721Q
                 MOVE LS-WVR-REASON TO WVR-REASON-CODE                  0020721R
                 MOVE SPACES  TO WVR-REQUESTED-BY                       0020721S
                 MOVE WS-SIGNON-OPID TO WVR-REQUESTED-BY                0020721T
                 IF LS-WVR-AMOUNT > WS-WVR-LIMIT                        0020721U
                    MOVE 'PENDING' TO WVR-STATUS                        0020721V
                 ELSE                                                   0020721W
              MOVE 'PENDING WAIVER NOT FOUND' TO LS-MESSAGE             0020722Z
           ELSE                                                         00207231
              MOVE SPACES  TO WS-WVR-OPID                               00207232
              MOVE WS-SIGNON-OPID TO WS-WVR-OPID                        00207233
              IF WS-WVR-OPID = WVR-REQUESTED-BY                         00207234
                 MOVE 'REQUESTER CANNOT APPROVE OWN WAIVER'             00207235
                      TO LS-MESSAGE                                     00207236
                                  + :WVR-WAIVE-AMT                      00207242
               WHERE FEE_ID = :WVR-FEE-ID                               00207243
           END-EXEC                                                     00207244
           MOVE WVR-APP-ID TO POS-APP-ID                                00207245
           PERFORM 853-REFRESH-LOAN-POSITION                            00207246
           EXIT.                                                        00207245

      *    THE COMPLAINT CASE FILE: 'O' OPENS A CASE WITH THE          00207101A
                        :CHGOFF-CHARGED-BAL, 0)                         002071AW
                 END-EXEC                                               002071AX
                                                                        002071AY
                 MOVE APP-ID TO WS-FCH-APP-ID                           002071AZ
                 PERFORM 250-SNAPSHOT-APPLICATION                       002071B0
                 EXEC SQL                                               002071AZ
                    UPDATE KALA15.APPLICATIONS                          002071BA
                       SET STATUS = 4,                                  002071BB
                           ROW_VERSION = ROW_VERSION + 1                002071BC
                     WHERE APP_ID = :APP-ID                             002071BD
                 END-EXEC                                               002071BE
                 PERFORM 251-LOG-APPLICATION-CHANGES                    002071BF
                                                                        002071BF
      *          THE UNPAID TAIL IS FROZEN, NOT DELETED - THE           002071BG
      *          CHARGED BALANCE IS THE EXPOSURE OF RECORD NOW          002071BH
                 MOVE 'LOAN CHARGED OFF' TO LS-MESSAGE                  002071CN
              END-IF                                                    002071CO
           END-IF                                                       002071CP
           MOVE APP-ID TO POS-APP-ID                                    002071CQ
           PERFORM 853-REFRESH-LOAN-POSITION                            002071CR
           EXIT.                                                        002071CQ
                                                                        002071CR
      *    MONEY ARRIVING AFTER A CHARGE-OFF IS A RECOVERY - IT         002071CS
                  :PAY-TYPE, :PAY-BALANCE-AFTER)                        002071DW
           END-EXEC                                                     002071DX
                                                                        002071DY
           MOVE PAY-APP-ID TO CLIM-APP-ID                               002071DZ
           MOVE 'RECOVERY' TO CLIM-LAST-EVENT-TYPE                      002071E0
           PERFORM 932A-RESTART-LIMITATION                              002071E1
                                                                        002071E2
           MOVE PAY-ID TO LS-PAY-ID                                     002071DZ
           MOVE WS-RECOVERY-OPEN TO LS-OUTSTANDING-BAL                  002071EA
           SET SUCCESS TO TRUE                                          002071EB

       978A-APPLY-DUE-DAY.                                              0020710V
           MOVE WS-DDY-NEW-DAY TO APP-DUE-DAY                           0020710W
           MOVE APP-ID TO WS-FCH-APP-ID                                 0020710X
           PERFORM 250-SNAPSHOT-APPLICATION                             0020710Y
           EXEC SQL                                                     0020710X
              UPDATE KALA15.APPLICATIONS                                0020710Y
                 SET DUE_DAY = :APP-DUE-DAY,                            0020710Z
                     ROW_VERSION = ROW_VERSION + 1                      00207111
               WHERE APP_ID = :APP-ID                                   00207112
           END-EXEC                                                     00207113
           PERFORM 251-LOG-APPLICATION-CHANGES                          00207114
                                                                        00207114
      *    THE STUB: THE NEXT OPEN INSTALLMENT'S SHIFT IN DAYS COSTS    00207115
      *    (OR REFUNDS) INTEREST ON THE RUNNING BALANCE, ONCE           00207116
                   INTO :WS-DDY-NEW-DATE                                0020711K
                   FROM SYSIBM.SYSDUMMY1                                0020711L
              END-EXEC                                                  0020711M
              PERFORM 222A-LOAD-DAY-COUNT-BASIS                         0020711N
              MOVE WS-DDY-OLD-DATE TO WS-DCF-FROM-DATE                  0020711O
              MOVE WS-DDY-NEW-DATE TO WS-DCF-TO-DATE                    0020711P
              PERFORM 222B-DAY-COUNT-FRACTION                           0020711Q
              MOVE WS-DCF-DAYS TO WS-DDY-SHIFT-DAYS                     0020711R
              IF WS-DDY-SHIFT-DAYS NOT = ZERO                           0020711S
                 PERFORM 222-FETCH-LOAN-RATE                            0020711T
                 COMPUTE WS-DDY-STUB-INT ROUNDED =                      0020711U
                         WS-PAY-PRIOR-BAL * RATE * WS-DCF-NUMER         0020711V
                         / WS-DCF-DENOM                                 0020711W
                 IF WS-DDY-STUB-INT NOT = ZERO                          0020711Y
                    EXEC SQL                                            0020711Z
                       SELECT COALESCE(MAX(FEE_ID), 0) + 1              00207121
              CLOSE DDYROWS                                             0020712V
           END-EXEC                                                     0020712W
                                                                        0020712X
      *    MADE AT THE CUSTOMER'S OWN REQUEST - THE AMENDMENT GOES      0020712Y
      *    OUT FOR THEIR RECORDS, NO SIGNATURE NEEDED                   0020712Z
           MOVE APP-ID TO AMND-APP-ID                                   00207130
           MOVE 'DUEDAY' TO AMND-TYPE                                   00207131
           MOVE WS-DDY-NEW-DAY TO WS-AMD-NUM-DISP                       00207132
           MOVE SPACES TO AMND-CHANGE-TEXT                              00207133
           STRING 'DUE DAY MOVED TO DAY ' WS-AMD-NUM-DISP               00207134
                  ' OF THE MONTH'                                       00207135
                  DELIMITED BY SIZE INTO AMND-CHANGE-TEXT               00207136
           END-STRING                                                   00207137
           MOVE 'N' TO AMND-CONSENT-FLAG                                00207138
           PERFORM 935A-RECORD-AMENDMENT                                00207139
                                                                        0020713A
           SET SUCCESS TO TRUE                                          0020712Y
           MOVE 'DUE DAY CHANGED - SCHEDULE REDATED' TO LS-MESSAGE      0020712Z
           MOVE APP-ID TO POS-APP-ID                                    00207130
           PERFORM 853-REFRESH-LOAN-POSITION                            00207131
           EXIT.                                                        00207131

       978B-REDATE-ONE-ROW.                                             00207132
              MOVE MO-PAYMNT  TO LS-MO-PAYMNT                           00208130
              MOVE TOTAL-LOAN TO LS-TOTAL-LOAN                          00208140
           END-IF                                                       00208150
           MOVE APP-ID TO POS-APP-ID                                    00208151
           PERFORM 853-REFRESH-LOAN-POSITION                            00208152
           EXIT.                                                        00208160
                                                                        00208170
      *    DROPS ONLY THE UNPAID TAIL AND REBUILDS IT FROM THE NEW      00208180
      *    PERIOD MOVE RIDES THE TRANSACTION-LOG MESSAGE SO THE OLD     00208680
      *    TERMS REMAIN ON RECORD                                       00208690
       984-RECORD-RESTRUCTURE.                                          00208700
           MOVE APP-ID TO WS-FCH-APP-ID                                 00208701
           PERFORM 250-SNAPSHOT-APPLICATION                             00208702
           EXEC SQL                                                     00208710
              UPDATE KALA15.APPLICATIONS                                00208720
                 SET LOAN_PERIOD = :LOAN-PERIOD,                        00208730
                     ROW_VERSION = ROW_VERSION + 1                      00208770
               WHERE APP_ID = :APP-ID                                   00208780
           END-EXEC                                                     00208790
           PERFORM 251-LOG-APPLICATION-CHANGES                          00208791
                                                                        00208800
           MOVE 'RESTRUCTURED' TO STATUS-CODE                           00208810
                                                                        00208820
           END-EXEC                                                     00208970
           PERFORM 248-WRITE-OUTBOX-EVENT                               00208001
                                                                        00208980
           MOVE 'RESTRUCT' TO FORB-CONCESSION-TYPE                      00208981
           PERFORM 977A-CLASSIFY-FORBEARANCE                            00208982
           PERFORM 977B-RECORD-FORBEARANCE                              00208983
                                                                        00208984
           MOVE WS-RST-OLD-PERIOD TO WS-RST-OLD-PERIOD-DISP             00208990
           MOVE WS-RST-NEW-PERIOD TO WS-RST-NEW-PERIOD-DISP             00209000
           MOVE SPACES TO LS-MESSAGE                                    00209010
                  ' TO ' WS-RST-NEW-PERIOD-DISP ' MONTHS'               00209030
                  DELIMITED BY SIZE INTO LS-MESSAGE                     00209040
           END-STRING                                                   00209050
                                                                        00209051
      *    NEW TERM AND NEW INSTALLMENT - THE CUSTOMER SIGNS FOR THEM   00209052
           MOVE APP-ID TO AMND-APP-ID                                   00209053
           MOVE 'RESTRUCT' TO AMND-TYPE                                 00209054
           MOVE MO-PAYMNT TO WS-AMD-AMT-DISP                            00209055
           MOVE SPACES TO AMND-CHANGE-TEXT                              00209056
           STRING 'TERM ' WS-RST-OLD-PERIOD-DISP ' TO '                 00209057
                  WS-RST-NEW-PERIOD-DISP ' MONTHS, INSTALLMENT '        00209058
                  WS-AMD-AMT-DISP                                       00209059
                  DELIMITED BY SIZE INTO AMND-CHANGE-TEXT               0020905A
           END-STRING                                                   0020905B
           MOVE 'Y' TO AMND-CONSENT-FLAG                                0020905C
           PERFORM 935A-RECORD-AMENDMENT                                0020905D
           EXIT.                                                        00209060
                                                                        00209070
      *    TOP-UP DRAWDOWN: THE CUSTOMER BORROWS MORE ON A RUNNING      00209080
           END-EXEC                                                     0020912R
           PERFORM 248-WRITE-OUTBOX-EVENT                               0020912S
                                                                        0020912T
      *    A COURT DEBT ADJUSTMENT IS A DEFAULT EVENT - THE CONCESSION  0020912U
      *    IS NON-PERFORMING FROM THE DAY IT IS GRANTED                 0020912V
           MOVE 'COURTADJ' TO FORB-CONCESSION-TYPE                      0020912W
           MOVE LS-APP-ID TO FORB-APP-ID                                0020912X
           SET FORB-NON-PERFORMING TO TRUE                              0020912Y
           PERFORM 977B-RECORD-FORBEARANCE                              0020912Z
                                                                        00209130
           SET SUCCESS TO TRUE                                          0020912U
           MOVE 'COURT PAYMENT PROGRAM RECORDED' TO LS-MESSAGE          0020912V
           MOVE APP-ID TO POS-APP-ID                                    0020912W
           PERFORM 853-REFRESH-LOAN-POSITION                            0020912X
           EXIT.                                                        0020912W

      *    ONE COURT-PROGRAM INSTALLMENT: THE SET MONTHLY AMOUNT,       0020912X
                     C.F_NAME, C.L_NAME,                                00209280
                     COALESCE(C.ADDRESS, ' '),                          00209290
                     COALESCE(C.POSTAL_CODE, ' '),                      00209300
                     COALESCE(C.CITY, ' '), C.ROW_VERSION,              00209301
                     COALESCE(A.HH_ADULTS, 1),                          00209302
                     COALESCE(A.HH_CHILDREN, 0)                         00209303
                INTO :CUST-SSN, :LOAN-PERIOD, :LOAN-USAGE,              00209320
                     :EMP-STATUS, :MO-GROSS-INC, :CURR-LOANS,           00209330
                     :CURR-ASSETS, :ARM-FLAG, :CURRENCY-CODE,           0020933A
                     :APP-PRODUCT-CODE,                                 0020933B
                     :FEE-FINANCED,                                     0020933A
                     :F-NAME, :L-NAME, :CUSTOMER-ADDRESS,               00209350
                     :POSTAL-CODE, :CITY, :CUST-ROW-VERSION,            00209351
                     :HH-ADULTS, :HH-CHILDREN                           00209352
                FROM KALA15.APPLICATIONS A, KALA15.CUSTOMER C           00209370
               WHERE A.APP_ID = :APP-ID                                 00209380
                 AND A.CUST_SSN = C.SSN                                 00209390
           MOVE CURR-ASSETS        TO LS-CURR-ASSETS                    00209780
           MOVE ARM-FLAG           TO LS-ARM-FLAG                       00209790
           MOVE CURRENCY-CODE      TO LS-CURRENCY-CODE                  00209800
           MOVE HH-ADULTS          TO LS-HH-ADULTS                      00209801
           MOVE HH-CHILDREN        TO LS-HH-CHILDREN                    00209802
           MOVE APP-ID             TO LS-REFINANCED-FROM-APP-ID         00209810
           MOVE ZERO               TO LS-APP-ID                         00209820
           PERFORM 992-DERIVE-APPLICANT-AGE                             00209830
                   FROM KALA15.E_SIGNATURE                              00210009
                  WHERE APP_ID = :APP-ID                                0021000A
                    AND SIG_STATUS = 'SIGNED'                           0021000B
                    AND AGREEMENT_REF LIKE 'AGR%'                       0021000C
              END-EXEC                                                  0021000C
              IF WS-WDR-DAYS-SINCE < 0                                  0021000D
                 EXEC SQL                                               0021000E
           PERFORM 248-WRITE-OUTBOX-EVENT                               00210001
                                                                        00210820
           MOVE 'WITHDRAWN WITHIN COOLING-OFF PERIOD' TO LS-MESSAGE     00210830
           MOVE APP-ID TO POS-APP-ID                                    00210831
           PERFORM 853-REFRESH-LOAN-POSITION                            00210832
           EXIT.                                                        00210840
                                                                        00210850
      *    THE CUSTOMER OWES INTEREST FOR THE DAYS THE PRINCIPAL WAS    00210860
      *    RECEIVABLE RIDES THE FEE HISTORY WITH ITS OWN BUCKET SO      00210880
      *    FINANCE CAN BILL AND TRACE IT                                00210890
       997-BILL-INTEREST-FOR-DAYS-OUT.                                  00210900
           MOVE ZERO TO WS-WDR-DAYS-OUT                                 00210901
           EXEC SQL                                                     00210902
              SELECT CHAR(DISB_DATE), CHAR(CURRENT DATE)                00210903
                INTO :WS-DCF-FROM-DATE, :WS-DCF-TO-DATE                 00210904
                FROM KALA15.DISBURSEMENT                                00210905
               WHERE APP_ID = :APP-ID                                   00210906
                 AND DISB_STATUS = 'SENT'                               00210907
           END-EXEC                                                     00210908
           IF SQLCODE = 00                                              00210909
              PERFORM 222A-LOAD-DAY-COUNT-BASIS                         0021090A
              PERFORM 222B-DAY-COUNT-FRACTION                           0021090B
              MOVE WS-DCF-DAYS TO WS-WDR-DAYS-OUT                       0021090C
           END-IF                                                       0021090D
           IF WS-WDR-DAYS-OUT < ZERO                                    0021090E
              MOVE ZERO TO WS-WDR-DAYS-OUT                              0021090F
           END-IF                                                       0021090G
                                                                        0021090H
           IF WS-WDR-DAYS-OUT > ZERO                                    0021090I
              PERFORM 222-FETCH-LOAN-RATE                               0021090J
                                                                        0021090K
              COMPUTE WS-WDR-INTEREST ROUNDED =                         0021090L
                      LOAN-AMN * RATE * WS-DCF-NUMER / WS-DCF-DENOM     0021090M
                                                                        00211150
              EXEC SQL                                                  00211160
                 SELECT COALESCE(MAX(FEE_ID), 0) + 1                    00211170
      *    UNDERWRITTEN ONCE AT APPROVAL, SO A DRAW ONLY CHECKS THE     00211102
      *    HEADROOM LEFT UNDER IT - NO RE-UNDERWRITING, UNLIKE THE      00211103
      *    TOP-UP PATH. THE DRAW IS RECORDED PENDING AND LOANDISB       00211104
      *    PAYS IT OUT WITH THE NIGHT'S FUNDING ORDERS.  THE LIMIT IS   00211105
      *    WHATEVER THE LATEST LOANLREV LINE REVIEW LEFT IT AT, AND A   00211106
      *    LINE THAT REVIEW FROZE TAKES NO DRAW AT ALL                  00211107
       993-PROCESS-LINE-DRAW.                                           00211106
           MOVE LS-APP-ID   TO APP-ID                                   00211107
           MOVE LS-LOAN-AMN TO WS-DRAW-AMT                              00211108
                 MOVE 'NOT A REVOLVING CREDIT LINE' TO LS-MESSAGE       0021110R
              WHEN WS-DRAW-AMT <= ZERO                                  0021110S
                 MOVE 'DRAW AMOUNT MUST BE ENTERED' TO LS-MESSAGE       0021110T
              WHEN OTHER                                                0021110U
                 PERFORM 993A-CHECK-LINE-FREEZE                         0021110V
           END-EVALUATE                                                 0021110W
           EXIT.                                                        0021110X
                                                                        0021110Y
      *    THE STATE OF THE LINE IS THE LATEST REVIEW APPLIED TO IT -   0021110Z
      *    A LINE NEVER REVIEWED IS OPEN                                00211110
       993A-CHECK-LINE-FREEZE.                                          00211111
           MOVE SPACES TO LREV-ACTION                                   00211112
           EXEC SQL                                                     00211113
              SELECT REVIEW_ACTION                                      00211114
                INTO :LREV-ACTION                                       00211115
                FROM KALA15.CREDIT_LINE_REVIEW                          00211116
               WHERE APP_ID = :APP-ID                                   00211117
                 AND APPLY_STATUS = 'APPLIED'                           00211118
               ORDER BY REVIEW_ID DESC                                  00211119
               FETCH FIRST 1 ROWS ONLY                                  0021111A
           END-EXEC                                                     0021111B
           EVALUATE TRUE                                                0021111C
              WHEN SQLCODE < 0                                          0021111D
                 MOVE 'ERROR WHILE CHECKING CREDIT LINE' TO LS-MESSAGE  0021111E
              WHEN SQLCODE = 00 AND LREV-FREEZE                         0021111F
                 MOVE 'CREDIT LINE FROZEN - NO NEW DRAWS' TO LS-MESSAGE 0021111G
              WHEN OTHER                                                0021110U
                 PERFORM 994-RECORD-LINE-DRAW                           0021110V
           END-EVALUATE                                                 0021110W
           EXIT.                                                        0021110X
                                                                        0021110Y
      *    THE DRAWN BALANCE IS EVERYTHING PAID OUT, QUEUED TO PAY OUT  0021111A
      *    OR RETURNED BY THE BANK AWAITING REPAIR, LESS THE PRINCIPAL  0021111B
      *    THE BILLED INSTALLMENTS HAVE ALREADY COLLECTED               0021111C
       994-RECORD-LINE-DRAW.                                            0021111D
           MOVE ZERO TO WS-DRAW-OUTSTANDING                             0021111E
           EXEC SQL                                                     0021111F
                INTO :WS-DRAW-OUTSTANDING                               0021111H
                FROM KALA15.CREDIT_LINE_DRAW                            0021111I
               WHERE APP_ID = :APP-ID                                   0021111J
                 AND DRAW_STATUS IN ('PENDING', 'SENT', 'REJECTED')     0021111K
           END-EXEC                                                     0021111L
                                                                        0021111M
           MOVE ZERO TO WS-DRAW-PRIN-PAID                               0021111N
      *    CONTACT DETAILS AND DELIVERY PREFERENCE FOR A CUSTOMER -     00211001
      *    A BLANK PHONE AND E-MAIL ON THE REQUEST MEANS READ WHAT IS   00211002
      *    ON FILE, ANYTHING ELSE SAVES, THE SAME CONVENTION THE BANK   00211003
      *    ACCOUNT SERVICE USES. THE COLLECTIONS CALL CONSENT AND CALL  00211004
      *    WINDOW TRAVEL WITH THEM FOR THE DIALER CALL LIST             00211005
       965-PROCESS-CONTACT.                                             00211005
           MOVE LS-SSN TO SSN                                           00211006
           IF (LS-PHONE-NO = SPACES OR LS-PHONE-NO = LOW-VALUES) AND    00211007
                     COALESCE(EMAIL, ' '),                              0021100H
                     COALESCE(SMS_CONSENT, 'N'),                        0021100I
                     COALESCE(EMAIL_CONSENT, 'N'),                      0021100J
                     COALESCE(PREF_CHANNEL, 'P'),                       0021100K
                     COALESCE(CALL_CONSENT, 'Y'),                       0021100L
                     COALESCE(CALL_FROM_HOUR, 0),                       0021100M
                     COALESCE(CALL_TO_HOUR, 0)                          0021100N
                INTO :PHONE-NO, :EMAIL-ADDR, :SMS-CONSENT,              0021100L
                     :EMAIL-CONSENT, :PREF-CHANNEL,                     0021100M
                     :CUST-CALL-CONSENT, :CUST-CALL-FROM-HOUR,          0021100N
                     :CUST-CALL-TO-HOUR                                 0021100O
                FROM KALA15.CUSTOMER                                    0021100N
               WHERE SSN = :SSN                                         0021100O
           END-EXEC                                                     0021100P
                 MOVE SMS-CONSENT   TO LS-SMS-CONSENT                   0021100U
                 MOVE EMAIL-CONSENT TO LS-EMAIL-CONSENT                 0021100V
                 MOVE PREF-CHANNEL  TO LS-PREF-CHANNEL                  0021100W
                 MOVE CUST-CALL-CONSENT   TO LS-CALL-CONSENT            0021100X
                 MOVE CUST-CALL-FROM-HOUR TO LS-CALL-FROM-HOUR          0021100Y
                 MOVE CUST-CALL-TO-HOUR   TO LS-CALL-TO-HOUR            0021100Z
                 MOVE 'CONTACT DETAILS FOUND' TO LS-MESSAGE             0021100X
                 SET SUCCESS TO TRUE                                    0021100Y
              WHEN 100                                                  0021100Z
           IF LS-PREF-CHANNEL = 'E' AND LS-EMAIL-CONSENT NOT = 'Y'      0021101E
              MOVE 'E-MAIL CHANNEL NEEDS CONSENT' TO LS-MESSAGE         0021101F
           ELSE                                                         0021101G
      *    A CALL WINDOW IS WHOLE HOURS, FROM BEFORE TO, ENDING BY      0021101H
      *    MIDNIGHT; BOTH HOURS ZERO MEANS NO WINDOW WAS GIVEN          0021101I
           IF (LS-CALL-FROM-HOUR NOT = ZERO OR                          0021101J
               LS-CALL-TO-HOUR NOT = ZERO) AND                          0021101K
              (LS-CALL-FROM-HOUR >= LS-CALL-TO-HOUR OR                  0021101L
               LS-CALL-TO-HOUR > 24)                                    0021101M
              MOVE 'CALL HOURS: FROM BEFORE TO, 00-24' TO LS-MESSAGE    0021101N
           ELSE                                                         0021101O
              MOVE LS-PHONE-NO      TO PHONE-NO                         0021101H
              MOVE LS-EMAIL-ADDR    TO EMAIL-ADDR                       0021101I
              MOVE LS-SMS-CONSENT   TO SMS-CONSENT                      0021101J
              IF EMAIL-CONSENT NOT = 'Y'                                0021101P
                 MOVE 'N' TO EMAIL-CONSENT                              0021101Q
              END-IF                                                    0021101R
      *       CALLS ARE ALLOWED UNLESS THE CUSTOMER SAID NO             0021101S
              IF LS-CALL-CONSENT = 'N'                                  0021101T
                 MOVE 'N' TO CUST-CALL-CONSENT                          0021101U
              ELSE                                                      0021101V
                 MOVE 'Y' TO CUST-CALL-CONSENT                          0021101W
              END-IF                                                    0021101X
              MOVE LS-CALL-FROM-HOUR TO CUST-CALL-FROM-HOUR             0021101Y
              MOVE LS-CALL-TO-HOUR   TO CUST-CALL-TO-HOUR               0021101Z
              IF LS-CALL-FROM-HOUR = ZERO AND LS-CALL-TO-HOUR = ZERO    00211020
                 MOVE -1 TO WS-CALL-HOUR-IV                             00211021
              ELSE                                                      00211022
                 MOVE ZERO TO WS-CALL-HOUR-IV                           00211023
              END-IF                                                    00211024
              PERFORM 252-SNAPSHOT-CUSTOMER                             0021101S
              EXEC SQL                                                  0021101S
                 UPDATE KALA15.CUSTOMER                                 0021101T
                    SET PHONE_NO = :PHONE-NO,                           0021101U
                        SMS_CONSENT = :SMS-CONSENT,                     0021101W
                        EMAIL_CONSENT = :EMAIL-CONSENT,                 0021101X
                        PREF_CHANNEL = :PREF-CHANNEL,                   0021101Y
                        CALL_CONSENT = :CUST-CALL-CONSENT,              0021101Z
                        CALL_FROM_HOUR =                                00211020
                           :CUST-CALL-FROM-HOUR :WS-CALL-HOUR-IV,       00211021
                        CALL_TO_HOUR =                                  00211022
                           :CUST-CALL-TO-HOUR :WS-CALL-HOUR-IV,         00211023
                        ROW_VERSION = ROW_VERSION + 1                   0021101Z
                  WHERE SSN = :SSN                                      00211020
              END-EXEC                                                  00211021
              IF SQLCODE = 00 AND SQLERRD(3) > 0                        00211022
                 PERFORM 253-LOG-CUSTOMER-CHANGES                       00211023
                 MOVE 'CONTACT DETAILS SAVED' TO LS-MESSAGE             00211023
                 SET SUCCESS TO TRUE                                    00211024
              ELSE                                                      00211025
           END-IF                                                       00211028
           END-IF                                                       00211029
           END-IF                                                       0021102A
           END-IF                                                       0021102B
           EXIT.                                                        0021102C

      *    THE DUPLICATE-CUSTOMER MERGE DESK: 'N' SERVES THE OLDEST     00211001
      *    CANDIDATE PAIR THE WEEKLY LOANDUPC MATCH FOUND, 'M' FOLDS    00211002
              PERFORM 953-REPOINT-DUPLICATE-ROWS                        0021102N
              IF SUCCESS                                                0021102O
                 MOVE SPACES  TO WS-MRG-BY                              0021102P
                 MOVE WS-SIGNON-OPID TO WS-MRG-BY                       0021102Q
                 EXEC SQL                                               0021102R
                    UPDATE KALA15.CUSTOMER_MERGE                        0021102S
                       SET MERGE_STATUS = 'MERGED',                     0021102T
       958-REJECT-MERGE-CANDIDATE.                                      0021105V
           MOVE LS-MERGE-ID TO CMRG-MERGE-ID                            0021105W
           MOVE SPACES  TO WS-MRG-BY                                    0021105X
           MOVE WS-SIGNON-OPID TO WS-MRG-BY                             0021105Y
           EXEC SQL                                                     0021105Z
              UPDATE KALA15.CUSTOMER_MERGE                              00211060
                 SET MERGE_STATUS = 'REJECTED',                         00211061
           END-IF                                                       0021106B
           EXIT.                                                        0021106C

      *    A DRAFT IS THE FORM AS FAR AS IT WAS FILLED IN, SAVED        0021106D
      *    WITHOUT ANY OF THE UNDERWRITING EDITS SO A LATER SESSION CAN 0021106E
      *    FINISH IT. IT IS KEYED BY CUSTOMER AND OPERATOR; A REQUEST   0021106F
      *    WITH NO TERMINAL IS THE WEB SERVICE, WHOSE DRAFTS ANY BRANCH 0021106G
      *    OPERATOR MAY PICK UP WHEN THE CUSTOMER COMES IN TO FINISH    0021106H
       901-PROCESS-DRAFT.                                               0021106I
           IF EIBTRMID = SPACES OR EIBTRMID = LOW-VALUES                0021106J
              MOVE 'W' TO WS-DRAFT-CHANNEL                              0021106K
           ELSE                                                         0021106L
              MOVE 'B' TO WS-DRAFT-CHANNEL                              0021106M
           END-IF                                                       0021106N
           EVALUATE TRUE                                                0021106O
              WHEN LS-SSN = SPACES OR LS-SSN = LOW-VALUES               0021106P
                 MOVE 'SSN IS REQUIRED FOR A DRAFT' TO LS-MESSAGE       0021106Q
              WHEN LS-DRAFT-ACTION = 'S'                                0021106R
                 PERFORM 902-SAVE-DRAFT                                 0021106S
              WHEN LS-DRAFT-ACTION = 'R'                                0021106T
                 PERFORM 903-RESUME-DRAFT                               0021106U
              WHEN OTHER                                                0021106V
                 MOVE 'INVALID DRAFT ACTION' TO LS-MESSAGE              0021106W
           END-EVALUATE                                                 0021106X
           EXIT.                                                        0021106Y
                                                                        0021106Z
      *    SAVING AGAIN REPLACES THE OPERATOR'S EARLIER DRAFT FOR THE   00211070
      *    CUSTOMER AND STARTS ITS EXPIRY OVER - DRAFT_EXPIRY_DAYS IN   00211071
      *    BUSINESS_PARAM, THIRTY DAYS BY DEFAULT                       00211072
       902-SAVE-DRAFT.                                                  00211073
           MOVE 30 TO WS-DRAFT-DAYS                                     00211074
           MOVE 'DRAFT_EXPIRY_DAYS' TO BUSPARM-NAME                     00211075
           EXEC SQL                                                     00211076
              SELECT PARAM_VALUE                                        00211077
                INTO :BUSPARM-VALUE                                     00211078
                FROM KALA15.BUSINESS_PARAM                              00211079
               WHERE PARAM_NAME = :BUSPARM-NAME                         0021107A
                 AND EFFECTIVE_DATE <= CURRENT DATE                     0021107B
                 AND (END_DATE IS NULL OR END_DATE >= CURRENT DATE)     0021107C
           END-EXEC                                                     0021107D
           IF SQLCODE = 00                                              0021107E
              MOVE BUSPARM-VALUE TO WS-DRAFT-DAYS                       0021107F
           END-IF                                                       0021107G
           EXEC SQL                                                     0021107H
              SELECT CHAR(CURRENT DATE + :WS-DRAFT-DAYS DAYS)           0021107I
                INTO :DRFT-EXPIRY-DATE                                  0021107J
                FROM SYSIBM.SYSDUMMY1                                   0021107K
           END-EXEC                                                     0021107L
                                                                        0021107M
           MOVE LS-SSN              TO DRFT-CUST-SSN                    0021107N
           MOVE WS-SIGNON-OPID      TO DRFT-OPERATOR-ID                 0021107O
           MOVE WS-DRAFT-CHANNEL    TO DRFT-CHANNEL                     0021107P
           MOVE LS-F-NAME           TO DRFT-F-NAME                      0021107Q
           MOVE LS-L-NAME           TO DRFT-L-NAME                      0021107R
           MOVE LS-ADDRESS          TO DRFT-ADDRESS                     0021107S
           MOVE LS-POSTAL-CODE      TO DRFT-POSTAL-CODE                 0021107T
           MOVE LS-CITY             TO DRFT-CITY                        0021107U
           MOVE LS-PHONE-NO         TO DRFT-PHONE-NO                    0021107V
           MOVE LS-EMAIL-ADDR       TO DRFT-EMAIL                       0021107W
           MOVE LS-SMS-CONSENT      TO DRFT-SMS-CONSENT                 0021107X
           MOVE LS-EMAIL-CONSENT    TO DRFT-EMAIL-CONSENT               0021107Y
           MOVE LS-PREF-CHANNEL     TO DRFT-PREF-CHANNEL                0021107Z
           MOVE LS-LANG-CODE        TO DRFT-LANG-CODE                   00211080
           MOVE LS-LOAN-AMN         TO DRFT-LOAN-AMN                    00211081
           MOVE LS-LOAN-PERIOD      TO DRFT-LOAN-PERIOD                 00211082
           MOVE LS-LOAN-USAGE       TO DRFT-LOAN-USAGE                  00211083
           MOVE LS-EMP-STATUS       TO DRFT-EMP-STATUS                  00211084
           MOVE LS-MO-GROSS-INC     TO DRFT-MO-GROSS-INC                00211085
           MOVE LS-CURR-LOANS       TO DRFT-CURR-LOANS                  00211086
           MOVE LS-CURR-ASSETS      TO DRFT-CURR-ASSETS                 00211087
           MOVE LS-CURRENCY-CODE    TO DRFT-CURRENCY-CODE               00211088
           MOVE LS-PRODUCT-CODE     TO DRFT-PRODUCT-CODE                00211089
           MOVE LS-ARM-FLAG         TO DRFT-ARM-FLAG                    0021108A
           MOVE LS-IO-MONTHS        TO DRFT-IO-MONTHS                   0021108B
           MOVE LS-BALLOON-AMT      TO DRFT-BALLOON-AMT                 0021108C
           MOVE LS-FEE-FINANCED     TO DRFT-FEE-FINANCED                0021108D
           MOVE LS-INS-PLAN-CODE    TO DRFT-INS-PLAN-CODE               0021108E
           MOVE LS-HH-ADULTS        TO DRFT-HH-ADULTS                   0021108F
           MOVE LS-HH-CHILDREN      TO DRFT-HH-CHILDREN                 0021108G
           MOVE LS-DUE-DAY          TO DRFT-DUE-DAY                     0021108H
           MOVE LS-PREAPP-REF       TO DRFT-PREAPP-REF                  0021108I
           MOVE LS-CAMPAIGN-CODE    TO DRFT-CAMPAIGN-CODE               0021108J
           MOVE LS-PARTNER-ID       TO DRFT-PARTNER-ID                  0021108K
           MOVE LS-REFINANCED-FROM-APP-ID TO DRFT-REFI-FROM-APP-ID      0021108L
                                                                        0021108O
           EXEC SQL                                                     0021108P
              UPDATE KALA15.APPLICATION_DRAFT                           0021108Q
                 SET CHANNEL       = :DRFT-CHANNEL,                     0021108R
                     SAVED_TS      = CURRENT TIMESTAMP,                 0021108S
                     EXPIRY_DATE   = DATE(:DRFT-EXPIRY-DATE),           0021108T
                     F_NAME        = :DRFT-F-NAME,                      0021108U
                     L_NAME        = :DRFT-L-NAME,                      0021108V
                     ADDRESS       = :DRFT-ADDRESS,                     0021108W
                     POSTAL_CODE   = :DRFT-POSTAL-CODE,                 0021108X
                     CITY          = :DRFT-CITY,                        0021108Y
                     PHONE_NO      = :DRFT-PHONE-NO,                    0021108Z
                     EMAIL         = :DRFT-EMAIL,                       00211090
                     SMS_CONSENT   = :DRFT-SMS-CONSENT,                 00211091
                     EMAIL_CONSENT = :DRFT-EMAIL-CONSENT,               00211092
                     PREF_CHANNEL  = :DRFT-PREF-CHANNEL,                00211093
                     LANG_CODE     = :DRFT-LANG-CODE,                   00211094
                     LOAN_AMN      = :DRFT-LOAN-AMN,                    00211095
                     LOAN_PERIOD   = :DRFT-LOAN-PERIOD,                 00211096
                     LOAN_USAGE    = :DRFT-LOAN-USAGE,                  00211097
                     EMP_STATUS    = :DRFT-EMP-STATUS,                  00211098
                     MO_GROSS_INC  = :DRFT-MO-GROSS-INC,                00211099
                     CURR_LOANS    = :DRFT-CURR-LOANS,                  0021109A
                     CURR_ASSETS   = :DRFT-CURR-ASSETS,                 0021109B
                     CURRENCY_CODE = :DRFT-CURRENCY-CODE,               0021109C
                     PRODUCT_CODE  = :DRFT-PRODUCT-CODE,                0021109D
                     ARM_FLAG      = :DRFT-ARM-FLAG,                    0021109E
                     IO_MONTHS     = :DRFT-IO-MONTHS,                   0021109F
                     BALLOON_AMT   = :DRFT-BALLOON-AMT,                 0021109G
                     FEE_FINANCED  = :DRFT-FEE-FINANCED,                0021109H
                     INS_PLAN_CODE = :DRFT-INS-PLAN-CODE,               0021109I
                     HH_ADULTS     = :DRFT-HH-ADULTS,                   0021109J
                     HH_CHILDREN   = :DRFT-HH-CHILDREN,                 0021109K
                     DUE_DAY       = :DRFT-DUE-DAY,                     0021109L
                     PREAPP_REF    = :DRFT-PREAPP-REF,                  0021109M
                     CAMPAIGN_CODE = :DRFT-CAMPAIGN-CODE,               0021109N
                     PARTNER_ID    = :DRFT-PARTNER-ID,                  0021109O
                     REFINANCED_FROM_APP_ID = :DRFT-REFI-FROM-APP-ID    0021109P
               WHERE CUST_SSN    = :DRFT-CUST-SSN                       0021109Q
                 AND OPERATOR_ID = :DRFT-OPERATOR-ID                    0021109R
           END-EXEC                                                     0021109S
           IF SQLCODE = 100                                             0021109T
              EXEC SQL                                                  0021109U
                 INSERT INTO KALA15.APPLICATION_DRAFT                   0021109V
                        (CUST_SSN, OPERATOR_ID, CHANNEL, SAVED_TS,      0021109W
                         EXPIRY_DATE, F_NAME, L_NAME, ADDRESS,          0021109X
                         POSTAL_CODE, CITY, PHONE_NO, EMAIL,            0021109Y
                         SMS_CONSENT, EMAIL_CONSENT, PREF_CHANNEL,      0021109Z
                         LANG_CODE, LOAN_AMN, LOAN_PERIOD, LOAN_USAGE,  002110A0
                         EMP_STATUS, MO_GROSS_INC, CURR_LOANS,          002110A1
                         CURR_ASSETS, CURRENCY_CODE, PRODUCT_CODE,      002110A2
                         ARM_FLAG, IO_MONTHS, BALLOON_AMT,              002110A3
                         FEE_FINANCED, INS_PLAN_CODE, HH_ADULTS,        002110A4
                         HH_CHILDREN, DUE_DAY, PREAPP_REF,              002110A5
                         CAMPAIGN_CODE, PARTNER_ID,                     002110A6
                         REFINANCED_FROM_APP_ID)                        002110A7
                 VALUES (:DRFT-CUST-SSN, :DRFT-OPERATOR-ID,             002110A8
                         :DRFT-CHANNEL, CURRENT TIMESTAMP,              002110A9
                         DATE(:DRFT-EXPIRY-DATE), :DRFT-F-NAME,         002110AA
                         :DRFT-L-NAME, :DRFT-ADDRESS,                   002110AB
                         :DRFT-POSTAL-CODE, :DRFT-CITY,                 002110AC
                         :DRFT-PHONE-NO, :DRFT-EMAIL,                   002110AD
                         :DRFT-SMS-CONSENT, :DRFT-EMAIL-CONSENT,        002110AE
                         :DRFT-PREF-CHANNEL, :DRFT-LANG-CODE,           002110AF
                         :DRFT-LOAN-AMN, :DRFT-LOAN-PERIOD,             002110AG
                         :DRFT-LOAN-USAGE, :DRFT-EMP-STATUS,            002110AH
                         :DRFT-MO-GROSS-INC, :DRFT-CURR-LOANS,          002110AI
                         :DRFT-CURR-ASSETS, :DRFT-CURRENCY-CODE,        002110AJ
                         :DRFT-PRODUCT-CODE, :DRFT-ARM-FLAG,            002110AK
                         :DRFT-IO-MONTHS, :DRFT-BALLOON-AMT,            002110AL
                         :DRFT-FEE-FINANCED, :DRFT-INS-PLAN-CODE,       002110AM
                         :DRFT-HH-ADULTS, :DRFT-HH-CHILDREN,            002110AN
                         :DRFT-DUE-DAY, :DRFT-PREAPP-REF,               002110AO
                         :DRFT-CAMPAIGN-CODE, :DRFT-PARTNER-ID,         002110AP
                         :DRFT-REFI-FROM-APP-ID)                        002110AQ
              END-EXEC                                                  002110AR
           END-IF                                                       002110AS
           IF SQLCODE = 00                                              002110AT
              MOVE DRFT-EXPIRY-DATE TO LS-DRAFT-EXPIRY                  002110AU
              SET SUCCESS TO TRUE                                       002110AV
              MOVE SPACES TO LS-MESSAGE                                 002110AW
              STRING 'DRAFT SAVED, KEPT UNTIL ' DRFT-EXPIRY-DATE        002110AX
                     DELIMITED BY SIZE INTO LS-MESSAGE                  002110AY
              END-STRING                                                002110AZ
           ELSE                                                         002110B0
              MOVE 'ERROR SAVING DRAFT' TO LS-MESSAGE                   002110B1
           END-IF                                                       002110B2
           EXIT.                                                        002110B3
                                                                        002110B4
      *    THE OPERATOR'S OWN DRAFT FOR THE CUSTOMER COMES FIRST; AT A  002110B5
      *    BRANCH TERMINAL THE NEWEST WEB DRAFT IS NEXT. AN EXPIRED     002110B6
      *    DRAFT AWAITING THE PURGE IS NOT OFFERED                      002110B7
       903-RESUME-DRAFT.                                                002110B8
           MOVE LS-SSN         TO DRFT-CUST-SSN                         002110B9
           MOVE WS-SIGNON-OPID TO DRFT-OPERATOR-ID                      002110BA
           EXEC SQL                                                     002110BB
              SELECT CHANNEL, CHAR(DATE(SAVED_TS)), CHAR(EXPIRY_DATE),  002110BC
                     F_NAME, L_NAME, ADDRESS, POSTAL_CODE, CITY,        002110BD
                     PHONE_NO, EMAIL, SMS_CONSENT, EMAIL_CONSENT,       002110BE
                     PREF_CHANNEL, LANG_CODE, LOAN_AMN, LOAN_PERIOD,    002110BF
                     LOAN_USAGE, EMP_STATUS, MO_GROSS_INC, CURR_LOANS,  002110BG
                     CURR_ASSETS, CURRENCY_CODE, PRODUCT_CODE,          002110BH
                     ARM_FLAG, IO_MONTHS, BALLOON_AMT, FEE_FINANCED,    002110BI
                     INS_PLAN_CODE, HH_ADULTS, HH_CHILDREN, DUE_DAY,    002110BJ
                     PREAPP_REF, CAMPAIGN_CODE, PARTNER_ID,             002110BK
                     REFINANCED_FROM_APP_ID                             002110BL
                INTO :DRFT-CHANNEL, :WS-DRAFT-SAVED-DATE,               002110BM
                     :DRFT-EXPIRY-DATE, :DRFT-F-NAME, :DRFT-L-NAME,     002110BN
                     :DRFT-ADDRESS, :DRFT-POSTAL-CODE, :DRFT-CITY,      002110BO
                     :DRFT-PHONE-NO, :DRFT-EMAIL,                       002110BP
                     :DRFT-SMS-CONSENT, :DRFT-EMAIL-CONSENT,            002110BQ
                     :DRFT-PREF-CHANNEL, :DRFT-LANG-CODE,               002110BR
                     :DRFT-LOAN-AMN, :DRFT-LOAN-PERIOD,                 002110BS
                     :DRFT-LOAN-USAGE, :DRFT-EMP-STATUS,                002110BT
                     :DRFT-MO-GROSS-INC, :DRFT-CURR-LOANS,              002110BU
                     :DRFT-CURR-ASSETS, :DRFT-CURRENCY-CODE,            002110BV
                     :DRFT-PRODUCT-CODE, :DRFT-ARM-FLAG,                002110BW
                     :DRFT-IO-MONTHS, :DRFT-BALLOON-AMT,                002110BX
                     :DRFT-FEE-FINANCED, :DRFT-INS-PLAN-CODE,           002110BY
                     :DRFT-HH-ADULTS, :DRFT-HH-CHILDREN,                002110BZ
                     :DRFT-DUE-DAY, :DRFT-PREAPP-REF,                   002110C0
                     :DRFT-CAMPAIGN-CODE, :DRFT-PARTNER-ID,             002110C1
                     :DRFT-REFI-FROM-APP-ID                             002110C2
                FROM KALA15.APPLICATION_DRAFT                           002110C3
               WHERE CUST_SSN = :DRFT-CUST-SSN                          002110C4
                 AND EXPIRY_DATE >= CURRENT DATE                        002110C5
                 AND (OPERATOR_ID = :DRFT-OPERATOR-ID                   002110C6
                      OR (CHANNEL = 'W' AND :WS-DRAFT-CHANNEL = 'B'))   002110C7
               ORDER BY CASE WHEN OPERATOR_ID = :DRFT-OPERATOR-ID       002110C8
                             THEN 0 ELSE 1 END,                         002110C9
                        SAVED_TS DESC                                   002110CA
               FETCH FIRST 1 ROW ONLY                                   002110CB
           END-EXEC                                                     002110CC
           EVALUATE TRUE                                                002110CD
              WHEN SQLCODE = 100                                        002110CE
                 MOVE 'NO DRAFT SAVED FOR THIS CUSTOMER' TO LS-MESSAGE  002110CF
              WHEN SQLCODE NOT = 00                                     002110CG
                 MOVE 'ERROR READING DRAFT' TO LS-MESSAGE               002110CH
              WHEN OTHER                                                002110CI
                 MOVE DRFT-F-NAME           TO LS-F-NAME                002110CJ
                 MOVE DRFT-L-NAME           TO LS-L-NAME                002110CK
                 MOVE DRFT-ADDRESS          TO LS-ADDRESS               002110CL
                 MOVE DRFT-POSTAL-CODE      TO LS-POSTAL-CODE           002110CM
                 MOVE DRFT-CITY             TO LS-CITY                  002110CN
                 MOVE DRFT-PHONE-NO         TO LS-PHONE-NO              002110CO
                 MOVE DRFT-EMAIL            TO LS-EMAIL-ADDR            002110CP
                 MOVE DRFT-SMS-CONSENT      TO LS-SMS-CONSENT           002110CQ
                 MOVE DRFT-EMAIL-CONSENT    TO LS-EMAIL-CONSENT         002110CR
                 MOVE DRFT-PREF-CHANNEL     TO LS-PREF-CHANNEL          002110CS
                 MOVE DRFT-LANG-CODE        TO LS-LANG-CODE             002110CT
                 MOVE DRFT-LOAN-AMN         TO LS-LOAN-AMN              002110CU
                 MOVE DRFT-LOAN-PERIOD      TO LS-LOAN-PERIOD           002110CV
                 MOVE DRFT-LOAN-USAGE       TO LS-LOAN-USAGE            002110CW
                 MOVE DRFT-EMP-STATUS       TO LS-EMP-STATUS            002110CX
                 MOVE DRFT-MO-GROSS-INC     TO LS-MO-GROSS-INC          002110CY
                 MOVE DRFT-CURR-LOANS       TO LS-CURR-LOANS            002110CZ
                 MOVE DRFT-CURR-ASSETS      TO LS-CURR-ASSETS           002110D0
                 MOVE DRFT-CURRENCY-CODE    TO LS-CURRENCY-CODE         002110D1
                 MOVE DRFT-PRODUCT-CODE     TO LS-PRODUCT-CODE          002110D2
                 MOVE DRFT-ARM-FLAG         TO LS-ARM-FLAG              002110D3
                 MOVE DRFT-IO-MONTHS        TO LS-IO-MONTHS             002110D4
                 MOVE DRFT-BALLOON-AMT      TO LS-BALLOON-AMT           002110D5
                 MOVE DRFT-FEE-FINANCED     TO LS-FEE-FINANCED          002110D6
                 MOVE DRFT-INS-PLAN-CODE    TO LS-INS-PLAN-CODE         002110D7
                 MOVE DRFT-HH-ADULTS        TO LS-HH-ADULTS             002110D8
                 MOVE DRFT-HH-CHILDREN      TO LS-HH-CHILDREN           002110D9
                 MOVE DRFT-DUE-DAY          TO LS-DUE-DAY               002110DA
                 MOVE DRFT-PREAPP-REF       TO LS-PREAPP-REF            002110DB
                 MOVE DRFT-CAMPAIGN-CODE    TO LS-CAMPAIGN-CODE         002110DC
                 MOVE DRFT-PARTNER-ID       TO LS-PARTNER-ID            002110DD
                 MOVE DRFT-REFI-FROM-APP-ID TO LS-REFINANCED-FROM-APP-ID002110DE
                 MOVE DRFT-EXPIRY-DATE      TO LS-DRAFT-EXPIRY          002110DF
                 SET SUCCESS TO TRUE                                    002110DG
                 MOVE SPACES TO LS-MESSAGE                              002110DH
                 IF DRFT-WEB-DRAFT                                      002110DI
                    STRING 'WEB DRAFT OF ' WS-DRAFT-SAVED-DATE          002110DJ
                           ' RESUMED'                                   002110DK
                           DELIMITED BY SIZE INTO LS-MESSAGE            002110DL
                    END-STRING                                          002110DM
                 ELSE                                                   002110DN
                    STRING 'DRAFT OF ' WS-DRAFT-SAVED-DATE ' RESUMED'   002110DO
                           DELIMITED BY SIZE INTO LS-MESSAGE            002110DP
                    END-STRING                                          002110DQ
                 END-IF                                                 002110DR
           END-EVALUATE                                                 002110DS
           EXIT.                                                        002110DT
                                                                        002110DU
      *    EVERY DRAFT FOR THE CUSTOMER GOES ONCE AN APPLICATION IS     002110DV
      *    FILED - THE ONE FINISHED AND ANY OTHER LEFT AT ANOTHER       002110DW
      *    TERMINAL OR ON THE WEB. A FAILURE HERE DOES NOT UNDO THE     002110DX
      *    FILING; THE NIGHTLY PURGE REMOVES THE DRAFT WHEN IT EXPIRES  002110DY
       904-CLEAR-DRAFTS.                                                002110DZ
           EXEC SQL                                                     002110E0
              DELETE FROM KALA15.APPLICATION_DRAFT                      002110E1
               WHERE CUST_SSN = :SSN                                    002110E2
           END-EXEC                                                     002110E3
           EXIT.                                                        002110E4
                                                                        002110E5
      *    THE INTAKE CHANNEL FOR THE CONVERSION FUNNEL: A REDEEMED     002110E6
      *    PREAPPROVAL REFERENCE COUNTS AS PREAPPROVAL WHEREVER IT WAS  002110E7
      *    KEYED; OTHERWISE LOANBULK'S BULK TRANSACTION IS A PARTNER    002110E8
      *    FILE, ANY OTHER REQUEST WITH NO TERMINAL IS THE LOANAPI WEB  002110E9
      *    SERVICE, AND A TERMINAL IS A BRANCH. LIKE THE DRAFTS, A      002110EA
      *    FAILURE HERE DOES NOT UNDO THE FILING                        002110EB
       905-RECORD-INTAKE.                                               002110EC
           EVALUATE TRUE                                                002110ED
              WHEN LS-PREAPP-REF > 0                                    002110EE
                 SET INTK-PREAPPROVAL TO TRUE                           002110EF
              WHEN EIBTRNID = 'BULK'                                    002110EG
                 SET INTK-PARTNER-FILE TO TRUE                          002110EH
              WHEN EIBTRMID = SPACES OR EIBTRMID = LOW-VALUES           002110EI
                 SET INTK-WEB-SERVICE TO TRUE                           002110EJ
              WHEN OTHER                                                002110EK
                 SET INTK-BRANCH TO TRUE                                002110EL
           END-EVALUATE                                                 002110EM
           MOVE APP-ID         TO INTK-APP-ID                           002110EN
           MOVE LS-PREAPP-REF  TO INTK-PREAPP-REF                       002110EO
           MOVE EIBTRNID       TO INTK-TRANSACTION-ID                   002110EP
           MOVE WS-SIGNON-OPID TO INTK-OPERATOR-ID                      002110EQ
           EXEC SQL                                                     002110ER
              INSERT INTO KALA15.APPLICATION_INTAKE                     002110ES
                     (APP_ID, INTAKE_CHANNEL, PREAPP_REF,               002110ET
                      TRANSACTION_ID, OPERATOR_ID, SUBMITTED_TS)        002110EU
              VALUES (:INTK-APP-ID, :INTK-CHANNEL, :INTK-PREAPP-REF,    002110EV
                      :INTK-TRANSACTION-ID, :INTK-OPERATOR-ID,          002110EW
                      CURRENT TIMESTAMP)                                002110EX
           END-EXEC                                                     002110EY
           EXIT.                                                        002110EZ
                                                                        002110E5
      *    THE SHARED CASE NOTES BEHIND LOANCNOT. A NOTE BELONGS TO THE 002110E6
      *    CUSTOMER, AND ALSO TO ONE OF THEIR APPLICATIONS WHEN AN APP  002110E7
      *    ID IS KEYED - THE APPLICATION THEN NAMES THE CUSTOMER, SO    002110E8
      *    EITHER KEY IS ENOUGH. A ADDS A NOTE AND SHOWS THE FIRST PAGE 002110E9
      *    AGAIN, V PAGES THROUGH THE NOTES                             002110EA
       906-PROCESS-CASE-NOTE.                                           002110EB
           MOVE SPACES TO NOTE-CUST-SSN                                 002110EC
           IF LS-APP-ID > ZERO                                          002110ED
              MOVE LS-APP-ID TO APP-ID                                  002110EE
              EXEC SQL                                                  002110EF
                 SELECT CUST_SSN                                        002110EG
                   INTO :NOTE-CUST-SSN                                  002110EH
                   FROM KALA15.APPLICATIONS                             002110EI
                  WHERE APP_ID = :APP-ID                                002110EJ
              END-EXEC                                                  002110EK
           ELSE                                                         002110EL
              MOVE LS-SSN TO SSN                                        002110EM
              EXEC SQL                                                  002110EN
                 SELECT SSN                                             002110EO
                   INTO :NOTE-CUST-SSN                                  002110EP
                   FROM KALA15.CUSTOMER                                 002110EQ
                  WHERE SSN = :SSN                                      002110ER
              END-EXEC                                                  002110ES
           END-IF                                                       002110ET
           IF SQLCODE NOT = 00                                          002110EU
              MOVE SPACES TO NOTE-CUST-SSN                              002110EV
           END-IF                                                       002110EW
                                                                        002110EX
           EVALUATE TRUE                                                002110EY
              WHEN NOTE-CUST-SSN = SPACES                               002110EZ
                 MOVE 'CUSTOMER OR APPLICATION NOT FOUND'               002110F0
                    TO LS-MESSAGE                                       002110F1
              WHEN LS-APP-ID > ZERO AND LS-SSN NOT = SPACES AND         002110F2
                   LS-SSN NOT = LOW-VALUES AND                          002110F3
                   LS-SSN NOT = NOTE-CUST-SSN                           002110F4
                 MOVE 'APPLICATION BELONGS TO ANOTHER CUSTOMER'         002110F5
                    TO LS-MESSAGE                                       002110F6
              WHEN LS-NOTE-ACTION = 'A'                                 002110F7
                 PERFORM 907-ADD-CASE-NOTE                              002110F8
              WHEN LS-NOTE-ACTION = 'V'                                 002110F9
                 PERFORM 908-SHOW-CASE-NOTES                            002110FA
              WHEN OTHER                                                002110FB
                 MOVE 'NOTE ACTION MUST BE A OR V' TO LS-MESSAGE        002110FC
           END-EVALUATE                                                 002110FD
           EXIT.                                                        002110FE
                                                                        002110FF
      *    THE TEXT IS MANDATORY; A BLANK CATEGORY FILES AS GENERAL.    002110FG
      *    THE AUTHOR IS THE SIGNED-ON OPERATOR                         002110FH
       907-ADD-CASE-NOTE.                                               002110FI
           IF LS-NOTE-CATEGORY = SPACES OR                              002110FJ
              LS-NOTE-CATEGORY = LOW-VALUES                             002110FK
              MOVE 'GENERAL' TO NOTE-CATEGORY                           002110FL
           ELSE                                                         002110FM
              MOVE LS-NOTE-CATEGORY TO NOTE-CATEGORY                    002110FN
           END-IF                                                       002110FO
           EVALUATE TRUE                                                002110FP
              WHEN LS-NOTE-TEXT = SPACES OR LS-NOTE-TEXT = LOW-VALUES   002110FQ
                 MOVE 'NOTE TEXT MUST BE ENTERED' TO LS-MESSAGE         002110FR
              WHEN NOT NOTE-CATEGORY-VALID                              002110FS
                 MOVE 'UNKNOWN NOTE CATEGORY' TO LS-MESSAGE             002110FT
              WHEN OTHER                                                002110FU
                 EXEC SQL                                               002110FV
                    SELECT COALESCE(MAX(NOTE_ID), 0) + 1                002110FW
                      INTO :NOTE-ID                                     002110FX
                      FROM KALA15.CASE_NOTE                             002110FY
                 END-EXEC                                               002110FZ
                 MOVE LS-APP-ID      TO NOTE-APP-ID                     002110G0
                 MOVE WS-SIGNON-OPID TO NOTE-AUTHOR-ID                  002110G1
                 MOVE LS-NOTE-TEXT   TO NOTE-TEXT                       002110G2
                 EXEC SQL                                               002110G3
                    INSERT INTO KALA15.CASE_NOTE                        002110G4
                           (NOTE_ID, CUST_SSN, APP_ID, CATEGORY,        002110G5
                            AUTHOR_ID, NOTE_TS, NOTE_TEXT)              002110G6
                    VALUES (:NOTE-ID, :NOTE-CUST-SSN, :NOTE-APP-ID,     002110G7
                            :NOTE-CATEGORY, :NOTE-AUTHOR-ID,            002110G8
                            CURRENT TIMESTAMP, :NOTE-TEXT)              002110G9
                 END-EXEC                                               002110GA
                 IF SQLCODE = 00                                        002110GB
                    MOVE 1 TO LS-LIST-PAGE                              002110GC
                    PERFORM 908-SHOW-CASE-NOTES                         002110GD
                    MOVE 'NOTE ADDED' TO LS-MESSAGE                     002110GE
                 ELSE                                                   002110GF
                    MOVE 'NOTE COULD NOT BE SAVED' TO LS-MESSAGE        002110GG
                 END-IF                                                 002110GH
           END-EVALUATE                                                 002110GI
           EXIT.                                                        002110GJ
                                                                        002110GK
      *    ONE PAGE OF NOTES WITH THE CUSTOMER'S NAME FOR THE HEADING   002110GL
       908-SHOW-CASE-NOTES.                                             002110GM
           MOVE NOTE-CUST-SSN TO SSN                                    002110GN
           MOVE NOTE-CUST-SSN TO LS-SSN                                 002110GO
           MOVE LS-APP-ID     TO WS-NOTE-APP-FILTER                     002110GP
           EXEC SQL                                                     002110GQ
              SELECT F_NAME, L_NAME                                     002110GR
                INTO :F-NAME, :L-NAME                                   002110GS
                FROM KALA15.CUSTOMER                                    002110GT
               WHERE SSN = :SSN                                         002110GU
           END-EXEC                                                     002110GV
           IF SQLCODE = 00                                              002110GW
              MOVE F-NAME TO LS-F-NAME                                  002110GX
              MOVE L-NAME TO LS-L-NAME                                  002110GY
           END-IF                                                       002110GZ
           IF LS-LIST-PAGE < 1                                          002110H0
              MOVE 1 TO LS-LIST-PAGE                                    002110H1
           END-IF                                                       002110H2
           MOVE ZERO TO LS-LIST-CNT                                     002110H3
           PERFORM 969-CLEAR-LIST-LINES                                 002110H4
           PERFORM 722-LIST-CASE-NOTES                                  002110H5
           SET SUCCESS TO TRUE                                          002110H6
           IF LS-LIST-CNT = ZERO                                        002110H7
              MOVE 'NO NOTES ON THIS PAGE' TO LS-MESSAGE                002110H8
           ELSE                                                         002110H9
              MOVE 'PF7/PF8 PAGE THROUGH THE NOTES' TO LS-MESSAGE       002110HA
           END-IF                                                       002110HB
           EXIT.                                                        002110HC
                                                                        002110HD
       400-RETURN-CONTROL.                                              00167356
           EXEC CICS RETURN END-EXEC                                    00168042
           EXIT.                                                        00170008
