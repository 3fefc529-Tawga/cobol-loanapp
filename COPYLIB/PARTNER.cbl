      ******************************************************************
      * DCLGEN TABLE(KALA15.PARTNER)                                   *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(PARTNER))                *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * THE BROKER/DEALER PARTNER REGISTRY - ONE ROW PER PARTNER ID    *
      * THAT MAY APPEAR ON AN APPLICATION, WITH THE CREDIT-            *
      * INTERMEDIARY LICENCE IT TRADES UNDER. LOANBULK AND LOANAPI     *
      * REFUSE INTAKE FROM A PARTNER NOT ON FILE, NOT ACTIVE, WITH ITS *
      * LICENCE EXPIRED OR OUTSIDE A CONTRACT PERIOD, OR FOR A PRODUCT *
      * IT IS NOT ALLOWED TO SELL                                      *
      ******************************************************************
           EXEC SQL DECLARE KALA15.PARTNER TABLE
           ( PARTNER_ID                     CHAR(8) NOT NULL,
             PARTNER_NAME                   VARCHAR(40) NOT NULL,
             LICENCE_NO                     CHAR(20) NOT NULL,
             LICENCE_EXPIRY                 DATE NOT NULL,
             PARTNER_STATUS                 CHAR(10) NOT NULL,
             STATUS_DATE                    DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PARTNER                     *
      ******************************************************************
       01  DCLPARTNER.
           10 PART-PARTNER-ID        PIC X(8).
           10 PART-PARTNER-NAME      PIC X(40).
           10 PART-LICENCE-NO        PIC X(20).
           10 PART-LICENCE-EXPIRY    PIC X(10).
      *    SUSPENDED STOPS NEW INTAKE WHILE THE PARTNER IS UNDER       *
      *    REVIEW; TERMINATED WHEN THE RELATIONSHIP HAS ENDED          *
           10 PART-STATUS            PIC X(10).
              88 PART-ACTIVE         VALUE 'ACTIVE'.
              88 PART-SUSPENDED      VALUE 'SUSPENDED'.
              88 PART-TERMINATED     VALUE 'TERMINATED'.
           10 PART-STATUS-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
      * THE PARTNER'S CONTRACT PERIODS - ONE ROW PER CONTRACT, KEPT    *
      * AFTER IT ENDS. AN APPLICATION TAKEN IN ON A DAY NO CONTRACT    *
      * COVERED EARNS NO COMMISSION - LOANCOMM WITHHOLDS IT            *
      ******************************************************************
           EXEC SQL DECLARE KALA15.PARTNER_CONTRACT TABLE
           ( PARTNER_ID                     CHAR(8) NOT NULL,
             CONTRACT_START                 DATE NOT NULL,
             CONTRACT_END                   DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PARTNER_CONTRACT            *
      ******************************************************************
       01  DCLPARTNER-CONTRACT.
           10 PCON-PARTNER-ID        PIC X(8).
           10 PCON-CONTRACT-START    PIC X(10).
      *    NULL WHILE THE CONTRACT RUNS UNTIL FURTHER NOTICE           *
           10 PCON-CONTRACT-END      PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
      * THE PRODUCTS A PARTNER MAY INTRODUCE BUSINESS FOR - ONE ROW    *
      * PER PARTNER AND PRODUCT CODE; A PRODUCT NOT LISTED IS REFUSED  *
      * AT INTAKE                                                      *
      ******************************************************************
           EXEC SQL DECLARE KALA15.PARTNER_PRODUCT TABLE
           ( PARTNER_ID                     CHAR(8) NOT NULL,
             PRODUCT_CODE                   CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.PARTNER_PRODUCT             *
      ******************************************************************
       01  DCLPARTNER-PRODUCT.
           10 PPRD-PARTNER-ID        PIC X(8).
           10 PPRD-PRODUCT-CODE      PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 2       *
      ******************************************************************
