             PAY_DATE                       DATE NOT NULL,
             PAYER_NAME                     CHAR(30),
             PAYER_SSN                      CHAR(11),
             PAYER_IBAN                     CHAR(34),
             SUSP_STATUS                    CHAR(8) NOT NULL,
             RESOLVED_APP_ID                INTEGER,
             RESOLVED_DATE                  DATE
           10 SUSP-PAY-DATE          PIC X(10).
           10 SUSP-PAYER-NAME        PIC X(30).
           10 SUSP-PAYER-SSN         PIC X(11).
      *    THE ACCOUNT THE CREDIT CAME FROM - WHAT A PAYER ALIAS IS    *
      *    LEARNED AGAINST WHEN THE ITEM IS APPLIED                    *
           10 SUSP-PAYER-IBAN        PIC X(34).
      *    OPEN CASH IS THE AUDIT EXPOSURE - APPLIED AND REFUNDED      *
      *    ROWS ARE KEPT FOR THE TRAIL                                 *
           10 SUSP-STATUS            PIC X(8).
           10 SUSP-RESOLVED-APP-ID   PIC S9(9) USAGE COMP.
           10 SUSP-RESOLVED-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
