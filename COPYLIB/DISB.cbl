             DISB_AMT                       DECIMAL(10, 2) NOT NULL,
             CURRENCY_CODE                  CHAR(3) NOT NULL,
             DISB_DATE                      DATE NOT NULL,
             DISB_STATUS                    CHAR(8) NOT NULL,
             ORDER_CNT                      INTEGER,
             ORDER_AMT                      DECIMAL(10, 2),
             SETTLED_CNT                    INTEGER,
             SETTLED_AMT                    DECIMAL(10, 2),
             SETTLE_STATUS                  CHAR(8),
             SETTLED_DATE                   DATE,
             REJECT_REASON                  CHAR(4),
             DRAW_ID                        INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.DISBURSEMENT                *
           10 DISB-STATUS            PIC X(8).
              88 DISB-PENDING        VALUE 'PENDING'.
              88 DISB-SENT           VALUE 'SENT'.
      *    THE PAYMENT ORDERS THIS FUNDING WENT OUT ON (MORE THAN ONE  *
      *    FOR A CONSOLIDATION LOAN) AND HOW MANY OF THEM THE BANK'S   *
      *    STATUS REPORT HAS CONFIRMED SETTLED SO FAR - NULL ON ROWS   *
      *    SENT BEFORE SETTLEMENT WAS TRACKED                          *
           10 DISB-ORDER-CNT         PIC S9(9) USAGE COMP.
           10 DISB-ORDER-AMT         PIC S9(8)V9(2) USAGE COMP-3.
           10 DISB-SETTLED-CNT       PIC S9(9) USAGE COMP.
           10 DISB-SETTLED-AMT       PIC S9(8)V9(2) USAGE COMP-3.
      *    AWAITING FROM THE NIGHT THE ORDERS GO OUT, SETTLED ONCE     *
      *    EVERY ORDER IS CONFIRMED CREDITED, REJECTED WHEN THE BANK   *
      *    RETURNS ONE (DISB_STATUS GOES BACK TO PENDING WITH IT SO    *
      *    THE LOAN DROPS OUT OF ACCRUAL, NOTICES AND COLLECTION)      *
           10 DISB-SETTLE-STATUS     PIC X(8).
              88 DISB-AWAITING       VALUE 'AWAITING'.
              88 DISB-SETTLED        VALUE 'SETTLED'.
              88 DISB-REJECTED       VALUE 'REJECTED'.
           10 DISB-SETTLED-DATE      PIC X(10).
      *    ISO 20022 STATUS REASON OF THE LAST REJECT (AC04 = ACCOUNT  *
      *    CLOSED, AC01 = WRONG ACCOUNT NUMBER, ...)                   *
           10 DISB-REJECT-REASON     PIC X(4).
      *    THE REVOLVING-LINE DRAW THIS ROW PAID OUT - NULL/ZERO ON A  *
      *    TERM LOAN'S FUNDING                                         *
           10 DISB-DRAW-ID           PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
