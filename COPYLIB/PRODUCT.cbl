             SECURED_FLAG                   CHAR(1) NOT NULL,
             REVOLVING_FLAG                 CHAR(1),
             OFFER_VALID_DAYS               INTEGER,
             DAY_COUNT_BASIS                CHAR(8),
             EFFECTIVE_DATE                 DATE NOT NULL,
             END_DATE                       DATE
           ) END-EXEC.
      *    PARAMETER. THE NIGHTLY LOANOEXP SWEEP REMINDS A WEEK OUT    *
      *    AND EXPIRES STALE OFFERS                                    *
           10 PROD-OFFER-VALID-DAYS  PIC S9(9) USAGE COMP.
      *    HOW A SPAN OF DAYS BECOMES A FRACTION OF A YEAR WHEN        *
      *    INTEREST IS ACCRUED, QUOTED FOR PAYOFF OR CHARGED AS        *
      *    PENALTY: 'ACT/365' ACTUAL DAYS OVER 365, 'ACT/ACT' ACTUAL   *
      *    DAYS OVER THE DAYS IN EACH CALENDAR YEAR TOUCHED, '30/360'  *
      *    THIRTY-DAY MONTHS OVER 360 (DAY 31 COUNTS AS 30 AT EITHER   *
      *    END). NULL IS ACT/365, THE ORIGINAL BEHAVIOUR               *
           10 PROD-DAY-COUNT-BASIS   PIC X(8).
           10 PROD-EFFECTIVE-DATE    PIC X(10).
           10 PROD-END-DATE          PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
      * THE DOCUMENT SET A PRODUCT REQUIRES BEFORE APPROVAL - ONE ROW  *
      * PER DOCUMENT TYPE, JOINED AGAINST DOCUMENT_CHECKLIST BY THE    *
