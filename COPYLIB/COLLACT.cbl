      * EVERYTHING A COLLECTOR DOES TO A CASE - CALLS, LETTERS,        *
      * DISPUTES, PROMISES TO PAY AND ASSIGNMENTS - ONE ROW EACH.      *
      * THE DELINQUENCY SWEEP FLAGS FOLLOWUP_FLAG 'Y' ON A PROMISE     *
      * WHOSE DATE PASSED WITHOUT A MATCHING PAYMENT. THE PREDICTIVE   *
      * DIALER'S CALLS ARE LOADED BY LOANDLRI AS DLRRPC (RIGHT PARTY   *
      * CONTACT), DLRNOANS, DLRREFUS OR AN ORDINARY PROMISE            *
      ******************************************************************
           EXEC SQL DECLARE KALA15.COLLECTION_ACTION TABLE
           ( ACTION_ID                      INTEGER NOT NULL,
