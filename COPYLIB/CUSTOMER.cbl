             PREF_CHANNEL                   CHAR(1),
             LANG_CODE                      CHAR(1),
             ADDR_INVALID                   CHAR(1),
             ADDR_INVALID_DATE              DATE,
             CALL_CONSENT                   CHAR(1),
             CALL_FROM_HOUR                 SMALLINT,
             CALL_TO_HOUR                   SMALLINT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.CUSTOMER                    *
      *    IN ADDRESS_HISTORY AND THE LOANRMRL RELEASE CLEARS THE FLAG
           10 CUST-ADDR-INVALID    PIC X(1).
           10 CUST-ADDR-INV-DATE   PIC X(10).
      *    WHETHER COLLECTIONS MAY PHONE THE CUSTOMER - 'N' WHEN THEY
      *    HAVE ASKED NOT TO BE CALLED, ANYTHING ELSE ALLOWS IT - AND
      *    THE HOURS THEY ASKED TO BE CALLED BETWEEN (NULL WHEN NO
      *    WINDOW WAS GIVEN). THE DIALER CALL LIST HONORS BOTH INSIDE
      *    THE PERMITTED CALLING HOURS
           10 CUST-CALL-CONSENT    PIC X(1).
           10 CUST-CALL-FROM-HOUR  PIC S9(4) USAGE COMP.
           10 CUST-CALL-TO-HOUR    PIC S9(4) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************

