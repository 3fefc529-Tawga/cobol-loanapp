           10 BANKACCT-MANDATE-STATUS PIC X(8).
              88 BANKACCT-MANDATE-ACTIVE  VALUE 'ACTIVE'.
              88 BANKACCT-MANDATE-REVOKED VALUE 'REVOKED'.
      *    SET BY LOANSDD WHEN THE BANK RETURNS A COLLECTION FOR A     *
      *    MANDATE REASON (MD01 AND THE LIKE)                          *
              88 BANKACCT-MANDATE-INACTIVE VALUE 'INACTIVE'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
