      * APPLICATION. THE AGREEMENT REFERENCE TIES THE REQUEST TO THE   *
      * GENERATED AGREEMENT DOCUMENT, AND THE IMAGE REFERENCE THE      *
      * PROVIDER RETURNS ON SIGNING COMPLETES THE DOCUMENT CHECKLIST.  *
      * FUNDING REFUSES TO DISBURSE A LOAN WITHOUT A SIGNED ROW HERE - *
      * UNDER THE AGR REFERENCE. AN AMENDMENT TO A RUNNING AGREEMENT   *
      * IS SIGNED UNDER ITS OWN AMD REFERENCE AND NEVER STANDS IN FOR  *
      * THE AGREEMENT'S SIGNATURE                                      *
      ******************************************************************
           EXEC SQL DECLARE KALA15.E_SIGNATURE TABLE
           ( SIG_ID                         INTEGER NOT NULL,
