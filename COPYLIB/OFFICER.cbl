           ( OFFICER_ID                     INTEGER NOT NULL,
             OFFICER_NAME                   CHAR(30) NOT NULL,
             OPERATOR_ID                    CHAR(3) NOT NULL,
             OPERATOR_CLASS                 CHAR(1) NOT NULL,
             OPERATOR_SSN                   CHAR(11),
             MANAGER_ID                     CHAR(3),
             OPERATOR_STATUS                CHAR(1) NOT NULL,
             STATUS_DATE                    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.LOAN_OFFICER                 *
           10 OFF-OFFICER-NAME      PIC X(30).
           10 OFF-OPERATOR-ID       PIC X(3).
           10 OFF-OPERATOR-CLASS    PIC X(1).
      *    THE OPERATOR'S OWN PERSONAL ID, KEPT SO THE SEGREGATION-OF-
      *    DUTIES SCAN CAN SPOT STAFF WORKING THEIR OWN OR A RELATIVE'S
      *    LOANS - NULL FOR AN OPERATOR NOT YET CAPTURED
           10 OFF-OPERATOR-SSN      PIC X(11).
      *    THE OPERATOR ID OF THE MANAGER WHO SIGNS OFF THIS OPERATOR'S
      *    ACCESS AT THE QUARTERLY RECERTIFICATION - NULL WHEN NOBODY
      *    HAS BEEN ASSIGNED, WHICH THE RECERTIFICATION FLAGS
           10 OFF-MANAGER-ID        PIC X(3).
      *    A OPERATOR MAY WORK; S SUSPENDED - REFUSED AT SIGN-ON AND BY
      *    LOANDB2 UNTIL SECURITY ADMINISTRATION REINSTATES THE ROW.
      *    STATUS_DATE IS WHEN THE STATUS LAST CHANGED (ENROLMENT OR
      *    REINSTATEMENT COUNTS AS ACTIVITY FOR THE DORMANCY RULE)
           10 OFF-OPERATOR-STATUS   PIC X(1).
              88 OFF-OPERATOR-ACTIVE    VALUE 'A'.
              88 OFF-OPERATOR-SUSPENDED VALUE 'S'.
           10 OFF-STATUS-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
