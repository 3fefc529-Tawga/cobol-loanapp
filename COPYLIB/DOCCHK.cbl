             DOC_TYPE                       CHAR(20) NOT NULL,
             REQUIRED_FLAG                  CHAR(1) NOT NULL,
             RECEIVED_DATE                  DATE,
             IMAGE_REF                      CHAR(20),
             DELIVERED_TS                   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.DOCUMENT_CHECKLIST          *
           10 DOCCHK-REQUIRED-FLAG    PIC X(1).
           10 DOCCHK-RECEIVED-DATE    PIC X(10).
           10 DOCCHK-IMAGE-REF        PIC X(20).
      *    THE MOMENT A FORM THE SYSTEM ISSUES ITSELF (THE SECCI) WENT
      *    OUT, SO IT CAN BE WEIGHED AGAINST AN APPROVAL ON THE SAME
      *    DAY. NULL ON ROWS KEYED BY HAND - THEIR RECEIVED DATE IS
      *    TAKEN FROM THE START OF THE DAY
           10 DOCCHK-DELIVERED-TS     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
