      *    'PAYOFF' DOES NOT REQUIRE AN AMOUNT TO BE ENTERED, ANY       00000930
      *    OTHER TYPE DOES. TYPE 'REVRSL' BACKS OUT A MIS-KEYED         00000941
      *    PAYMENT - THE AMOUNT FIELD THEN CARRIES THE PAY-ID OF THE    00000942
      *    PAYMENT TO REVERSE, NOT AN AMOUNT. A REP ID IS KEYED ONLY    00000943
      *    WHEN AN AUTHORISED REPRESENTATIVE, NOT THE CUSTOMER, GIVES   00000944
      *    THE INSTRUCTION - LOANDB2 CHECKS THEIR SCOPE AND RECORDS IT  00000945
       500-VALIDATE-INPUTS.                                             00000950
           IF REPIDI IS NUMERIC                                         00000951
              MOVE REPIDI TO WS-ACTING-REP-ID                           00000952
           END-IF                                                       00000953
           EVALUATE TRUE                                                00000960
              WHEN APPIDI IS NOT NUMERIC OR APPIDI = ZERO               00000970
                 MOVE 'APPLICATION ID MUST BE ENTERED' TO MSGO          00000980
