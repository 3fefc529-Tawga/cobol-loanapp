           05  PAYORD-VALUE-DATE   PIC X(10).                           00260000
           05  PAYORD-IBAN         PIC X(34).                           00270000
           05  PAYORD-REF          PIC X(35).                           00280000
      *        ZERO - A REFUND IS NOT A DISBURSEMENT AND IS NOT         00280001
      *        TRACKED THROUGH LOANDSTL                                 00280002
           05  PAYORD-DISB-ID      PIC 9(09).                           00280003
                                                                        00290000
       FD  REFD-REPORT                                                  00300000
           RECORDING MODE F                                             00310000
                 MOVE BANKACCT-IBAN TO PAYORD-IBAN                      01370000
                 MOVE SPACES        TO PAYORD-REF                       01380000
                 MOVE 'OVERPAYMENT REFUND' TO PAYORD-REF                01390000
                 MOVE ZERO          TO PAYORD-DISB-ID                   01390001
                 EXEC SQL                                               01400000
                    SELECT CHAR(CURRENT DATE)                           01410000
                      INTO :RES-DATE                                    01420000
