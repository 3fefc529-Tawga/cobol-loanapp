           05  STMT-PAYER-SSN      PIC X(11).                           00250000
           05  STMT-REMIT-REF      PIC X(20).                           00260000
           05  FILLER              PIC X(09).                           00270000
           05  STMT-PAYER-IBAN     PIC X(34).                           00270001
                                                                        00280000
       FD  AML-REPORT                                                   00290000
           RECORDING MODE F                                             00300000
