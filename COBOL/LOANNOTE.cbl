                    (SELECT 1 FROM KALA15.EINVOICE_ADDRESS E            00729008
                      WHERE E.CUST_SSN = C.SSN                          00729009
                        AND E.EINV_STATUS = 'ACTIVE')                   0072900A
      *          A STOP CODE BLOCKING NOTICE ON THE LOAN, OR            0072900B
      *          ON ITS CUSTOMER WITH NO LOAN NAMED, HOLDS THE          0072900C
      *          NOTICE BACK UNTIL THE STOP IS RELEASED                 0072900D
                 AND NOT EXISTS                                         0072900E
                    (SELECT 1 FROM KALA15.STOP_CODE SC,                 0072900F
                                   KALA15.STOP_CODE_BLOCK SB            0072900G
                      WHERE SC.CUST_SSN = A.CUST_SSN                    0072900H
                        AND (SC.APP_ID = A.APP_ID                       0072900I
                          OR SC.APP_ID IS NULL)                         0072900J
                        AND SC.STOP_STATUS = 'A'                        0072900K
                        AND SB.STOP_CODE = SC.STOP_CODE                 0072900L
                        AND SB.ACTIVITY = 'NOTICE')                     0072900M
           END-EXEC                                                     00730000
           EXEC SQL                                                     00740000
              OPEN DUE-INSTALLMENTS                                     00750000
