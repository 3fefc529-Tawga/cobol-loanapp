                       AND C.PHONE_NO IS NOT NULL)                      00001020
                   OR (C.PREF_CHANNEL = 'E' AND C.EMAIL_CONSENT = 'Y'   00001030
                       AND C.EMAIL IS NOT NULL))                        00001040
      *          A STOP CODE BLOCKING NOTICE ON THE LOAN, OR            00001041
      *          ON ITS CUSTOMER WITH NO LOAN NAMED, HOLDS THE          00001042
      *          NOTICE BACK UNTIL THE STOP IS RELEASED                 00001043
                 AND NOT EXISTS                                         00001044
                    (SELECT 1 FROM KALA15.STOP_CODE SC,                 00001045
                                   KALA15.STOP_CODE_BLOCK SB            00001046
                      WHERE SC.CUST_SSN = A.CUST_SSN                    00001047
                        AND (SC.APP_ID = A.APP_ID                       00001048
                          OR SC.APP_ID IS NULL)                         00001049
                        AND SC.STOP_STATUS = 'A'                        0000104A
                        AND SB.STOP_CODE = SC.STOP_CODE                 0000104B
                        AND SB.ACTIVITY = 'NOTICE')                     0000104C
           END-EXEC                                                     00001050
           EXEC SQL                                                     00001060
              OPEN DUE-REMINDERS                                        00001070
