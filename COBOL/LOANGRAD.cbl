                                                                        00680000
      *    EVERY ACTIVE FUNDED LOAN IS GRADED: CREDIT SCORE AND OPEN    00690000
      *    BUCKET COME ALONG ON THE CURSOR, THE PAYMENT HISTORY AND     00700000
      *    LOAN-TO-VALUE ARE DERIVED PER LOAN IN 200. THE SCORE IS      00700001
      *    THE BORROWER'S NEWEST ON CREDIT_SCORE_HISTORY (THE MONTHLY   00700002
      *    BUREAU RE-SCORE), THE UNDERWRITING SCORE ONLY UNTIL THE      00700003
      *    FIRST RE-SCORE LANDS. COLLATERAL COUNTS AT THE SHARE         00700004
      *    PLEDGED TO THIS LOAN, SO AN ITEM SECURING A LOAN AND ITS     00700005
      *    TOP-UP IS NOT COUNTED TWICE                                  00700006
           EXEC SQL                                                     00720000
              DECLARE GRADEC CURSOR FOR                                 00730000
              SELECT A.APP_ID,                                          00730001
                     COALESCE((SELECT H.CREDIT_SCORE                    00730002
                        FROM KALA15.CREDIT_SCORE_HISTORY H              00730003
                       WHERE H.CUST_SSN = A.CUST_SSN                    00730004
                       ORDER BY H.SCORE_ID DESC                         00730005
                       FETCH FIRST 1 ROW ONLY), A.CREDIT_SCORE, 0),     00730006
                     COALESCE((SELECT MAX(D.BUCKET)                     00750000
                        FROM KALA15.DELINQUENCY D                       00760000
                       WHERE D.APP_ID = A.APP_ID                        00770000
                                   AND S2.ACTUAL_BALANCE_AMT            00910000
                                       IS NOT NULL)),                   00920000
                        A.LOAN_AMN),                                    00930000
                     (SELECT COALESCE(SUM(CL.APPRAISED_VALUE            00930001
                        * COALESCE(                                     00930002
                           (SELECT AL.PLEDGE_PCT                        00930003
                              FROM KALA15.COLLATERAL_ALLOCATION AL      00930004
                             WHERE AL.COLL_ID = CL.COLL_ID              00930005
                               AND AL.APP_ID = A.APP_ID                 00930006
                               AND AL.RELEASE_STATUS IS NULL), 100)     00930007
                        / 100), 0)                                      00930008
                        FROM KALA15.COLLATERAL CL                       00950000
                       WHERE (CL.APP_ID = A.APP_ID                      00950001
                              AND NOT EXISTS                            00950002
                               (SELECT 1                                00950003
                                  FROM KALA15.COLLATERAL_ALLOCATION AL2 00950004
                                 WHERE AL2.COLL_ID = CL.COLL_ID))       00950005
                          OR EXISTS                                     00950006
                               (SELECT 1                                00950007
                                  FROM KALA15.COLLATERAL_ALLOCATION AL3 00950008
                                 WHERE AL3.COLL_ID = CL.COLL_ID         00950009
                                   AND AL3.APP_ID = A.APP_ID            0095000A
                                   AND AL3.RELEASE_STATUS IS NULL))     0095000B
                FROM KALA15.APPLICATIONS A                              00970000
               WHERE A.STATUS = 1                                       00980000
                 AND EXISTS                                             00990000
