           END-EXEC                                                     01290000
                                                                        01300000
      *    LOAN-TO-VALUE AGAINST THE LIVE BALANCE AND THE FRESHEST      01310000
      *    VALUES, FOR EVERY FUNDED LOAN THAT HAS COLLATERAL AT ALL.    01310001
      *    AN ITEM SECURING SEVERAL LOANS COUNTS ONLY AT THE SHARE      01310002
      *    PLEDGED TO EACH ON COLLATERAL_ALLOCATION; AN ITEM WITH NO    01310003
      *    ALLOCATION ROWS COUNTS IN FULL FOR ITS OWN APP_ID            01310004
           EXEC SQL                                                     01330000
              DECLARE LTVC CURSOR FOR                                   01340000
              SELECT A.APP_ID,                                          01350000
                               (SELECT MAX(V2.VAL_ID)                   01530000
                                  FROM KALA15.COLLATERAL_VALUATION V2   01540000
                                 WHERE V2.COLL_ID = CL.COLL_ID)),       01550000
                        CL.APPRAISED_VALUE)                             01550001
                        * COALESCE(                                     01550002
                           (SELECT AL.PLEDGE_PCT                        01550003
                              FROM KALA15.COLLATERAL_ALLOCATION AL      01550004
                             WHERE AL.COLL_ID = CL.COLL_ID              01550005
                               AND AL.APP_ID = A.APP_ID                 01550006
                               AND AL.RELEASE_STATUS IS NULL), 100)     01550007
                        / 100)                                          01550008
                        FROM KALA15.COLLATERAL CL                       01570000
                       WHERE (CL.APP_ID = A.APP_ID                      01570001
                              AND NOT EXISTS                            01570002
                               (SELECT 1                                01570003
                                  FROM KALA15.COLLATERAL_ALLOCATION AL2 01570004
                                 WHERE AL2.COLL_ID = CL.COLL_ID))       01570005
                          OR EXISTS                                     01570006
                               (SELECT 1                                01570007
                                  FROM KALA15.COLLATERAL_ALLOCATION AL3 01570008
                                 WHERE AL3.COLL_ID = CL.COLL_ID         01570009
                                   AND AL3.APP_ID = A.APP_ID            0157000A
                                   AND AL3.RELEASE_STATUS IS NULL))     0157000B
                FROM KALA15.APPLICATIONS A                              01590000
               WHERE A.STATUS = 1                                       01600000
                 AND (EXISTS                                            01600001
                    (SELECT 1 FROM KALA15.COLLATERAL CL2                01620000
                      WHERE CL2.APP_ID = A.APP_ID)                      01630000
                   OR EXISTS                                            01630001
                    (SELECT 1 FROM KALA15.COLLATERAL_ALLOCATION AL4     01630002
                      WHERE AL4.APP_ID = A.APP_ID                       01630003
                        AND AL4.RELEASE_STATUS IS NULL))                01630004
                 AND EXISTS                                             01640000
                    (SELECT 1 FROM KALA15.DISBURSEMENT D                01650000
                      WHERE D.APP_ID = A.APP_ID                         01660000
