                                                                        01090000
      *    AN APPLICATION ID IS REQUIRED TO ATTACH COLLATERAL TO, AND   01100000
      *    THE DOLLAR AND LIEN FIELDS MUST BE NUMERIC BEFORE THIS IS    01110000
      *    PASSED ON TO LOANDB2 FOR FILING.  THE PLEDGED SHARE AND      01110001
      *    CHARGE PRIORITY MAY BE LEFT BLANK, BUT WHEN KEYED THEY MUST  01110002
      *    BE NUMERIC AND THE SHARE CANNOT EXCEED 100 PERCENT.  A 'Y'   01110003
      *    IN THE LIEN WAIVER FIELD NEEDS ONLY THE APPLICATION ID (AND  01110004
      *    THE COLLATERAL ID TO WAIVE A SINGLE ITEM) - IT RELEASES THE  01110005
      *    FUNDING HOLD WHILE THE REGISTRATION IS STILL OUTSTANDING.    01110006
      *    INSURANCE ON THE ITEM IS OPTIONAL, BUT ONCE A POLICY NUMBER  01110007
      *    IS KEYED THE INSURER, COVER AMOUNT AND EXPIRY DATE ARE ALL   01110008
      *    NEEDED WITH IT                                               01110009
       500-VALIDATE-INPUTS.                                             01120000
           EVALUATE TRUE                                                01130000
              WHEN APPIDI IS NOT NUMERIC OR APPIDI = ZERO               01140000
                 MOVE 'APPLICATION ID MUST BE ENTERED' TO MSGO          01150000
                 MOVE -1 TO APPIDL                                      01160000
                 PERFORM 200-SEND-DATAONLY                              01170000
              WHEN WAIVI NOT = SPACE AND WAIVI NOT = 'Y'                01170001
                 MOVE 'LIEN WAIVER MUST BE Y OR BLANK' TO MSGO          01170002
                 MOVE -1 TO WAIVL                                       01170003
                 PERFORM 200-SEND-DATAONLY                              01170004
              WHEN WAIVI = 'Y'                                          01170005
                 PERFORM 700-SUBMIT-COLLATERAL                          01170006
              WHEN ATYPEI = SPACES                                      01180000
                 MOVE 'ASSET TYPE CANNOT BE BLANK' TO MSGO              01190000
                 MOVE -1 TO ATYPEL                                      01200000
                 MOVE 'LIEN POSITION MUST BE NUMERIC' TO MSGO           01270000
                 MOVE -1 TO LIENL                                       01280000
                 PERFORM 200-SEND-DATAONLY                              01290000
              WHEN PLDGI NOT = SPACES AND PLDGI IS NOT NUMERIC          01290001
                 MOVE 'PLEDGED SHARE MUST BE NUMERIC' TO MSGO           01290002
                 MOVE -1 TO PLDGL                                       01290003
                 PERFORM 200-SEND-DATAONLY                              01290004
              WHEN PLDGI IS NUMERIC AND PLDGI > '100'                   01290005
                 MOVE 'PLEDGED SHARE CANNOT EXCEED 100' TO MSGO         01290006
                 MOVE -1 TO PLDGL                                       01290007
                 PERFORM 200-SEND-DATAONLY                              01290008
              WHEN PRIOI NOT = SPACES AND PRIOI IS NOT NUMERIC          01290009
                 MOVE 'CHARGE PRIORITY MUST BE NUMERIC' TO MSGO         0129000A
                 MOVE -1 TO PRIOL                                       0129000B
                 PERFORM 200-SEND-DATAONLY                              0129000C
              WHEN POLNI = SPACES AND                                   0129000D
                   (INSRI NOT = SPACES OR COVRI NOT = SPACES OR         0129000E
                    EXPDI NOT = SPACES)                                 0129000F
                 MOVE 'POLICY NUMBER MUST BE ENTERED' TO MSGO           0129000G
                 MOVE -1 TO POLNL                                       0129000H
                 PERFORM 200-SEND-DATAONLY                              0129000I
              WHEN POLNI NOT = SPACES AND INSRI = SPACES                0129000J
                 MOVE 'INSURER MUST BE ENTERED' TO MSGO                 0129000K
                 MOVE -1 TO INSRL                                       0129000L
                 PERFORM 200-SEND-DATAONLY                              0129000M
              WHEN POLNI NOT = SPACES AND COVRI IS NOT NUMERIC          0129000N
                 MOVE 'COVER AMOUNT MUST BE NUMERIC' TO MSGO            0129000O
                 MOVE -1 TO COVRL                                       0129000P
                 PERFORM 200-SEND-DATAONLY                              0129000Q
              WHEN POLNI NOT = SPACES AND EXPDI = SPACES                0129000R
                 MOVE 'INSURANCE EXPIRY MUST BE ENTERED' TO MSGO        0129000S
                 MOVE -1 TO EXPDL                                       0129000T
                 PERFORM 200-SEND-DATAONLY                              0129000U
              WHEN OTHER                                                01300000
                 PERFORM 700-SUBMIT-COLLATERAL                          01301000
           END-EVALUATE                                                 01310000
                                                                        01330000
      *    COLLIDI NOT NUMERIC (LEFT BLANK) MEANS THIS IS A NEW ITEM,   01340000
      *    OTHERWISE IT REPLACES THE COLLATERAL ALREADY ON FILE FOR     01350000
      *    THAT COLLATERAL ID - OR, WHEN THE ITEM ALREADY SECURES A     01350001
      *    DIFFERENT APPLICATION, PLEDGES THE KEYED SHARE OF IT TO THIS 01350002
      *    ONE AS WELL.  A BLANK SHARE OR PRIORITY GOES OVER AS ZERO    01350003
      *    AND LOANDB2 APPLIES ITS DEFAULT.  THE EXPIRY DATE GOES OVER  01350004
      *    AS KEYED (YYYY-MM-DD) AND LOANDB2 CHECKS IT                  01350005
       700-SUBMIT-COLLATERAL.                                           01370000
           SET SW-COLLATERAL TO TRUE                                    01380000
           MOVE APPIDI  TO WS-APP-ID                                    01390000
           ELSE                                                         01420000
              MOVE ZERO TO WS-COLL-ID                                   01430000
           END-IF                                                       01440000
           MOVE WAIVI  TO WS-COLL-LIEN-WAIVE                            01440001
           MOVE ATYPEI TO WS-COLL-ASSET-TYPE                            01450000
           MOVE ADESCI TO WS-COLL-DESC                                  01460000
           MOVE AVALI  TO WS-COLL-APPR-VAL                              01470000
           MOVE LIENI  TO WS-COLL-LIEN-POS                              01480000
           IF PLDGI IS NUMERIC                                          01480001
              MOVE PLDGI TO WS-COLL-PLEDGE-PCT                          01480002
           ELSE                                                         01480003
              MOVE ZERO TO WS-COLL-PLEDGE-PCT                           01480004
           END-IF                                                       01480005
           IF PRIOI IS NUMERIC                                          01480006
              MOVE PRIOI TO WS-COLL-PRIORITY                            01480007
           ELSE                                                         01480008
              MOVE ZERO TO WS-COLL-PRIORITY                             01480009
           END-IF                                                       0148000A
           MOVE INSRI  TO WS-COLL-INS-INSURER                           0148000B
           MOVE POLNI  TO WS-COLL-INS-POLICY                            0148000C
           IF COVRI IS NUMERIC                                          0148000D
              MOVE COVRI TO WS-COLL-INS-COVER                           0148000E
           ELSE                                                         0148000F
              MOVE ZERO TO WS-COLL-INS-COVER                            0148000G
           END-IF                                                       0148000H
           MOVE EXPDI  TO WS-COLL-INS-EXPIRY                            0148000I
                                                                        01490000
           EXEC CICS LINK                                               01500000
                PROGRAM('LOANDB2')                                      01510000
