                 ELSE                                                   0000026I
                    PERFORM 350-RECORD-SUBSIDY                          0000026J
                 END-IF                                                 0000026K
      *       A CUSTOMER WHO STOPS PART WAY SAVES A DRAFT ('S') TO      0000026L
      *       FINISH LATER, ON THE WEB ('R') OR AT A BRANCH - NONE OF   0000026M
      *       THE SUBMISSION CHECKS APPLY UNTIL IT IS FILED             0000026N
              WHEN SW-DRAFT                                             0000026O
                 IF WS-SSN = SPACES                                     0000026P
                    MOVE 'SSN IS REQUIRED FOR A DRAFT' TO WS-MESSAGE    0000026Q
                 ELSE                                                   0000026R
                    PERFORM 360-PROCESS-DRAFT                           0000026S
                 END-IF                                                 0000026T
              WHEN WS-SSN = SPACES OR WS-LOAN-AMN = ZERO                0000026L
                 PERFORM 200-REJECT-REQUEST                             0000026M
      *       THE HOUSEHOLD IS OPTIONAL - LEFT OUT IT ARRIVES AS ZERO   0000026N
      *       AND LOANDB2 PRICES A SINGLE ADULT - BUT WHAT IS SENT      0000026O
      *       MUST BE A COUNT                                           0000026P
              WHEN WS-HH-ADULTS IS NOT NUMERIC OR                       0000026Q
                   WS-HH-CHILDREN IS NOT NUMERIC                        0000026R
                 MOVE 'HOUSEHOLD SIZE MUST BE NUMERIC' TO WS-MESSAGE    0000026S
              WHEN OTHER                                                0000026N
                 PERFORM 300-SUBMIT-APPLICATION                         0000026O
           END-EVALUATE                                                 0000026P
       200-REJECT-REQUEST.                                              00000510
           MOVE 'SSN AND LOAN AMOUNT ARE REQUIRED' TO WS-MESSAGE        00000520
           EXIT.                                                        00000530
                                                                        00000559
      *    HAND THE REQUEST TO THE SAME BUSINESS LOGIC THE SCREEN       00000550
      *    FLOW USES - IDENTICAL COMMAREA SHAPE, IDENTICAL LINK         00000560
       300-SUBMIT-APPLICATION.                                          00000570
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)                         0000067J
              MOVE 'ERROR LINKING TO LOANDB2' TO WS-MESSAGE             0000067K
           END-IF                                                       0000067L
           EXIT.                                                        0000067M
                                                                        0000067N
      *    SAVE OR RESUME A DRAFT APPLICATION; LOANDB2 KEEPS IT UNDER   0000067O
      *    THE SSN AS A WEB DRAFT ANY BRANCH OPERATOR CAN OPEN WITH     0000067P
      *    PF10 ON THE APPLICATION FORM                                 0000067Q
       360-PROCESS-DRAFT.                                               0000067R
           EXEC CICS LINK                                               0000067S
                PROGRAM('LOANDB2')                                      0000067T
                COMMAREA(DATAGROUP)                                     0000067U
                RESP(WS-RESPCODE)                                       0000067V
           END-EXEC                                                     0000067W
           IF WS-RESPCODE NOT = DFHRESP(NORMAL)                         0000067X
              MOVE 'ERROR LINKING TO LOANDB2' TO WS-MESSAGE             0000067K
           END-IF                                                       0000067L
           EXIT.                                                        0000067M
                                                                        00000680
      *    RETURN THE (POSSIBLY UPDATED) STRUCTURE BACK OUT THROUGH     00000690
