      ******************************************************************
      * DCLGEN TABLE(KALA15.COLLATERAL_ALLOCATION)                     *
      *        LIBRARY(KALA15.LOANAPP.COPYLIB(COLLALOC))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * ONE ROW PER LOAN A COLLATERAL ITEM SECURES - THE SAME CAR OR   *
      * PROPERTY PLEDGED TO A LOAN AND ITS TOP-UP IS FILED ONCE ON     *
      * KALA15.COLLATERAL AND ALLOCATED HERE. PLEDGE_PCT IS THE SHARE  *
      * OF THE ITEM'S VALUE STANDING BEHIND THE LOAN (AN ITEM'S ROWS   *
      * NEVER TOTAL OVER 100) AND CHARGE_PRIORITY THE RANK OF THE      *
      * LOAN'S CHARGE ON IT, 1 FIRST. LTV, GRADING AND ECL VALUE A     *
      * LOAN'S SECURITY AT THE ALLOCATED SHARE. AN ITEM WITH NO ROWS   *
      * HERE IS WHOLLY PLEDGED TO COLLATERAL.APP_ID. CLOSING A LOAN    *
      * SETS ITS ROWS RELEASED; LOANCREL DISCHARGES THE ITEM ONLY ONCE *
      * NO ROW STANDS                                                  *
      ******************************************************************
           EXEC SQL DECLARE KALA15.COLLATERAL_ALLOCATION TABLE
           ( COLL_ID                        INTEGER NOT NULL,
             APP_ID                         INTEGER NOT NULL,
             PLEDGE_PCT                     DECIMAL(5, 2) NOT NULL,
             CHARGE_PRIORITY                SMALLINT NOT NULL,
             ALLOC_DATE                     DATE NOT NULL,
             RELEASE_STATUS                 CHAR(8),
             RELEASED_DATE                  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE KALA15.COLLATERAL_ALLOCATION       *
      ******************************************************************
       01  DCLCOLLATERAL-ALLOCATION.
           10 CALLOC-COLL-ID         PIC S9(9) USAGE COMP.
           10 CALLOC-APP-ID          PIC S9(9) USAGE COMP.
           10 CALLOC-PLEDGE-PCT      PIC S9(3)V9(2) USAGE COMP-3.
           10 CALLOC-PRIORITY        PIC S9(4) USAGE COMP.
           10 CALLOC-ALLOC-DATE      PIC X(10).
      *    NULL WHILE THE LOAN STANDS BEHIND THE ITEM. CLOSING THE     *
      *    LOAN SETS RELEASED WITH THE DATE                            *
           10 CALLOC-RELEASE-STATUS  PIC X(8).
              88 CALLOC-RELEASED     VALUE 'RELEASED'.
           10 CALLOC-RELEASED-DATE   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
