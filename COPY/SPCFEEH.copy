      ******************************************************************
      * DCLGEN TABLE(DSDS.SPCFEEH)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099632(SPCFEEH))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.SPCFEEH TABLE
           ( FEEH_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             FEEH_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             FEEH_TRAN_CODE                 DECIMAL(3, 0) NOT NULL,
             FEEH_RUN_DATE                  DATE NOT NULL,
             FEEH_YEAR_MONTH                CHAR(7) NOT NULL,
             FEEH_CHARGE_SW                 CHAR(2) NOT NULL,
             FEEH_FEE_AMOUNT                DECIMAL(9, 2) NOT NULL,
             FEEH_REFUND_AMOUNT             DECIMAL(9, 2) NOT NULL,
             FEEH_REFUND_DATE               DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.SPCFEEH                       *
      *                                                                *
      * CUSTOMER FEE HISTORY.  ONE ROW PER SPECIAL-STATEMENT FEE       *
      * BILLING MATCHED, UNDER THE SAME BANK/ACCOUNT/TRAN CODE/RUN     *
      * DATE AS ITS DSDS.SPCBILL ROW, WRITTEN BY SPC180 WHEN IT POSTS  *
      * THE FEE TO THE GL AND AT THE AMOUNT IT POSTED - PRICED         *
      * THROUGH DSDS.SPCCDTB FOR THE RUN DATE, A PERCENT-TYPE FEE ON   *
      * THE ACCOUNT'S BALANCE BASE.  A FEE SPC180 SENDS TO SUSPENSE    *
      * IS NOT KEPT.  FEEH-YEAR-MONTH IS THE RUN DATE'S YEAR-MONTH,    *
      * THE MONTH THE FEE COUNTS IN.  WHEN SPC270 REFUNDS THE FEE,     *
      * SPC180 SETS FEEH-REFUND-AMOUNT AND FEEH-REFUND-DATE ON THE     *
      * SAME ROW THE NIGHT IT POSTS THE OFFSETTING GL ENTRY, SO THE    *
      * ROW ALWAYS NETS THE FEE AGAINST WHAT WAS GIVEN BACK.  NO       *
      * REFUND IS ZERO AMOUNT AND SPACES DATE.  A RERUN OF SPC180      *
      * REWRITES THE ROW RATHER THAN ADDING A SECOND ONE.              *
      * SPC220'S RETENTION PASS DOES NOT TOUCH THIS TABLE - IT IS THE  *
      * YEAR-END FEE SUMMARY'S SOURCE (SPC340) ONCE THE DSDS.SPCBILL   *
      * DETAIL HAS BEEN ROLLED INTO DSDS.SPCMSUM - AND SPC280 RE-KEYS  *
      * IT WITH THE REST OF AN ACCOUNT'S ROWS.  SPC270 READS IT FOR    *
      * THE PRICE OF A PERCENT-TYPE FEE BEING REFUNDED, AND SPC260'S   *
      * BACKOUT DELETES THE ROWS OF THE NIGHT IT BACKS OUT.            *
      ******************************************************************
       01  DSDS-SPCFEEH.
           10 FEEH-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 FEEH-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 FEEH-TRAN-CODE       PIC S9(3)V USAGE COMP-3.
           10 FEEH-RUN-DATE        PIC X(10).
           10 FEEH-YEAR-MONTH      PIC X(7).
           10 FEEH-CHARGE-SW       PIC X(2).
           10 FEEH-FEE-AMOUNT      PIC S9(7)V99 USAGE COMP-3.
           10 FEEH-REFUND-AMOUNT   PIC S9(7)V99 USAGE COMP-3.
           10 FEEH-REFUND-DATE     PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
