      ******************************************************************
      * DCLGEN TABLE(DSDS.SPCWAIV)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099632(SPCWAIV))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.SPCWAIV TABLE
           ( WAIV_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             WAIV_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             WAIV_TRAN_CODE                 DECIMAL(3, 0) NOT NULL,
             WAIV_FROM_DATE                 DATE NOT NULL,
             WAIV_TYPE_SW                   CHAR(1) NOT NULL,
             WAIV_THRU_DATE                 DATE NOT NULL,
             WAIV_STATUS_SW                 CHAR(1) NOT NULL,
             WAIV_BRANCH_NBR                DECIMAL(5, 0) NOT NULL,
             WAIV_OPERATOR_ID               CHAR(8) NOT NULL,
             WAIV_ENTERED_DATE              DATE NOT NULL,
             WAIV_APPLIED_DATE              DATE NOT NULL,
             WAIV_USE_COUNT                 DECIMAL(5, 0) NOT NULL,
             WAIV_AMOUNT                    DECIMAL(9, 2) NOT NULL,
             WAIV_REASON_CD                 CHAR(4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.SPCWAIV                       *
      *                                                                *
      * FEE WAIVER / REFUND TABLE, KEYED BY BANK/ACCOUNT/TRAN CODE     *
      * AND A DATE, LOADED BY SPC270 FROM THE BRANCHES' REQUEST FILE   *
      * (COPY SPCWVRQ).  THREE KINDS OF ROW:                           *
      *   'O' ONE-TIME - WAIVES THE FIRST OCCURRENCE SPC050 FINDS DUE  *
      *       ON OR AFTER WAIV-FROM-DATE, THEN GOES TO 'U' (USED).     *
      *       A FROM DATE EQUAL TO A KNOWN RUN DATE WAIVES THAT ONE    *
      *       RUN DATE'S OCCURRENCE.                                   *
      *   'T' THROUGH DATE - WAIVES EVERY OCCURRENCE DUE FROM          *
      *       WAIV-FROM-DATE THROUGH WAIV-THRU-DATE.  STAYS 'O'; THE   *
      *       USE COUNT AND APPLIED DATE TRACK WHAT IT HAS WAIVED.     *
      *   'R' REFUND - GIVES BACK THE FEE ON THE DSDS.SPCBILL ROW      *
      *       BILLING MATCHED FOR RUN DATE WAIV-FROM-DATE.  SPC270     *
      *       SENDS BILLING A REVERSAL RECORD AND GOES TO 'U'; SPC180  *
      *       POSTS THE OFFSETTING GL ENTRY ON THE APPLIED DATE.       *
      * A WAIVED OCCURRENCE NEVER REACHES DSDS.SPCEXTR.  A REFUND THAT *
      * CANNOT BE APPLIED GOES TO 'J' WITH ITS REASON CODE (NBIL NO    *
      * BILLING ROW, NMAT NOT MATCHED, DUPL ALREADY REFUNDED, NPRC NO  *
      * PRICE, PCTA PERCENT FEE NOT POSTED, OVER KEYED AMOUNT OVER THE *
      * FEE).  A REQUEST THAT FAILS ITS EDITS IS NEVER LOADED - IT     *
      * SHOWS ONLY ON THE SPC270 REGISTER.  WAIV-AMOUNT IS THE REFUND  *
      * AMOUNT - AS KEYED, OR WHEN KEYED AS ZERO THE FEE'S PRICE: THE  *
      * DSDS.SPCCDTB PRICE AS OF ITS BILLED DATE, OR THE AMOUNT SPC180 *
      * POSTED TO DSDS.SPCFEEH FOR A FEE THE CODE TABLE CANNOT PRICE.  *
      * A KEYED AMOUNT MAY NOT EXCEED THAT PRICE.                      *
      ******************************************************************
       01  DSDS-SPCWAIV.
           10 WAIV-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 WAIV-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 WAIV-TRAN-CODE       PIC S9(3)V USAGE COMP-3.
           10 WAIV-FROM-DATE       PIC X(10).
           10 WAIV-TYPE-SW         PIC X(1).
               88 WAIV-ONE-TIME           VALUE 'O'.
               88 WAIV-THRU-DATED         VALUE 'T'.
               88 WAIV-REFUND             VALUE 'R'.
           10 WAIV-THRU-DATE       PIC X(10).
           10 WAIV-STATUS-SW       PIC X(1).
               88 WAIV-OPEN               VALUE 'O'.
               88 WAIV-USED               VALUE 'U'.
               88 WAIV-REJECTED           VALUE 'J'.
           10 WAIV-BRANCH-NBR      PIC S9(5)V USAGE COMP-3.
           10 WAIV-OPERATOR-ID     PIC X(8).
           10 WAIV-ENTERED-DATE    PIC X(10).
           10 WAIV-APPLIED-DATE    PIC X(10).
           10 WAIV-USE-COUNT       PIC S9(5)V USAGE COMP-3.
           10 WAIV-AMOUNT          PIC S9(7)V99 USAGE COMP-3.
           10 WAIV-REASON-CD       PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
