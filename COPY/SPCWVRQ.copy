      ******************************************************************
      * COPY SPCWVRQ                                                   *
      *                                                                *
      * FEE WAIVER / REFUND REQUEST RECORD.  ONE RECORD PER WAIVER OR  *
      * REFUND A BRANCH OPERATOR ASKS FOR; SPC270 VALIDATES IT AND     *
      * LOADS IT TO DSDS.SPCWAIV (SEE THAT COPYBOOK FOR THE TYPES).    *
      * FOR A REFUND, WVRQ-FROM-DATE IS THE RUN DATE THE FEE WAS       *
      * BILLED AND WVRQ-REFUND-AMOUNT MAY BE LEFT ZERO TO REFUND THE   *
      * WHOLE FEE; A KEYED AMOUNT MAY NOT EXCEED IT.  WVRQ-THRU-DATE   *
      * IS ONLY READ FOR A 'T' WAIVER.  NOT A DB2 TABLE - A HANDOFF    *
      * FILE LIKE SPCRQST, DISPLAY (ZONED) NUMERICS THROUGHOUT SO IT   *
      * CAN ALSO BE BUILT BY HAND IN AN EDITOR.                        *
      ******************************************************************
       01  DSDS-SPCWVRQ.
           10 WVRQ-BANK-NBR            PIC 9(03).
           10 WVRQ-ACCT-NBR            PIC 9(09).
           10 WVRQ-TRAN-CODE           PIC 9(03).
           10 WVRQ-TYPE-SW             PIC X(01).
           10 WVRQ-FROM-DATE           PIC X(10).
           10 WVRQ-THRU-DATE           PIC X(10).
           10 WVRQ-BRANCH-NBR          PIC 9(05).
           10 WVRQ-OPERATOR-ID         PIC X(08).
           10 WVRQ-REFUND-AMOUNT       PIC 9(07)V99.
           10 WVRQ-RESERVED            PIC X(22).
