      ******************************************************************
      * COPY SPCBNCE                                                   *
      *                                                                *
      * E-STATEMENT BOUNCE / RETURNED-MAIL RECORD.  ONE RECORD PER     *
      * STATEMENT THAT CAME BACK, KEYED FROM THE E-DELIVERY VENDOR'S   *
      * BOUNCE SPREADSHEET ('E') OR THE PRINT SHOP'S RETURNED-MAIL     *
      * SPREADSHEET ('R'), PLUS A 'C' RECORD THE BRANCH KEYS ONCE IT   *
      * HAS FIXED THE ADDRESS A FLAGGED SCHEDULE WAS FLAGGED FOR.      *
      * SPC330 POSTS THE FILE AGAINST DSDS.SPCDLVP BY BANK/ACCOUNT/    *
      * SEQ (SEE THAT COPYBOOK FOR WHAT IS KEPT).  BNCE-EVENT-DATE IS  *
      * THE DAY THE E-MAIL BOUNCED OR THE PIECE CAME BACK.             *
      * BNCE-SOURCE-ID AND BNCE-REASON ONLY GO TO THE REGISTER.  NOT   *
      * A DB2 TABLE - A HANDOFF FILE LIKE SPCWVRQ, DISPLAY (ZONED)     *
      * NUMERICS THROUGHOUT SO IT CAN ALSO BE BUILT BY HAND IN AN      *
      * EDITOR.                                                        *
      ******************************************************************
       01  DSDS-SPCBNCE.
           10 BNCE-BANK-NBR            PIC 9(03).
           10 BNCE-ACCT-NBR            PIC 9(09).
           10 BNCE-SEQ-NBR             PIC 9(04).
           10 BNCE-TYPE-SW             PIC X(01).
               88 BNCE-EMAIL-BOUNCE          VALUE 'E'.
               88 BNCE-RETURNED-MAIL         VALUE 'R'.
               88 BNCE-ADDRESS-FIXED         VALUE 'C'.
           10 BNCE-EVENT-DATE          PIC X(10).
           10 BNCE-SOURCE-ID           PIC X(08).
           10 BNCE-REASON              PIC X(30).
           10 BNCE-RESERVED            PIC X(15).
