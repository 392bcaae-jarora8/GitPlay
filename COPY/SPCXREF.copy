      ******************************************************************
      * COPY SPCXREF                                                   *
      *                                                                *
      * ACCOUNT RENUMBERING CROSS-REFERENCE RECORD READ BY SPC280.     *
      * ONE RECORD PER ACCOUNT THE DEPOSIT SYSTEM RENUMBERED IN A      *
      * MERGER OR BRANCH CONSOLIDATION - THE OLD BANK/ACCOUNT AND THE  *
      * BANK/ACCOUNT IT NOW CARRIES.  SEVERAL OLD ACCOUNTS MAY NAME    *
      * THE SAME NEW ACCOUNT; AN OLD ACCOUNT MAY ONLY BE LISTED ONCE.  *
      * NOT A DB2 TABLE - A HANDOFF FILE LIKE SPCRQST, DISPLAY (ZONED) *
      * NUMERICS THROUGHOUT SO IT CAN ALSO BE BUILT BY HAND IN AN      *
      * EDITOR.                                                        *
      ******************************************************************
       01  DSDS-SPCXREF.
           10 XREF-OLD-BANK-NBR        PIC 9(03).
           10 XREF-OLD-ACCT-NBR        PIC 9(09).
           10 XREF-NEW-BANK-NBR        PIC 9(03).
           10 XREF-NEW-ACCT-NBR        PIC 9(09).
           10 XREF-RESERVED            PIC X(56).
