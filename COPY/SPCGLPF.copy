      * FEE REVENUE BILLING ACKNOWLEDGED ('M'), 'S' ROWS ARE THE       *
      * SUSPENSE TOTAL FOR EVERYTHING BILLING DID NOT TAKE (REJECTS,   *
      * UNACKNOWLEDGED SENDS, UNEXPECTED RESPONSES) PLUS FEES THE      *
      * CODE TABLE COULD NOT PRICE.  'R' ROWS ARE FEES REFUNDED ON     *
      * THE RUN DATE THROUGH DSDS.SPCWAIV - THE OFFSETTING ENTRY TO    *
      * REVENUE POSTED ON AN EARLIER DATE.  NOT A DB2 TABLE - AN       *
      * INTERFACE HANDOFF FILE LIKE SPCEXTR, DISPLAY (ZONED) NUMERICS  *
      * BECAUSE THE GENERAL-LEDGER PLATFORM READS IT AS PLAIN TEXT.    *
      ******************************************************************
       01  DSDS-SPCGLPF.
           10 GLPF-BANK-NBR            PIC 9(03).
           10 GLPF-ACCT-TYPE           PIC X(01).
               88 GLPF-FEE-REVENUE           VALUE 'F'.
               88 GLPF-SUSPENSE              VALUE 'S'.
               88 GLPF-FEE-REFUND            VALUE 'R'.
           10 GLPF-RUN-DATE            PIC X(10).
           10 GLPF-ITEM-COUNT          PIC 9(07).
           10 GLPF-AMOUNT              PIC 9(09)V99.
