      ******************************************************************
      * COPY SPCYEFX                                                   *
      *                                                                *
      * RECORD LAYOUT FOR THE YEAR-END FEE SUMMARY EXTRACT PRODUCED    *
      * BY SPC340 FOR SUMMARY GROUPS WHOSE EVERY MEMBER ACCOUNT        *
      * PREFERS ELECTRONIC DELIVERY ON DSDS.SPCDLVP.  SAME HEADER/     *
      * DETAIL SHAPE AS SPCESTX - ONE 'H' RECORD PER GROUP CARRYING    *
      * THE MAILED-UNDER ACCOUNT'S DESTINATION AND THE YEAR'S TOTALS,  *
      * THEN ONE 'D' RECORD PER MEMBER ACCOUNT PER MONTH THAT HAD A    *
      * FEE.  A GROUP IS A HOUSEHOLD ('H') OR A SINGLE ACCOUNT ('A')   *
      * - YEFX-GROUP-ID IS THE HOUSEHOLD ID OR THE ACCOUNT NUMBER.     *
      * AMOUNTS ARE THE FEES BILLED AT THE PRICE SPC180 POSTED, THE    *
      * PART LATER REFUNDED, AND THE NET OF THE TWO.  NOT A DB2        *
      * TABLE - AN INTERFACE HANDOFF FILE, DISPLAY (ZONED) NUMERICS    *
      * BECAUSE THE E-DELIVERY PLATFORM READS IT AS PLAIN TEXT.        *
      ******************************************************************
       01  DSDS-SPCYEFX.
           10 YEFX-REC-TYPE            PIC X(01).
               88 YEFX-IS-HEADER             VALUE 'H'.
               88 YEFX-IS-DETAIL             VALUE 'D'.
           10 YEFX-BANK-NBR            PIC 9(03).
           10 YEFX-GROUP-TYPE          PIC X(01).
               88 YEFX-GROUP-HOUSEHOLD       VALUE 'H'.
               88 YEFX-GROUP-ACCOUNT         VALUE 'A'.
           10 YEFX-GROUP-ID            PIC 9(09).
           10 YEFX-FEE-YEAR            PIC 9(04).
           10 YEFX-HEADER-AREA.
               15 YEFX-PRIMARY-ACCT-NBR    PIC 9(09).
               15 YEFX-MEMBER-COUNT        PIC 9(03).
               15 YEFX-DESTINATION         PIC X(40).
               15 YEFX-TOTAL-FEE-COUNT     PIC 9(05).
               15 YEFX-TOTAL-FEE-AMOUNT    PIC 9(07)V99.
               15 YEFX-TOTAL-REFUND-AMOUNT PIC 9(07)V99.
               15 YEFX-TOTAL-NET-AMOUNT    PIC S9(07)V99
                                           SIGN IS LEADING SEPARATE.
           10 YEFX-DETAIL-AREA REDEFINES YEFX-HEADER-AREA.
               15 YEFX-MEMBER-ACCT-NBR     PIC 9(09).
               15 YEFX-YEAR-MONTH          PIC X(07).
               15 YEFX-FEE-COUNT           PIC 9(05).
               15 YEFX-FEE-AMOUNT          PIC 9(07)V99.
               15 YEFX-REFUND-AMOUNT       PIC 9(07)V99.
               15 YEFX-NET-AMOUNT          PIC S9(07)V99
                                           SIGN IS LEADING SEPARATE.
               15 FILLER                   PIC X(36).
