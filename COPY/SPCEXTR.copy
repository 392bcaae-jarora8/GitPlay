      * MATCHED THE RUN DATE.  DISPLAY (ZONED) NUMERICS ARE USED       *
      * THROUGHOUT RATHER THAN COMP-3 SINCE THE FEE/BILLING PLATFORM   *
      * IS NOT A COBOL SHOP AND READS THIS FILE AS PLAIN TEXT.         *
      * THE SAME LAYOUT CARRIES THE REFUND REVERSALS SPC270 SENDS ON   *
      * ITS OWN FILE: EXTR-REVERSAL-SW 'R', EXTR-RUN-DATE THE RUN      *
      * DATE THE FEE WAS ORIGINALLY BILLED, AND EXTR-REVERSAL-AMT THE  *
      * AMOUNT TO GIVE BACK.  AN ORDINARY EXTRACT RECORD LEAVES BOTH   *
      * AT SPACES.                                                     *
      ******************************************************************
       01  DSDS-SPCEXTR.
           10 EXTR-BANK-NBR            PIC 9(03).
           10 EXTR-TRAN-CODE           PIC 9(03).
           10 EXTR-CHARGE-SW           PIC X(02).
           10 EXTR-RUN-DATE            PIC X(10).
           10 EXTR-REVERSAL-SW         PIC X(01).
               88 EXTR-IS-REVERSAL           VALUE 'R'.
           10 EXTR-REVERSAL-AMT        PIC 9(07)V99.
           10 EXTR-RESERVED            PIC X(03).
