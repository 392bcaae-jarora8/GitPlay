      ******************************************************************
      * COPY SPCWVLG                                                   *
      *                                                                *
      * WAIVED-OCCURRENCE LOG WRITTEN BY SPC050.  ONE RECORD PER DUE   *
      * DSDS.SPECSTMT ROW THAT A DSDS.SPCWAIV ROW KEPT OFF THE DAY'S   *
      * EXTRACT - THE SAME FIELDS THE EXTRACT RECORD WOULD HAVE        *
      * CARRIED, PLUS THE KEY OF THE WAIVER THAT STOPPED IT, SO SPC270 *
      * CAN PRICE THE REVENUE GIVEN UP AND CREDIT IT TO THE BRANCH     *
      * AND OPERATOR THAT GRANTED THE WAIVER.  A WORK FILE, NOT A DB2  *
      * TABLE; DISPLAY (ZONED) NUMERICS LIKE SPCEXTR.                  *
      ******************************************************************
       01  DSDS-SPCWVLG.
           10 WVLG-BANK-NBR            PIC 9(03).
           10 WVLG-ACCT-NBR            PIC 9(09).
           10 WVLG-SEQ-NBR             PIC 9(04).
           10 WVLG-TRAN-CODE           PIC 9(03).
           10 WVLG-CHARGE-SW           PIC X(02).
           10 WVLG-RUN-DATE            PIC X(10).
           10 WVLG-WAIV-FROM-DATE      PIC X(10).
           10 WVLG-WAIV-TYPE-SW        PIC X(01).
           10 WVLG-RESERVED            PIC X(08).
