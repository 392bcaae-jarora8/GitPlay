      * DATE Y" CAN BE ANSWERED FROM THIS TABLE LONG AFTER THE DAILY   *
      * FILES ARE GONE.  BILL-HIST-SW RECORDS WHETHER A DSDS.SPCHIST   *
      * COMPLETION ROW BACKED THE EXTRACT RECORD AT SEND TIME.         *
      * 'B' MARKS A ROW WHOSE RUN DATE WAS BACKED OUT BY SPC260; THE   *
      * SWITCH IT HELD BEFORE IS KEPT AS THE LAST BYTE OF THE REASON   *
      * CODE ('BKOS', 'BKOM', ...).  A MATCHED ROW WHOSE FEE SPC270    *
      * HAS REFUNDED STAYS 'M' AND CARRIES REASON CODE 'RFND'.         *
      ******************************************************************
       01  DSDS-SPCBILL.
           10 BILL-BANK-NBR        PIC S9(3)V USAGE COMP-3.
               88 BILL-MATCHED             VALUE 'M'.
               88 BILL-REJECTED            VALUE 'J'.
               88 BILL-UNEXPECTED          VALUE 'U'.
               88 BILL-BACKED-OUT          VALUE 'B'.
           10 BILL-HIST-SW         PIC X(1).
               88 BILL-HIST-FOUND          VALUE 'Y'.
               88 BILL-HIST-MISSING        VALUE 'N'.
