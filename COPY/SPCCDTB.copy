             CDTB_EFF_TO_DATE               DATE NOT NULL,
             CDTB_DESCRIPTION               CHAR(40) NOT NULL,
             CDTB_FEE_TYPE                  CHAR(1) NOT NULL,
             CDTB_FEE_AMOUNT                DECIMAL(9, 2) NOT NULL,
             CDTB_BAL_BASE                  CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.SPCCDTB                       *
      * KEEPS ITS OWN FAST-PATH APPROVED LIST RATHER THAN READING      *
      * THIS TABLE FOR EVERY KEYSTROKE (SEE SPC030 MODIFICATION        *
      * HISTORY).                                                      *
      * ON A PERCENT-TYPE ROW CDTB-FEE-AMOUNT IS THE RATE, IN PERCENT  *
      * (0,25 IS ONE QUARTER OF ONE PERCENT), AND CDTB-BAL-BASE NAMES  *
      * THE ACCOUNT BALANCE IT APPLIES TO FOR THE STATEMENT PERIOD -   *
      * 'A' THE AVERAGE DAILY BALANCE, 'E' (OR SPACE) THE PERIOD-END   *
      * BALANCE.  THE BALANCE COMES FROM THE DEPOSIT SYSTEM'S          *
      * TRANSACTION EXTRACT (COPY SPCTXNX).  CDTB-BAL-BASE IS IGNORED  *
      * ON A FLAT ROW.                                                 *
      * ROWS ARE MAINTAINED ONLINE THROUGH SPC310.  EVERY ADD, PRICING *
      * CHANGE OR END-DATE IS HELD ON DSDS.SPCCDPN UNTIL A SECOND      *
      * OPERATOR APPROVES IT, AND A CHARGE-SWITCH/TRAN-CODE'S PERIODS  *
      * ARE KEPT FREE OF GAPS AND OVERLAPS.                            *
      ******************************************************************
       01  DSDS-SPCCDTB.
           10 CDTB-CHARGE-SW       PIC X(2).
               88 CDTB-FEE-FLAT           VALUE 'F'.
               88 CDTB-FEE-PERCENT        VALUE 'P'.
           10 CDTB-FEE-AMOUNT      PIC S9(7)V99 USAGE COMP-3.
           10 CDTB-BAL-BASE        PIC X(1).
               88 CDTB-BASE-AVERAGE       VALUE 'A'.
               88 CDTB-BASE-PERIOD-END    VALUE 'E' ' '.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
