      * CARRIES (SPACES ON THE BEFORE SIDE OF AN ADD AND THE AFTER     *
      * SIDE OF A DELETE).  AUDT-CHANGE-SEQ KEEPS TWO CHANGES TO THE   *
      * SAME ROW WITHIN THE SAME SECOND FROM COLLIDING.                *
      * HOUSEHOLD MEMBERSHIP CHANGES MADE ONLINE THROUGH SPC320 LOG    *
      * UNDER THE MEMBER ACCOUNT WITH AUDT-SEQ-NBR ZERO, AND THEIR     *
      * IMAGES ARE THE 13-BYTE DSDS-SPCHHLD ROW.                       *
      * SIDE-TABLE ROWS SPC130 PUTS BACK FROM DSDS.SPCARSD, AND THOSE  *
      * SPC300 PURGES AS ORPHANS, LOG THE SAME WAY - SEQ ZERO FOR THE  *
      * ACCOUNT-LEVEL SPCRTRY AND SPCHHLD ROWS - WITH THE SIDE ROW'S   *
      * OWN DSDS- MIRROR AS THE IMAGE, CUT TO 49 BYTES.                *
      * SPC330'S BOUNCE AND RETURNED-MAIL SWITCHES, FLAGS AND CLEARS   *
      * LOG UNDER THE SCHEDULE, BUT THEIR IMAGE IS THE SPCDLVP ROW     *
      * WITHOUT ITS KEY AND WITH THE COUNT, DATE AND REVIEW COLUMNS    *
      * AHEAD OF THE DESTINATION, SO THE 49 BYTES SHOW WHAT CHANGED.   *
      ******************************************************************
       01  DSDS-SPCAUDT.
           10 AUDT-BANK-NBR        PIC S9(3)V USAGE COMP-3.
