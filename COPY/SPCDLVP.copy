             DLVP_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             DLVP_SEQ_NBR                   DECIMAL(4, 0) NOT NULL,
             DLVP_CHANNEL_SW                CHAR(1) NOT NULL,
             DLVP_DESTINATION               CHAR(40) NOT NULL,
             DLVP_BOUNCE_CNT                DECIMAL(3, 0) NOT NULL,
             DLVP_BOUNCE_DATE               DATE NOT NULL,
             DLVP_RETURN_CNT                DECIMAL(3, 0) NOT NULL,
             DLVP_RETURN_DATE               DATE NOT NULL,
             DLVP_REVIEW_SW                 CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.SPCDLVP                       *
      * HOUSEHOLD AS ELECTRONIC ONLY WHEN EVERY MEMBER SCHEDULE SAYS   *
      * 'E' - A MIXED HOUSEHOLD FALLS BACK TO PAPER SO NOBODY'S        *
      * SECTION OF A COMBINED STATEMENT GOES MISSING.                  *
      * SPC330 KEEPS THE BOUNCE HISTORY ON THE SAME ROW, FROM THE      *
      * DAILY BOUNCE/RETURNED-MAIL FILE (COPY SPCBNCE).                *
      * DLVP-BOUNCE-CNT IS THE RUN OF E-DELIVERY BOUNCES WITH NO       *
      * DELIVERED STATEMENT IN BETWEEN, AND DLVP-RETURN-CNT THE SAME   *
      * FOR RETURNED PAPER STATEMENTS.  DLVP-BOUNCE-DATE AND           *
      * DLVP-RETURN-DATE ARE THE EVENT DATES OF THE LAST ONE COUNTED   *
      * (SPACES IF NONE).  WHEN THE BOUNCES REACH THE RUN-PARM LIMIT   *
      * THE ROW GOES TO 'P' WITH ITS DESTINATION KEPT; WHEN THE        *
      * RETURNS REACH THEIRS THE ROW IS FLAGGED.  DLVP-REVIEW-SW       *
      * SAYS WHICH ADDRESS THE BRANCH HAS TO FIX - 'E' THE E-MAIL OR   *
      * PORTAL ADDRESS, 'R' THE MAILING ADDRESS, 'B' BOTH.  A 'C'      *
      * RECORD ON THE FILE ONCE IT IS FIXED CLEARS BOTH COUNTS AND     *
      * THE FLAG.  A ROW WRITTEN ONLY TO COUNT RETURNED MAIL FOR A     *
      * SCHEDULE WITH NO PREFERENCE CARRIES 'P' AND NO DESTINATION.    *
      ******************************************************************
       01  DSDS-SPCDLVP.
           10 DLVP-BANK-NBR        PIC S9(3)V USAGE COMP-3.
               88 DLVP-PAPER              VALUE 'P'.
               88 DLVP-ELECTRONIC         VALUE 'E'.
           10 DLVP-DESTINATION     PIC X(40).
           10 DLVP-BOUNCE-CNT      PIC S9(3)V USAGE COMP-3.
           10 DLVP-BOUNCE-DATE     PIC X(10).
           10 DLVP-RETURN-CNT      PIC S9(3)V USAGE COMP-3.
           10 DLVP-RETURN-DATE     PIC X(10).
           10 DLVP-REVIEW-SW       PIC X(1).
               88 DLVP-REVIEW-NONE        VALUE ' '.
               88 DLVP-REVIEW-EMAIL       VALUE 'E'.
               88 DLVP-REVIEW-POSTAL      VALUE 'R'.
               88 DLVP-REVIEW-BOTH        VALUE 'B'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
