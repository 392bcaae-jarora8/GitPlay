      ******************************************************************
      * DCLGEN TABLE(DSDS.SPCARSD)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099632(SPCARSD))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.SPCARSD TABLE
           ( ARSD_BANK_NBR                  DECIMAL(3, 0) NOT NULL,
             ARSD_ACCT_NBR                  DECIMAL(9, 0) NOT NULL,
             ARSD_SEQ_NBR                   DECIMAL(4, 0) NOT NULL,
             ARSD_TABLE_ID                  CHAR(8) NOT NULL,
             ARSD_SUB_KEY                   DECIMAL(3, 0) NOT NULL,
             ARSD_PURGE_DATE                DATE NOT NULL,
             ARSD_ROW_IMAGE                 CHAR(80) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.SPCARSD                       *
      *                                                                *
      * SIDE-TABLE ROWS ARCHIVED WITH THEIR SCHEDULE.  WHEN SPC060     *
      * MOVES A DSDS.SPECSTMT ROW TO DSDS.SPCARCH IT MOVES THE         *
      * SCHEDULE'S DSDS.SPCHOLD, SPCDLVP AND SPCROLL ROWS HERE UNDER   *
      * THE SAME BANK/ACCOUNT/SEQ.  A DSDS.SPCRTRY ROW FOLLOWS ONCE    *
      * NO ACTIVE SCHEDULE FOR THE ACCOUNT CARRIES ITS TRAN CODE, AND  *
      * THE ACCOUNT'S DSDS.SPCHHLD MEMBERSHIP FOLLOWS ONCE THE         *
      * ACCOUNT HAS NO ACTIVE SCHEDULE AT ALL.  BOTH ARE ACCOUNT-      *
      * LEVEL, SO THEY ARE FILED UNDER ARSD-SEQ-NBR ZERO.  SPC130      *
      * PUTS THE ROWS BACK WHEN IT REINSTATES THE SCHEDULE AND THEN    *
      * DELETES THEM FROM HERE.                                        *
      *   ARSD-TABLE-ID   THE LIVE TABLE THE ROW CAME FROM -           *
      *                   'SPCHOLD ', 'SPCDLVP ', 'SPCROLL ',          *
      *                   'SPCRTRY ' OR 'SPCHHLD '.                    *
      *   ARSD-SUB-KEY    RTRY-TRAN-CODE FOR AN SPCRTRY ROW, ELSE      *
      *                   ZERO.                                        *
      *   ARSD-ROW-IMAGE  THE LIVE ROW'S DSDS- COLUMN MIRROR AS IT     *
      *                   STOOD, SPACE-FILLED ON THE RIGHT.  ITS OWN   *
      *                   KEY COLUMNS ARE NOT TRUSTED ON THE WAY       *
      *                   BACK - SPC130 RESETS THEM FROM THE ARSD-     *
      *                   KEY, SO SPC280 ONLY HAS TO RE-KEY THIS ROW.  *
      ******************************************************************
       01  DSDS-SPCARSD.
           10 ARSD-BANK-NBR        PIC S9(3)V USAGE COMP-3.
           10 ARSD-ACCT-NBR        PIC S9(9)V USAGE COMP-3.
           10 ARSD-SEQ-NBR         PIC S9(4)V USAGE COMP-3.
           10 ARSD-TABLE-ID        PIC X(8).
               88 ARSD-FROM-SPCHOLD       VALUE 'SPCHOLD '.
               88 ARSD-FROM-SPCDLVP       VALUE 'SPCDLVP '.
               88 ARSD-FROM-SPCROLL       VALUE 'SPCROLL '.
               88 ARSD-FROM-SPCRTRY       VALUE 'SPCRTRY '.
               88 ARSD-FROM-SPCHHLD       VALUE 'SPCHHLD '.
           10 ARSD-SUB-KEY         PIC S9(3)V USAGE COMP-3.
           10 ARSD-PURGE-DATE      PIC X(10).
           10 ARSD-ROW-IMAGE       PIC X(80).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
