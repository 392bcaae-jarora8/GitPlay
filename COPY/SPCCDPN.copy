      ******************************************************************
      * DCLGEN TABLE(DSDS.SPCCDPN)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099632(SPCCDPN))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.SPCCDPN TABLE
           ( CDPN_CHARGE_SW                 CHAR(2) NOT NULL,
             CDPN_TRAN_CODE                 DECIMAL(3, 0) NOT NULL,
             CDPN_REQ_DATE                  DATE NOT NULL,
             CDPN_REQ_TIME                  CHAR(8) NOT NULL,
             CDPN_REQ_SEQ                   DECIMAL(4, 0) NOT NULL,
             CDPN_ACTION_SW                 CHAR(1) NOT NULL,
             CDPN_STATUS_SW                 CHAR(1) NOT NULL,
             CDPN_EFF_FROM_DATE             DATE NOT NULL,
             CDPN_EFF_TO_DATE               DATE NOT NULL,
             CDPN_DESCRIPTION               CHAR(40) NOT NULL,
             CDPN_FEE_TYPE                  CHAR(1) NOT NULL,
             CDPN_FEE_AMOUNT                DECIMAL(9, 2) NOT NULL,
             CDPN_BAL_BASE                  CHAR(1) NOT NULL,
             CDPN_REQ_OPERATOR              CHAR(8) NOT NULL,
             CDPN_REQ_TERMINAL              CHAR(4) NOT NULL,
             CDPN_DEC_OPERATOR              CHAR(8) NOT NULL,
             CDPN_DEC_TERMINAL              CHAR(4) NOT NULL,
             CDPN_DEC_DATE                  DATE NOT NULL,
             CDPN_DEC_TIME                  CHAR(8) NOT NULL,
             CDPN_REJECT_REASON             CHAR(30) NOT NULL,
             CDPN_BEFORE_IMAGE              CHAR(71) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.SPCCDPN                       *
      *                                                                *
      * FEE-TABLE CHANGE REQUESTS AWAITING, OR PAST, A SECOND          *
      * OPERATOR'S DECISION.  SPC310 WRITES ONE ROW PER SUBMITTED      *
      * CHANGE TO DSDS.SPCCDTB, KEYED BY CHARGE SWITCH/TRAN CODE AND   *
      * THE SUBMITTING TIMESTAMP.  NOTHING REACHES DSDS.SPCCDTB UNTIL  *
      * A DIFFERENT OPERATOR APPROVES THE ROW.  ROWS ARE NEVER         *
      * DELETED - THE TABLE IS THE RECORD OF WHO ASKED FOR EACH FEE    *
      * CHANGE AND WHO LET IT THROUGH OR TURNED IT DOWN.               *
      *   CDPN-ACTION-SW  'A' ADD A NEW EFFECTIVE PERIOD STARTING      *
      *                       CDPN-EFF-FROM-DATE.  THE PERIOD IT       *
      *                       FALLS INSIDE IS CUT SHORT THE DAY        *
      *                       BEFORE.                                  *
      *                   'C' CHANGE THE DESCRIPTION/FEE TYPE/AMOUNT/  *
      *                       BALANCE BASE OF THE PERIOD STARTING      *
      *                       CDPN-EFF-FROM-DATE.                      *
      *                   'E' END-DATE THE PERIOD STARTING             *
      *                       CDPN-EFF-FROM-DATE AT CDPN-EFF-TO-DATE.  *
      *   CDPN-STATUS-SW  'P' PENDING, 'A' APPROVED AND APPLIED,       *
      *                   'R' REJECTED (OR WITHDRAWN BY THE OPERATOR   *
      *                   WHO SUBMITTED IT).                           *
      * CDPN-BEFORE-IMAGE IS THE DSDS-SPCCDTB ROW THE CHANGE ALTERS,   *
      * AS IT STOOD WHEN SUBMITTED AND AGAIN WHEN APPLIED - ON AN ADD  *
      * IT IS THE PERIOD THE NEW ONE CUTS SHORT, SPACES IF NONE.       *
      * THE DEC- COLUMNS ARE SPACES UNTIL THE ROW IS DECIDED.          *
      ******************************************************************
       01  DSDS-SPCCDPN.
           10 CDPN-CHARGE-SW       PIC X(2).
           10 CDPN-TRAN-CODE       PIC S9(3)V USAGE COMP-3.
           10 CDPN-REQ-DATE        PIC X(10).
           10 CDPN-REQ-TIME        PIC X(8).
           10 CDPN-REQ-SEQ         PIC S9(4)V USAGE COMP-3.
           10 CDPN-ACTION-SW       PIC X(1).
               88 CDPN-ADD-PERIOD         VALUE 'A'.
               88 CDPN-CHANGE-PRICING     VALUE 'C'.
               88 CDPN-END-PERIOD         VALUE 'E'.
           10 CDPN-STATUS-SW       PIC X(1).
               88 CDPN-PENDING            VALUE 'P'.
               88 CDPN-APPROVED           VALUE 'A'.
               88 CDPN-REJECTED           VALUE 'R'.
           10 CDPN-EFF-FROM-DATE   PIC X(10).
           10 CDPN-EFF-TO-DATE     PIC X(10).
           10 CDPN-DESCRIPTION     PIC X(40).
           10 CDPN-FEE-TYPE        PIC X(1).
           10 CDPN-FEE-AMOUNT      PIC S9(7)V99 USAGE COMP-3.
           10 CDPN-BAL-BASE        PIC X(1).
           10 CDPN-REQ-OPERATOR    PIC X(8).
           10 CDPN-REQ-TERMINAL    PIC X(4).
           10 CDPN-DEC-OPERATOR    PIC X(8).
           10 CDPN-DEC-TERMINAL    PIC X(4).
           10 CDPN-DEC-DATE        PIC X(10).
           10 CDPN-DEC-TIME        PIC X(8).
           10 CDPN-REJECT-REASON   PIC X(30).
           10 CDPN-BEFORE-IMAGE    PIC X(71).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************
