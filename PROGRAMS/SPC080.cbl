000200*                      BYTES - THE FULL DECODE LINE RUNS 105     *
000210*                      BYTES AND WAS SILENTLY TRUNCATING THE     *
000220*                      LAST FIVE CHARACTERS OF THE FEE AMOUNT.   *
000230*    09/02/26   DW    DSDS.SPCCDTB IS NOW EFFECTIVE-DATED        *
000240*                      (CDTB-EFF-FROM-DATE/CDTB-EFF-TO-DATE ON   *
000250*                      THE KEY) - THE DECODE LOOKUP BROWSES THE  *
000260*                      EFFECTIVE PERIODS FOR THE SWITCH AND      *
000270*                      SELECTS THE ROW IN FORCE FOR THE ROW'S    *
000280*                      OWN STMT-NEXT-PROCESS DATE, SO A FEE      *
000290*                      CHANGE KEYED AHEAD OF ITS EFFECTIVE DATE  *
000300*                      NO LONGER PRICES EARLY ON THIS REPORT.    *
000310*    10/15/26   DW    WIDENED FD-SPCCDTB-DATA TO 71 BYTES FOR    *
000320*                      THE NEW CDTB-BAL-BASE COLUMN (BALANCE     *
000330*                      BASE OF A PERCENT-TYPE FEE).              *
000340*****************************************************************
000350*****************************************************************
000360*    THIS PROGRAM SCANS DSDS.SPECSTMT AND, FOR EACH ROW, LOOKS   *
000370*    UP DSDS.SPCCDTB BY STMT-CHARGE-SW/STMT-TRAN-CODE TO PRINT   *
000380*    THE PLAIN-ENGLISH MEANING AND FEE IMPACT OF THE SWITCH ON   *
000390*    THAT ACCOUNT.  IF NO ROW EXISTS FOR THE EXACT TRAN-CODE,    *
000400*    THE DEFAULT DECODE ROW FOR THAT CHARGE-SWITCH (TRAN-CODE    *
000410*    OF ZERO) IS USED INSTEAD; IF NEITHER IS ON FILE THE LINE    *
000420*    IS FLAGGED AS UNDECODED RATHER THAN SKIPPED, SO A MISSING   *
000430*    CODE-TABLE ENTRY SURFACES INSTEAD OF SILENTLY DROPPING.     *
000440*****************************************************************
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.   IBM-370.
000480 OBJECT-COMPUTER.   IBM-370.
000490 SPECIAL-NAMES.
000500     DECIMAL-POINT IS COMMA.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SPECSTMT-FILE
000540         ASSIGN TO SPECSTM
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS FK-SPECSTMT-KEY
000580         FILE STATUS IS WS-SPECSTMT-STATUS.
000590
000600     SELECT SPCCDTB-FILE
000610         ASSIGN TO SPCCDTB
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS FK-SPCCDTB-KEY
000650         FILE STATUS IS WS-SPCCDTB-STATUS.
000660
000670     SELECT SPCCDEC-FILE
000680         ASSIGN TO SPCCDEC
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-SPCCDEC-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  SPECSTMT-FILE.
000740 01  FD-SPECSTMT-REC.
000750     05 FK-SPECSTMT-KEY.
000760         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
000770         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
000780         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
000790     05 FD-SPECSTMT-DATA         PIC X(49).
000800
000810 FD  SPCCDTB-FILE.
000820 01  FD-SPCCDTB-REC.
000830     05 FK-SPCCDTB-KEY.
000840         10 FK-CDTB-CHARGE-SW    PIC X(2).
000850         10 FK-CDTB-TRAN-CODE    PIC S9(3) USAGE COMP-3.
000860         10 FK-CDTB-EFF-FROM     PIC X(10).
000870     05 FD-SPCCDTB-DATA          PIC X(71).
000880
000890 FD  SPCCDEC-FILE.
000900 01  FD-SPCCDEC-REC               PIC X(120).
000910
000920 WORKING-STORAGE SECTION.
000930 COPY SPECSTMT.
000940 COPY SPCCDTB.
000950
000960 01  WS-FILE-STATUSES.
000970     05 WS-SPECSTMT-STATUS       PIC X(2).
000980         88 WS-SPECSTMT-OK              VALUE '00'.
000990         88 WS-SPECSTMT-EOF             VALUE '10'.
001000     05 WS-SPCCDTB-STATUS        PIC X(2).
001010         88 WS-SPCCDTB-OK               VALUE '00'.
001020         88 WS-SPCCDTB-NOTFOUND         VALUE '23'.
001030     05 WS-SPCCDEC-STATUS        PIC X(2).
001040         88 WS-SPCCDEC-OK               VALUE '00'.
001050
001060 01  WS-SWITCHES.
001070     05 WS-EOF-SW                PIC X(1)     VALUE 'N'.
001080         88 WS-EOF-YES                  VALUE 'Y'.
001090         88 WS-EOF-NO                   VALUE 'N'.
001100     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
001110         88 WS-ABEND-YES                VALUE 'Y'.
001120         88 WS-ABEND-NO                 VALUE 'N'.
001130     05 WS-DECODE-FOUND-SW       PIC X(1)     VALUE 'N'.
001140         88 WS-DECODE-FOUND             VALUE 'Y'.
001150     05 WS-CDTB-DONE-SW          PIC X(1)     VALUE 'N'.
001160         88 WS-CDTB-DONE-YES            VALUE 'Y'.
001170
001180*****************************************************************
001190*    EFFECTIVE-PERIOD SELECTION WORK FIELDS - THE BROWSE WALKS   *
001200*    THE CHARGE-SW/TRAN-CODE'S PERIODS IN EFF-FROM ORDER AND     *
001210*    HOLDS THE LAST ROW IN FORCE FOR WS-DECODE-DATE, SO AN       *
001220*    OVERLAPPING PAIR RESOLVES TO THE LATER-EFFECTIVE ROW.       *
001230*****************************************************************
001240 01  WS-DECODE-DATE              PIC X(10).
001250 01  WS-TGT-CHARGE-SW            PIC X(2).
001260 01  WS-TGT-TRAN-CODE            PIC S9(3) COMP-3.
001270 01  WS-CDTB-HOLD                PIC X(71).
001280
001290 01  WS-COUNTERS.
001300     05 SPC-RECS-READ            PIC S9(7) COMP-3 VALUE ZERO.
001310     05 SPC-RECS-DECODED         PIC S9(7) COMP-3 VALUE ZERO.
001320     05 SPC-RECS-UNDECODED       PIC S9(7) COMP-3 VALUE ZERO.
001330
001340 01  WS-REPORT-LINE.
001350     05 WS-RPT-BANK-NBR          PIC ZZ9.
001360     05 WS-RPT-ACCT-NBR          PIC Z(8)9.
001370     05 WS-RPT-SEQ-NBR           PIC Z(3)9.
001380     05 WS-RPT-TRAN-CODE         PIC ZZ9.
001390     05 WS-RPT-CHARGE-SW         PIC X(2).
001400     05 WS-RPT-DESCRIPTION       PIC X(40).
001410     05 WS-RPT-FEE-AMOUNT        PIC Z(6)9,99.
001420
001430 PROCEDURE DIVISION.
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE
001460         THRU 1000-INITIALIZE-EXIT.
001470     IF WS-ABEND-NO
001480         PERFORM 2000-PROCESS-SPECSTMT
001490             THRU 2000-PROCESS-SPECSTMT-EXIT
001500             UNTIL WS-EOF-YES
001510     END-IF.
001520     PERFORM 9000-TERMINATE
001530         THRU 9000-TERMINATE-EXIT.
001540     GOBACK.
001550
001560 1000-INITIALIZE.
001570     OPEN INPUT SPECSTMT-FILE.
001580     IF NOT WS-SPECSTMT-OK
001590         DISPLAY 'SPC080 - SPECSTMT OPEN FAILED, STATUS '
001600             WS-SPECSTMT-STATUS
001610         MOVE 'Y' TO WS-ABEND-SW
001620         GO TO 1000-INITIALIZE-EXIT
001630     END-IF.
001640     OPEN INPUT SPCCDTB-FILE.
001650     IF NOT WS-SPCCDTB-OK
001660         DISPLAY 'SPC080 - SPCCDTB OPEN FAILED, STATUS '
001670             WS-SPCCDTB-STATUS
001680         MOVE 'Y' TO WS-ABEND-SW
001690         GO TO 1000-INITIALIZE-EXIT
001700     END-IF.
001710     OPEN OUTPUT SPCCDEC-FILE.
001720     IF NOT WS-SPCCDEC-OK
001730         DISPLAY 'SPC080 - SPCCDEC OPEN FAILED, STATUS '
001740             WS-SPCCDEC-STATUS
001750         MOVE 'Y' TO WS-ABEND-SW
001760     END-IF.
001770 1000-INITIALIZE-EXIT.
001780     EXIT.
001790
001800 2000-PROCESS-SPECSTMT.
001810     READ SPECSTMT-FILE NEXT RECORD
001820         AT END
001830             MOVE 'Y' TO WS-EOF-SW
001840             GO TO 2000-PROCESS-SPECSTMT-EXIT
001850     END-READ.
001860     ADD 1 TO SPC-RECS-READ.
001870     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
001880     PERFORM 3000-LOOKUP-DECODE
001890         THRU 3000-LOOKUP-DECODE-EXIT.
001900     PERFORM 4000-WRITE-DECODE-LINE
001910         THRU 4000-WRITE-DECODE-LINE-EXIT.
001920 2000-PROCESS-SPECSTMT-EXIT.
001930     EXIT.
001940
001950*****************************************************************
001960*    LOOK UP THE EXACT CHARGE-SW/TRAN-CODE COMBINATION FIRST;    *
001970*    IF NOT ON FILE, FALL BACK TO THE DEFAULT ROW FOR THAT       *
001980*    CHARGE-SW (TRAN-CODE OF ZERO).  EACH LOOKUP SELECTS THE     *
001990*    EFFECTIVE PERIOD IN FORCE FOR THE ROW'S OWN STMT-NEXT-      *
002000*    PROCESS DATE - THE OCCURRENCE THIS REPORT IS PRICING.       *
002010*****************************************************************
002020 3000-LOOKUP-DECODE.
002030     MOVE 'N' TO WS-DECODE-FOUND-SW.
002040     MOVE STMT-NEXT-PROCESS TO WS-DECODE-DATE.
002050     MOVE STMT-CHARGE-SW  TO WS-TGT-CHARGE-SW.
002060     MOVE STMT-TRAN-CODE  TO WS-TGT-TRAN-CODE.
002070     PERFORM 3020-SELECT-EFF-ROW
002080         THRU 3020-SELECT-EFF-ROW-EXIT.
002090     IF NOT WS-DECODE-FOUND
002100         MOVE STMT-CHARGE-SW TO WS-TGT-CHARGE-SW
002110         MOVE ZERO           TO WS-TGT-TRAN-CODE
002120         PERFORM 3020-SELECT-EFF-ROW
002130             THRU 3020-SELECT-EFF-ROW-EXIT
002140     END-IF.
002150 3000-LOOKUP-DECODE-EXIT.
002160     EXIT.
002170
002180*****************************************************************
002190*    BROWSE THE EFFECTIVE PERIODS ON FILE FOR THE TARGET         *
002200*    CHARGE-SW/TRAN-CODE, ASCENDING BY EFF-FROM, AND KEEP THE    *
002210*    LAST ONE IN FORCE FOR WS-DECODE-DATE.  THE WINNER IS HELD   *
002220*    ASIDE SO THE ROW THAT ENDS THE BROWSE CANNOT OVERWRITE IT.  *
002230*****************************************************************
002240 3020-SELECT-EFF-ROW.
002250     MOVE 'N' TO WS-CDTB-DONE-SW.
002260     MOVE WS-TGT-CHARGE-SW TO FK-CDTB-CHARGE-SW.
002270     MOVE WS-TGT-TRAN-CODE TO FK-CDTB-TRAN-CODE.
002280     MOVE LOW-VALUES       TO FK-CDTB-EFF-FROM.
002290     START SPCCDTB-FILE KEY IS NOT LESS THAN FK-SPCCDTB-KEY
002300         INVALID KEY
002310             MOVE 'Y' TO WS-CDTB-DONE-SW
002320     END-START.
002330     PERFORM 3030-READ-EFF-NEXT
002340         THRU 3030-READ-EFF-NEXT-EXIT
002350         UNTIL WS-CDTB-DONE-YES.
002360     IF WS-DECODE-FOUND
002370         MOVE WS-CDTB-HOLD TO DSDS-SPCCDTB
002380     END-IF.
002390 3020-SELECT-EFF-ROW-EXIT.
002400     EXIT.
002410
002420 3030-READ-EFF-NEXT.
002430     READ SPCCDTB-FILE NEXT RECORD
002440         AT END
002450             MOVE 'Y' TO WS-CDTB-DONE-SW
002460             GO TO 3030-READ-EFF-NEXT-EXIT
002470     END-READ.
002480     MOVE FD-SPCCDTB-DATA TO DSDS-SPCCDTB.
002490     IF CDTB-CHARGE-SW NOT = WS-TGT-CHARGE-SW
002500             OR CDTB-TRAN-CODE NOT = WS-TGT-TRAN-CODE
002510             OR CDTB-EFF-FROM-DATE > WS-DECODE-DATE
002520         MOVE 'Y' TO WS-CDTB-DONE-SW
002530         GO TO 3030-READ-EFF-NEXT-EXIT
002540     END-IF.
002550     IF CDTB-EFF-TO-DATE NOT < WS-DECODE-DATE
002560         MOVE FD-SPCCDTB-DATA TO WS-CDTB-HOLD
002570         MOVE 'Y' TO WS-DECODE-FOUND-SW
002580     END-IF.
002590 3030-READ-EFF-NEXT-EXIT.
002600     EXIT.
002610
002620 4000-WRITE-DECODE-LINE.
002630     MOVE STMT-BANK-NBR   TO WS-RPT-BANK-NBR.
002640     MOVE STMT-ACCT-NBR   TO WS-RPT-ACCT-NBR.
002650     MOVE STMT-SEQ-NBR    TO WS-RPT-SEQ-NBR.
002660     MOVE STMT-TRAN-CODE  TO WS-RPT-TRAN-CODE.
002670     MOVE STMT-CHARGE-SW  TO WS-RPT-CHARGE-SW.
002680     IF WS-DECODE-FOUND
002690         MOVE CDTB-DESCRIPTION TO WS-RPT-DESCRIPTION
002700         MOVE CDTB-FEE-AMOUNT  TO WS-RPT-FEE-AMOUNT
002710         ADD 1 TO SPC-RECS-DECODED
002720     ELSE
002730         MOVE 'NO CODE TABLE ENTRY ON FILE FOR THIS SWITCH'
002740             TO WS-RPT-DESCRIPTION
002750         MOVE ZERO TO WS-RPT-FEE-AMOUNT
002760         ADD 1 TO SPC-RECS-UNDECODED
002770     END-IF.
002780     STRING 'BANK ' WS-RPT-BANK-NBR
002790             ' ACCT ' WS-RPT-ACCT-NBR
002800             ' SEQ ' WS-RPT-SEQ-NBR
002810             ' TRAN ' WS-RPT-TRAN-CODE
002820             ' SW ' WS-RPT-CHARGE-SW
002830             ' - ' WS-RPT-DESCRIPTION
002840             ' FEE ' WS-RPT-FEE-AMOUNT
002850             DELIMITED BY SIZE
002860             INTO FD-SPCCDEC-REC.
002870     WRITE FD-SPCCDEC-REC.
002880 4000-WRITE-DECODE-LINE-EXIT.
002890     EXIT.
002900
002910 9000-TERMINATE.
002920     CLOSE SPECSTMT-FILE.
002930     CLOSE SPCCDTB-FILE.
002940     CLOSE SPCCDEC-FILE.
002950     DISPLAY 'SPC080 - RECORDS READ      ' SPC-RECS-READ.
002960     DISPLAY 'SPC080 - RECORDS DECODED   ' SPC-RECS-DECODED.
002970     DISPLAY 'SPC080 - RECORDS UNDECODED ' SPC-RECS-UNDECODED.
002980     IF WS-ABEND-YES
002990         MOVE 16 TO RETURN-CODE
003000     END-IF.
003010 9000-TERMINATE-EXIT.
003020     EXIT.
