000110*    08/09/26   DW    ORIGINAL PROGRAM - DAILY EXTRACT OF        *
000120*                      DUE SPECIAL-STATEMENT SCHEDULES FOR       *
000130*                      PICKUP BY THE FEE/BILLING INTERFACE.      *
000140*    08/22/26   DW    DUE ROWS HELD ON DSDS.SPCHOLD ('H') ARE    *
000150*                      NOW EXCLUDED FROM THE EXTRACT SO A        *
000160*                      SUSPENDED SCHEDULE FEEDS NO FEES TO       *
000170*                      BILLING, MATCHING SPC010'S DUE SCAN.      *
000180*    10/15/26   DW    DUE ROWS WAIVED ON DSDS.SPCWAIV (A         *
000190*                      ONE-TIME OR THROUGH-DATE WAIVER FOR THE   *
000200*                      ACCOUNT AND TRAN CODE) ARE NOW KEPT OFF   *
000210*                      THE EXTRACT AND WRITTEN TO THE WAIVED-    *
000220*                      OCCURRENCE LOG (COPY SPCWVLG) FOR THE     *
000230*                      SPC270 REGISTER.  A ONE-TIME WAIVER IS    *
000240*                      MARKED USED AS IT IS TAKEN.               *
000250*****************************************************************
000260*****************************************************************
000270*    THIS PROGRAM SCANS DSDS.SPECSTMT FOR ROWS WHOSE STMT-NEXT- *
000280*    PROCESS MATCHES THE RUN DATE AND WRITES ONE DSDS.SPCEXTR   *
000290*    RECORD PER ROW (BANK/ACCOUNT/TRAN-CODE/CHARGE-SW) TO THE   *
000300*    DAILY EXTRACT FILE PICKED UP BY THE FEE BILLING PLATFORM.  *
000310*    NO DOWNSTREAM CONFIRMATION IS AVAILABLE BACK TO THIS JOB - *
000320*    THE EXTRACT IS TREATED AS FIRE-AND-FORGET, THE SAME WAY    *
000330*    SPC010 TREATS THE STATEMENT CYCLE ITSELF.                  *
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT SPECSTMT-FILE
000440         ASSIGN TO SPECSTM
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS FK-SPECSTMT-KEY
000480         FILE STATUS IS WS-SPECSTMT-STATUS.
000490
000500     SELECT SPCHOLD-FILE
000510         ASSIGN TO SPCHOLD
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS FK-SPCHOLD-KEY
000550         FILE STATUS IS WS-SPCHOLD-STATUS.
000560
000570     SELECT SPCWAIV-FILE
000580         ASSIGN TO SPCWAIV
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS FK-SPCWAIV-KEY
000620         FILE STATUS IS WS-SPCWAIV-STATUS.
000630
000640     SELECT SPCWVLG-FILE
000650         ASSIGN TO SPCWVLG
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-SPCWVLG-STATUS.
000680
000690     SELECT SPCEXTR-FILE
000700         ASSIGN TO SPCEXTR
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SPCEXTR-STATUS.
000730
000740     SELECT RUN-PARM-FILE
000750         ASSIGN TO RUNPARM
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-RUNPARM-STATUS.
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  SPECSTMT-FILE.
000810 01  FD-SPECSTMT-REC.
000820     05 FK-SPECSTMT-KEY.
000830         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
000840         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
000850         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
000860     05 FD-SPECSTMT-DATA         PIC X(49).
000870
000880 FD  SPCHOLD-FILE.
000890 01  FD-SPCHOLD-REC.
000900     05 FK-SPCHOLD-KEY.
000910         10 FK-HLD-BANK-NBR      PIC S9(3) USAGE COMP-3.
000920         10 FK-HLD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
000930         10 FK-HLD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
000940     05 FD-SPCHOLD-DATA          PIC X(40).
000950
000960 FD  SPCWAIV-FILE.
000970 01  FD-SPCWAIV-REC.
000980     05 FK-SPCWAIV-KEY.
000990         10 FK-WAI-BANK-NBR      PIC S9(3) USAGE COMP-3.
001000         10 FK-WAI-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001010         10 FK-WAI-TRAN-CODE     PIC S9(3) USAGE COMP-3.
001020         10 FK-WAI-FROM-DATE     PIC X(10).
001030     05 FD-SPCWAIV-DATA          PIC X(74).
001040
001050 FD  SPCWVLG-FILE.
001060 01  FD-SPCWVLG-REC              PIC X(50).
001070
001080 FD  SPCEXTR-FILE.
001090 01  FD-SPCEXTR-REC              PIC X(40).
001100
001110 FD  RUN-PARM-FILE
001120     RECORDING MODE IS F.
001130 01  RUN-PARM-REC.
001140     05 PARM-RUN-DATE            PIC X(10).
001150
001160 WORKING-STORAGE SECTION.
001170 COPY SPECSTMT.
001180 COPY SPCEXTR.
001190 COPY SPCHOLD.
001200 COPY SPCWAIV.
001210 COPY SPCWVLG.
001220
001230 01  WS-FILE-STATUSES.
001240     05 WS-SPECSTMT-STATUS       PIC X(2).
001250         88 WS-SPECSTMT-OK              VALUE '00'.
001260         88 WS-SPECSTMT-EOF             VALUE '10'.
001270     05 WS-SPCHOLD-STATUS        PIC X(2).
001280         88 WS-SPCHOLD-OK               VALUE '00'.
001290         88 WS-SPCHOLD-NOTFOUND         VALUE '23'.
001300     05 WS-SPCWAIV-STATUS        PIC X(2).
001310         88 WS-SPCWAIV-OK               VALUE '00'.
001320     05 WS-SPCWVLG-STATUS        PIC X(2).
001330         88 WS-SPCWVLG-OK               VALUE '00'.
001340     05 WS-SPCEXTR-STATUS        PIC X(2).
001350         88 WS-SPCEXTR-OK               VALUE '00'.
001360     05 WS-RUNPARM-STATUS        PIC X(2).
001370         88 WS-RUNPARM-OK               VALUE '00'.
001380
001390 01  WS-SWITCHES.
001400     05 WS-EOF-SW                PIC X(1)     VALUE 'N'.
001410         88 WS-EOF-YES                  VALUE 'Y'.
001420         88 WS-EOF-NO                   VALUE 'N'.
001430     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
001440         88 WS-ABEND-YES                VALUE 'Y'.
001450         88 WS-ABEND-NO                 VALUE 'N'.
001460     05 WS-ROW-HELD-SW           PIC X(1)     VALUE 'N'.
001470         88 WS-ROW-HELD-YES             VALUE 'Y'.
001480         88 WS-ROW-HELD-NO              VALUE 'N'.
001490     05 WS-ROW-WAIVED-SW         PIC X(1)     VALUE 'N'.
001500         88 WS-ROW-WAIVED-YES           VALUE 'Y'.
001510         88 WS-ROW-WAIVED-NO            VALUE 'N'.
001520     05 WS-WAIV-DONE-SW          PIC X(1)     VALUE 'N'.
001530         88 WS-WAIV-DONE-YES            VALUE 'Y'.
001540
001550 01  WS-COUNTERS.
001560     05 SPC-RECS-READ            PIC S9(7) COMP-3 VALUE ZERO.
001570     05 SPC-RECS-EXTRACTED       PIC S9(7) COMP-3 VALUE ZERO.
001580     05 SPC-RECS-HELD            PIC S9(7) COMP-3 VALUE ZERO.
001590     05 SPC-RECS-WAIVED          PIC S9(7) COMP-3 VALUE ZERO.
001600     05 SPC-WAIVERS-USED         PIC S9(7) COMP-3 VALUE ZERO.
001610
001620 01  SPC-RUN-DATE                PIC X(10).
001630
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE
001670         THRU 1000-INITIALIZE-EXIT.
001680     IF WS-ABEND-NO
001690         PERFORM 2000-PROCESS-SPECSTMT
001700             THRU 2000-PROCESS-SPECSTMT-EXIT
001710             UNTIL WS-EOF-YES
001720     END-IF.
001730     PERFORM 9000-TERMINATE
001740         THRU 9000-TERMINATE-EXIT.
001750     GOBACK.
001760
001770 1000-INITIALIZE.
001780     OPEN INPUT RUN-PARM-FILE.
001790     IF NOT WS-RUNPARM-OK
001800         DISPLAY 'SPC050 - RUN PARM FILE OPEN FAILED, STATUS '
001810             WS-RUNPARM-STATUS
001820         MOVE 'Y' TO WS-ABEND-SW
001830         GO TO 1000-INITIALIZE-EXIT
001840     END-IF.
001850     READ RUN-PARM-FILE.
001860     CLOSE RUN-PARM-FILE.
001870     MOVE PARM-RUN-DATE TO SPC-RUN-DATE.
001880     OPEN INPUT SPECSTMT-FILE.
001890     IF NOT WS-SPECSTMT-OK
001900         DISPLAY 'SPC050 - SPECSTMT OPEN FAILED, STATUS '
001910             WS-SPECSTMT-STATUS
001920         MOVE 'Y' TO WS-ABEND-SW
001930         GO TO 1000-INITIALIZE-EXIT
001940     END-IF.
001950     OPEN INPUT SPCHOLD-FILE.
001960     IF NOT WS-SPCHOLD-OK
001970         DISPLAY 'SPC050 - SPCHOLD OPEN FAILED, STATUS '
001980             WS-SPCHOLD-STATUS
001990         MOVE 'Y' TO WS-ABEND-SW
002000         GO TO 1000-INITIALIZE-EXIT
002010     END-IF.
002020     OPEN OUTPUT SPCEXTR-FILE.
002030     IF NOT WS-SPCEXTR-OK
002040         DISPLAY 'SPC050 - SPCEXTR OPEN FAILED, STATUS '
002050             WS-SPCEXTR-STATUS
002060         MOVE 'Y' TO WS-ABEND-SW
002070         GO TO 1000-INITIALIZE-EXIT
002080     END-IF.
002090     OPEN I-O SPCWAIV-FILE.
002100     IF NOT WS-SPCWAIV-OK
002110         DISPLAY 'SPC050 - SPCWAIV OPEN FAILED, STATUS '
002120             WS-SPCWAIV-STATUS
002130         MOVE 'Y' TO WS-ABEND-SW
002140         GO TO 1000-INITIALIZE-EXIT
002150     END-IF.
002160     OPEN OUTPUT SPCWVLG-FILE.
002170     IF NOT WS-SPCWVLG-OK
002180         DISPLAY 'SPC050 - SPCWVLG OPEN FAILED, STATUS '
002190             WS-SPCWVLG-STATUS
002200         MOVE 'Y' TO WS-ABEND-SW
002210     END-IF.
002220 1000-INITIALIZE-EXIT.
002230     EXIT.
002240
002250 2000-PROCESS-SPECSTMT.
002260     READ SPECSTMT-FILE NEXT RECORD
002270         AT END
002280             MOVE 'Y' TO WS-EOF-SW
002290             GO TO 2000-PROCESS-SPECSTMT-EXIT
002300     END-READ.
002310     ADD 1 TO SPC-RECS-READ.
002320     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
002330     IF STMT-NEXT-PROCESS NOT EQUAL SPC-RUN-DATE
002340         GO TO 2000-PROCESS-SPECSTMT-EXIT
002350     END-IF.
002360     PERFORM 2500-CHECK-HOLD
002370         THRU 2500-CHECK-HOLD-EXIT.
002380     IF WS-ROW-HELD-YES
002390         ADD 1 TO SPC-RECS-HELD
002400         GO TO 2000-PROCESS-SPECSTMT-EXIT
002410     END-IF.
002420     PERFORM 2600-CHECK-WAIVER
002430         THRU 2600-CHECK-WAIVER-EXIT.
002440     IF WS-ROW-WAIVED-YES
002450         ADD 1 TO SPC-RECS-WAIVED
002460         PERFORM 2700-WRITE-WAIVED-LOG
002470             THRU 2700-WRITE-WAIVED-LOG-EXIT
002480         GO TO 2000-PROCESS-SPECSTMT-EXIT
002490     END-IF.
002500     PERFORM 3000-WRITE-EXTRACT
002510         THRU 3000-WRITE-EXTRACT-EXIT.
002520 2000-PROCESS-SPECSTMT-EXIT.
002530     EXIT.
002540
002550*****************************************************************
002560*    A DUE ROW HELD ON DSDS.SPCHOLD ('H') FEEDS NO FEE RECORD    *
002570*    TO BILLING, MATCHING SPC010'S DUE SCAN.  NO ROW, OR A ROW   *
002580*    ALREADY RELEASED, MEANS NOT HELD.                           *
002590*****************************************************************
002600 2500-CHECK-HOLD.
002610     MOVE 'N' TO WS-ROW-HELD-SW.
002620     MOVE STMT-BANK-NBR TO FK-HLD-BANK-NBR.
002630     MOVE STMT-ACCT-NBR TO FK-HLD-ACCT-NBR.
002640     MOVE STMT-SEQ-NBR  TO FK-HLD-SEQ-NBR.
002650     READ SPCHOLD-FILE.
002660     IF WS-SPCHOLD-OK
002670         MOVE FD-SPCHOLD-DATA TO DSDS-SPCHOLD
002680         IF HOLD-ACTIVE
002690             MOVE 'Y' TO WS-ROW-HELD-SW
002700         END-IF
002710     END-IF.
002720 2500-CHECK-HOLD-EXIT.
002730     EXIT.
002740
002750*****************************************************************
002760*    A DUE ROW IS WAIVED WHEN DSDS.SPCWAIV HOLDS, FOR ITS BANK,  *
002770*    ACCOUNT AND TRAN CODE, AN OPEN ONE-TIME WAIVER FROM ON OR   *
002780*    BEFORE THE RUN DATE, OR A THROUGH-DATE WAIVER WHOSE         *
002790*    RANGE TAKES IN THE RUN DATE.  THE KEY ENDS IN THE FROM      *
002800*    DATE, SO THE ACCOUNT'S WAIVERS BROWSE OLDEST FIRST AND THE  *
002810*    BROWSE STOPS AT THE FIRST ONE THAT APPLIES OR THE FIRST     *
002820*    ONE FROM A LATER DATE.                                      *
002830*    A ONE-TIME WAIVER ALREADY USED FOR THIS SAME RUN DATE       *
002840*    STILL APPLIES, SO A RERUN OF THE NIGHT WAIVES THE SAME      *
002850*    OCCURRENCE.  REFUND ROWS ('R') NEVER STOP AN OCCURRENCE.    *
002860*****************************************************************
002870 2600-CHECK-WAIVER.
002880     MOVE 'N' TO WS-ROW-WAIVED-SW.
002890     MOVE 'N' TO WS-WAIV-DONE-SW.
002900     MOVE STMT-BANK-NBR  TO FK-WAI-BANK-NBR.
002910     MOVE STMT-ACCT-NBR  TO FK-WAI-ACCT-NBR.
002920     MOVE STMT-TRAN-CODE TO FK-WAI-TRAN-CODE.
002930     MOVE LOW-VALUES     TO FK-WAI-FROM-DATE.
002940     START SPCWAIV-FILE KEY IS NOT LESS THAN FK-SPCWAIV-KEY
002950         INVALID KEY
002960             GO TO 2600-CHECK-WAIVER-EXIT
002970     END-START.
002980     PERFORM 2610-TEST-ONE-WAIVER
002990         THRU 2610-TEST-ONE-WAIVER-EXIT
003000         UNTIL WS-WAIV-DONE-YES OR WS-ROW-WAIVED-YES.
003010 2600-CHECK-WAIVER-EXIT.
003020     EXIT.
003030
003040 2610-TEST-ONE-WAIVER.
003050     READ SPCWAIV-FILE NEXT RECORD
003060         AT END
003070             MOVE 'Y' TO WS-WAIV-DONE-SW
003080             GO TO 2610-TEST-ONE-WAIVER-EXIT
003090     END-READ.
003100     MOVE FD-SPCWAIV-DATA TO DSDS-SPCWAIV.
003110     IF WAIV-BANK-NBR NOT = STMT-BANK-NBR
003120             OR WAIV-ACCT-NBR NOT = STMT-ACCT-NBR
003130             OR WAIV-TRAN-CODE NOT = STMT-TRAN-CODE
003140             OR WAIV-FROM-DATE > SPC-RUN-DATE
003150         MOVE 'Y' TO WS-WAIV-DONE-SW
003160         GO TO 2610-TEST-ONE-WAIVER-EXIT
003170     END-IF.
003180     IF WAIV-ONE-TIME
003190         IF WAIV-USED AND WAIV-APPLIED-DATE = SPC-RUN-DATE
003200             MOVE 'Y' TO WS-ROW-WAIVED-SW
003210             GO TO 2610-TEST-ONE-WAIVER-EXIT
003220         END-IF
003230         IF WAIV-OPEN
003240             MOVE 'U' TO WAIV-STATUS-SW
003250             PERFORM 2650-TAKE-WAIVER
003260                 THRU 2650-TAKE-WAIVER-EXIT
003270         END-IF
003280         GO TO 2610-TEST-ONE-WAIVER-EXIT
003290     END-IF.
003300     IF WAIV-THRU-DATED AND WAIV-OPEN
003310             AND WAIV-THRU-DATE NOT < SPC-RUN-DATE
003320         PERFORM 2650-TAKE-WAIVER
003330             THRU 2650-TAKE-WAIVER-EXIT
003340     END-IF.
003350 2610-TEST-ONE-WAIVER-EXIT.
003360     EXIT.
003370
003380*****************************************************************
003390*    COUNT THE OCCURRENCE AGAINST THE WAIVER AND STAMP THE RUN   *
003400*    DATE ON IT.  A THROUGH-DATE WAIVER ALREADY STAMPED WITH THE *
003410*    RUN DATE (A RERUN, OR A SECOND SCHEDULE UNDER THE SAME TRAN *
003420*    CODE) IS NOT COUNTED AGAIN.                                 *
003430*****************************************************************
003440 2650-TAKE-WAIVER.
003450     MOVE 'Y' TO WS-ROW-WAIVED-SW.
003460     IF WAIV-APPLIED-DATE = SPC-RUN-DATE
003470         GO TO 2650-TAKE-WAIVER-EXIT
003480     END-IF.
003490     MOVE SPC-RUN-DATE TO WAIV-APPLIED-DATE.
003500     ADD 1 TO WAIV-USE-COUNT.
003510     MOVE DSDS-SPCWAIV TO FD-SPCWAIV-DATA.
003520     REWRITE FD-SPCWAIV-REC.
003530     IF NOT WS-SPCWAIV-OK
003540         DISPLAY 'SPC050 - SPCWAIV REWRITE FAILED FOR BANK '
003550             WAIV-BANK-NBR ' ACCT ' WAIV-ACCT-NBR
003560             ' STATUS ' WS-SPCWAIV-STATUS
003570         GO TO 2650-TAKE-WAIVER-EXIT
003580     END-IF.
003590     ADD 1 TO SPC-WAIVERS-USED.
003600 2650-TAKE-WAIVER-EXIT.
003610     EXIT.
003620
003630*****************************************************************
003640*    ONE LOG RECORD PER WAIVED OCCURRENCE - WHAT THE EXTRACT     *
003650*    RECORD WOULD HAVE CARRIED, PLUS THE WAIVER THAT STOPPED IT. *
003660*****************************************************************
003670 2700-WRITE-WAIVED-LOG.
003680     MOVE SPACES          TO DSDS-SPCWVLG.
003690     MOVE STMT-BANK-NBR   TO WVLG-BANK-NBR.
003700     MOVE STMT-ACCT-NBR   TO WVLG-ACCT-NBR.
003710     MOVE STMT-SEQ-NBR    TO WVLG-SEQ-NBR.
003720     MOVE STMT-TRAN-CODE  TO WVLG-TRAN-CODE.
003730     MOVE STMT-CHARGE-SW  TO WVLG-CHARGE-SW.
003740     MOVE SPC-RUN-DATE    TO WVLG-RUN-DATE.
003750     MOVE WAIV-FROM-DATE  TO WVLG-WAIV-FROM-DATE.
003760     MOVE WAIV-TYPE-SW    TO WVLG-WAIV-TYPE-SW.
003770     MOVE DSDS-SPCWVLG    TO FD-SPCWVLG-REC.
003780     WRITE FD-SPCWVLG-REC.
003790     IF NOT WS-SPCWVLG-OK
003800         DISPLAY 'SPC050 - SPCWVLG WRITE FAILED FOR BANK '
003810             WVLG-BANK-NBR ' ACCT ' WVLG-ACCT-NBR
003820             ' STATUS ' WS-SPCWVLG-STATUS
003830     END-IF.
003840 2700-WRITE-WAIVED-LOG-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880*    BUILD AND WRITE ONE DSDS.SPCEXTR RECORD FOR A DUE ROW.      *
003890*    DISPLAY NUMERICS ARE MOVED FROM THE COMP-3 SPECSTMT         *
003900*    FIELDS SO THE FEE/BILLING PLATFORM CAN READ THE EXTRACT     *
003910*    AS PLAIN TEXT.                                              *
003920*****************************************************************
003930 3000-WRITE-EXTRACT.
003940     MOVE SPACES           TO DSDS-SPCEXTR.
003950     MOVE STMT-BANK-NBR    TO EXTR-BANK-NBR.
003960     MOVE STMT-ACCT-NBR    TO EXTR-ACCT-NBR.
003970     MOVE STMT-TRAN-CODE   TO EXTR-TRAN-CODE.
003980     MOVE STMT-CHARGE-SW   TO EXTR-CHARGE-SW.
003990     MOVE SPC-RUN-DATE     TO EXTR-RUN-DATE.
004000     MOVE DSDS-SPCEXTR     TO FD-SPCEXTR-REC.
004010     WRITE FD-SPCEXTR-REC.
004020     IF NOT WS-SPCEXTR-OK
004030         DISPLAY 'SPC050 - SPCEXTR WRITE FAILED FOR BANK '
004040             EXTR-BANK-NBR ' ACCT ' EXTR-ACCT-NBR
004050             ' STATUS ' WS-SPCEXTR-STATUS
004060     ELSE
004070         ADD 1 TO SPC-RECS-EXTRACTED
004080     END-IF.
004090 3000-WRITE-EXTRACT-EXIT.
004100     EXIT.
004110
004120 9000-TERMINATE.
004130     CLOSE SPECSTMT-FILE.
004140     CLOSE SPCHOLD-FILE.
004150     CLOSE SPCWAIV-FILE.
004160     CLOSE SPCWVLG-FILE.
004170     CLOSE SPCEXTR-FILE.
004180     DISPLAY 'SPC050 - RECORDS READ      ' SPC-RECS-READ.
004190     DISPLAY 'SPC050 - RECORDS EXTRACTED ' SPC-RECS-EXTRACTED.
004200     DISPLAY 'SPC050 - RECORDS HELD      ' SPC-RECS-HELD.
004210     DISPLAY 'SPC050 - RECORDS WAIVED    ' SPC-RECS-WAIVED.
004220     DISPLAY 'SPC050 - WAIVERS APPLIED   ' SPC-WAIVERS-USED.
004230     IF WS-ABEND-YES
004240         MOVE 16 TO RETURN-CODE
004250     END-IF.
004260 9000-TERMINATE-EXIT.
004270     EXIT.
