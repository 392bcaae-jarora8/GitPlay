000210*                      FILE IN SPC010 IS DECLARED.  THE DELETE   *
000220*                      OF SPECSTMT-FILE STILL TARGETS THE LAST   *
000230*                      RECORD READ AND IS UNAFFECTED.            *
000240*    10/15/26   DW    AN ARCHIVED SCHEDULE NOW TAKES ITS SIDE    *
000250*                      ROWS WITH IT.  ITS SPCHOLD, SPCDLVP AND   *
000260*                      SPCROLL ROWS MOVE TO THE NEW DSDS.SPCARSD *
000270*                      (COPY SPCARSD) WITH IT; THE ACCOUNT'S     *
000280*                      SPCRTRY ROW FOR A TRAN CODE NO ACTIVE     *
000290*                      SCHEDULE STILL USES, AND ITS SPCHHLD      *
000300*                      MEMBERSHIP ONCE NO ACTIVE SCHEDULE IS     *
000310*                      LEFT, FOLLOW AT THE ACCOUNT BREAK.        *
000320*                      SPC130 PUTS THEM BACK ON REINSTATEMENT.   *
000330*    10/15/26   DW    WIDENED FD-SPCDLVP-DATA TO 76 BYTES FOR    *
000340*                      THE NEW BOUNCE AND RETURNED-MAIL COLUMNS  *
000350*                      (SEE SPC330).                             *
000360*****************************************************************
000370*****************************************************************
000380*    THIS PROGRAM SCANS DSDS.SPECSTMT AND MOVES ANY ROW WHOSE    *
000390*    STMT-END-DATE IS OLDER THAN THE RETENTION CUTOFF DATE       *
000400*    SUPPLIED ON THE RUN PARM INTO DSDS.SPCARCH, THEN DELETES    *
000410*    THE ROW FROM THE ACTIVE TABLE.  ALL ELEVEN ORIGINAL         *
000420*    COLUMNS ARE PRESERVED ON THE ARCHIVE SIDE, PLUS THE DATE    *
000430*    THE ROW WAS PURGED.                                         *
000440*    THE SCHEDULE'S SIDE ROWS GO WITH IT TO DSDS.SPCARSD.        *
000450*    SPECSTMT ARRIVES IN BANK/ACCOUNT ORDER, SO THE ACCOUNT-     *
000460*    LEVEL ROWS (SPCRTRY, SPCHHLD) ARE SETTLED AT EACH ACCOUNT   *
000470*    BREAK, ONCE IT IS KNOWN WHICH OF THE ACCOUNT'S SCHEDULES    *
000480*    STAYED ACTIVE.                                              *
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 SPECIAL-NAMES.
000550     DECIMAL-POINT IS COMMA.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT SPECSTMT-FILE
000590         ASSIGN TO SPECSTM
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS FK-SPECSTMT-KEY
000630         FILE STATUS IS WS-SPECSTMT-STATUS.
000640
000650     SELECT SPCARCH-FILE
000660         ASSIGN TO SPCARCH
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS FK-SPCARCH-KEY
000700         FILE STATUS IS WS-SPCARCH-STATUS.
000710
000720     SELECT SPCARSD-FILE
000730         ASSIGN TO SPCARSD
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS FK-SPCARSD-KEY
000770         FILE STATUS IS WS-SPCARSD-STATUS.
000780
000790     SELECT SPCHOLD-FILE
000800         ASSIGN TO SPCHOLD
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS FK-SPCHOLD-KEY
000840         FILE STATUS IS WS-SPCHOLD-STATUS.
000850
000860     SELECT SPCDLVP-FILE
000870         ASSIGN TO SPCDLVP
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS FK-SPCDLVP-KEY
000910         FILE STATUS IS WS-SPCDLVP-STATUS.
000920
000930     SELECT SPCROLL-FILE
000940         ASSIGN TO SPCROLL
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS RANDOM
000970         RECORD KEY IS FK-SPCROLL-KEY
000980         FILE STATUS IS WS-SPCROLL-STATUS.
000990
001000     SELECT SPCRTRY-FILE
001010         ASSIGN TO SPCRTRY
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS RANDOM
001040         RECORD KEY IS FK-SPCRTRY-KEY
001050         FILE STATUS IS WS-SPCRTRY-STATUS.
001060
001070     SELECT SPCHHLD-FILE
001080         ASSIGN TO SPCHHLD
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS RANDOM
001110         RECORD KEY IS FK-SPCHHLD-KEY
001120         FILE STATUS IS WS-SPCHHLD-STATUS.
001130
001140     SELECT RUN-PARM-FILE
001150         ASSIGN TO RUNPARM
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-RUNPARM-STATUS.
001180 DATA DIVISION.
001190 FILE SECTION.
001200 FD  SPECSTMT-FILE.
001210 01  FD-SPECSTMT-REC.
001220     05 FK-SPECSTMT-KEY.
001230         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
001240         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001250         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001260     05 FD-SPECSTMT-DATA         PIC X(49).
001270
001280 FD  SPCARCH-FILE.
001290 01  FD-SPCARCH-REC.
001300     05 FK-SPCARCH-KEY.
001310         10 FK-ARCH-BANK-NBR     PIC S9(3) USAGE COMP-3.
001320         10 FK-ARCH-ACCT-NBR     PIC S9(9) USAGE COMP-3.
001330         10 FK-ARCH-SEQ-NBR      PIC S9(4) USAGE COMP-3.
001340     05 FD-SPCARCH-DATA          PIC X(59).
001350
001360 FD  SPCARSD-FILE.
001370 01  FD-SPCARSD-REC.
001380     05 FK-SPCARSD-KEY.
001390         10 FK-ARS-BANK-NBR      PIC S9(3) USAGE COMP-3.
001400         10 FK-ARS-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001410         10 FK-ARS-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001420         10 FK-ARS-TABLE-ID      PIC X(8).
001430         10 FK-ARS-SUB-KEY       PIC S9(3) USAGE COMP-3.
001440     05 FD-SPCARSD-DATA          PIC X(110).
001450
001460 FD  SPCHOLD-FILE.
001470 01  FD-SPCHOLD-REC.
001480     05 FK-SPCHOLD-KEY.
001490         10 FK-HLD-BANK-NBR      PIC S9(3) USAGE COMP-3.
001500         10 FK-HLD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001510         10 FK-HLD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001520     05 FD-SPCHOLD-DATA          PIC X(40).
001530
001540 FD  SPCDLVP-FILE.
001550 01  FD-SPCDLVP-REC.
001560     05 FK-SPCDLVP-KEY.
001570         10 FK-DLV-BANK-NBR      PIC S9(3) USAGE COMP-3.
001580         10 FK-DLV-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001590         10 FK-DLV-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001600     05 FD-SPCDLVP-DATA          PIC X(76).
001610
001620 FD  SPCROLL-FILE.
001630 01  FD-SPCROLL-REC.
001640     05 FK-SPCROLL-KEY.
001650         10 FK-ROL-BANK-NBR      PIC S9(3) USAGE COMP-3.
001660         10 FK-ROL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001670         10 FK-ROL-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001680     05 FD-SPCROLL-DATA          PIC X(11).
001690
001700 FD  SPCRTRY-FILE.
001710 01  FD-SPCRTRY-REC.
001720     05 FK-SPCRTRY-KEY.
001730         10 FK-RTR-BANK-NBR      PIC S9(3) USAGE COMP-3.
001740         10 FK-RTR-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001750         10 FK-RTR-TRAN-CODE     PIC S9(3) USAGE COMP-3.
001760     05 FD-SPCRTRY-DATA          PIC X(32).
001770
001780 FD  SPCHHLD-FILE.
001790 01  FD-SPCHHLD-REC.
001800     05 FK-SPCHHLD-KEY.
001810         10 FK-HHL-BANK-NBR      PIC S9(3) USAGE COMP-3.
001820         10 FK-HHL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001830     05 FD-SPCHHLD-DATA          PIC X(13).
001840
001850 FD  RUN-PARM-FILE
001860     RECORDING MODE IS F.
001870 01  RUN-PARM-REC.
001880     05 PARM-CUTOFF-DATE         PIC X(10).
001890
001900 WORKING-STORAGE SECTION.
001910 COPY SPECSTMT.
001920 COPY SPCARCH.
001930 COPY SPCARSD.
001940
001950 01  WS-FILE-STATUSES.
001960     05 WS-SPECSTMT-STATUS       PIC X(2).
001970         88 WS-SPECSTMT-OK              VALUE '00'.
001980         88 WS-SPECSTMT-EOF             VALUE '10'.
001990     05 WS-SPCARCH-STATUS        PIC X(2).
002000         88 WS-SPCARCH-OK               VALUE '00'.
002010     05 WS-SPCARSD-STATUS        PIC X(2).
002020         88 WS-SPCARSD-OK               VALUE '00'.
002030         88 WS-SPCARSD-DUPKEY           VALUE '22'.
002040     05 WS-SPCHOLD-STATUS        PIC X(2).
002050         88 WS-SPCHOLD-OK               VALUE '00'.
002060     05 WS-SPCDLVP-STATUS        PIC X(2).
002070         88 WS-SPCDLVP-OK               VALUE '00'.
002080     05 WS-SPCROLL-STATUS        PIC X(2).
002090         88 WS-SPCROLL-OK               VALUE '00'.
002100     05 WS-SPCRTRY-STATUS        PIC X(2).
002110         88 WS-SPCRTRY-OK               VALUE '00'.
002120     05 WS-SPCHHLD-STATUS        PIC X(2).
002130         88 WS-SPCHHLD-OK               VALUE '00'.
002140     05 WS-RUNPARM-STATUS        PIC X(2).
002150         88 WS-RUNPARM-OK               VALUE '00'.
002160
002170 01  WS-SWITCHES.
002180     05 WS-EOF-SW                PIC X(1)     VALUE 'N'.
002190         88 WS-EOF-YES                  VALUE 'Y'.
002200         88 WS-EOF-NO                   VALUE 'N'.
002210     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
002220         88 WS-ABEND-YES                VALUE 'Y'.
002230         88 WS-ABEND-NO                 VALUE 'N'.
002240     05 WS-ACCT-ACTIVE-SW        PIC X(1)     VALUE 'N'.
002250         88 WS-ACCT-ACTIVE-YES          VALUE 'Y'.
002260     05 WS-ROW-ARCHIVED-SW       PIC X(1)     VALUE 'N'.
002270         88 WS-ROW-ARCHIVED-YES         VALUE 'Y'.
002280     05 WS-SIDE-SAVED-SW         PIC X(1)     VALUE 'N'.
002290         88 WS-SIDE-SAVED-YES           VALUE 'Y'.
002300     05 WS-TRAN-FOUND-SW         PIC X(1)     VALUE 'N'.
002310         88 WS-TRAN-FOUND-YES           VALUE 'Y'.
002320     05 WS-TRAN-OVERFLOW-SW      PIC X(1)     VALUE 'N'.
002330         88 WS-TRAN-OVERFLOW-YES        VALUE 'Y'.
002340
002350 01  WS-COUNTERS.
002360     05 SPC-RECS-READ            PIC S9(7) COMP-3 VALUE ZERO.
002370     05 SPC-RECS-PURGED          PIC S9(7) COMP-3 VALUE ZERO.
002380     05 SPC-HOLDS-ARCHIVED       PIC S9(7) COMP-3 VALUE ZERO.
002390     05 SPC-DLVPS-ARCHIVED       PIC S9(7) COMP-3 VALUE ZERO.
002400     05 SPC-ROLLS-ARCHIVED       PIC S9(7) COMP-3 VALUE ZERO.
002410     05 SPC-RTRYS-ARCHIVED       PIC S9(7) COMP-3 VALUE ZERO.
002420     05 SPC-HHLDS-ARCHIVED       PIC S9(7) COMP-3 VALUE ZERO.
002430
002440 01  SPC-CUTOFF-DATE             PIC X(10).
002450 01  SPC-CURRENT-DATE            PIC X(10).
002460 01  WS-TODAY-8                  PIC X(8).
002470
002480*****************************************************************
002490*    THE ACCOUNT NOW PASSING.  WS-KEPT-TRAN HOLDS THE TRAN CODES *
002500*    OF ITS SCHEDULES THAT STAY ACTIVE, WS-GONE-TRAN THOSE OF    *
002510*    THE SCHEDULES ARCHIVED THIS RUN.  A RETRY ROW IS ONLY       *
002520*    ARCHIVED FOR A TRAN CODE IN THE SECOND LIST AND NOT THE     *
002530*    FIRST; IF EITHER LIST FILLS, THE ACCOUNT'S RETRY ROWS ARE   *
002540*    LEFT WHERE THEY ARE.                                        *
002550*****************************************************************
002560 01  WS-CUR-BANK-NBR             PIC S9(3) COMP-3.
002570 01  WS-CUR-ACCT-NBR             PIC S9(9) COMP-3.
002580 01  WS-KEPT-COUNT               PIC S9(4) COMP VALUE ZERO.
002590 01  WS-GONE-COUNT               PIC S9(4) COMP VALUE ZERO.
002600 01  WS-TRAN-MAX                 PIC S9(4) COMP VALUE 50.
002610 01  WS-KEPT-TRAN-TABLE.
002620     05 WS-KEPT-TRAN             PIC S9(3) COMP-3
002630                                 OCCURS 50 TIMES
002640                                 INDEXED BY WS-KEPT-IDX.
002650 01  WS-GONE-TRAN-TABLE.
002660     05 WS-GONE-TRAN             PIC S9(3) COMP-3
002670                                 OCCURS 50 TIMES
002680                                 INDEXED BY WS-GONE-IDX.
002690 01  WS-TEST-TRAN                PIC S9(3) COMP-3.
002700
002710 PROCEDURE DIVISION.
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE
002740         THRU 1000-INITIALIZE-EXIT.
002750     IF WS-ABEND-NO
002760         PERFORM 2000-PROCESS-SPECSTMT
002770             THRU 2000-PROCESS-SPECSTMT-EXIT
002780             UNTIL WS-EOF-YES
002790     END-IF.
002800     PERFORM 9000-TERMINATE
002810         THRU 9000-TERMINATE-EXIT.
002820     GOBACK.
002830
002840 1000-INITIALIZE.
002850     OPEN INPUT RUN-PARM-FILE.
002860     IF NOT WS-RUNPARM-OK
002870         DISPLAY 'SPC060 - RUN PARM FILE OPEN FAILED, STATUS '
002880             WS-RUNPARM-STATUS
002890         MOVE 'Y' TO WS-ABEND-SW
002900         GO TO 1000-INITIALIZE-EXIT
002910     END-IF.
002920     READ RUN-PARM-FILE.
002930     CLOSE RUN-PARM-FILE.
002940     MOVE PARM-CUTOFF-DATE TO SPC-CUTOFF-DATE.
002950     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-8.
002960     STRING WS-TODAY-8(1:4) '-' WS-TODAY-8(5:2) '-'
002970             WS-TODAY-8(7:2) DELIMITED BY SIZE
002980             INTO SPC-CURRENT-DATE.
002990     OPEN I-O SPECSTMT-FILE.
003000     IF NOT WS-SPECSTMT-OK
003010         DISPLAY 'SPC060 - SPECSTMT OPEN FAILED, STATUS '
003020             WS-SPECSTMT-STATUS
003030         MOVE 'Y' TO WS-ABEND-SW
003040         GO TO 1000-INITIALIZE-EXIT
003050     END-IF.
003060     OPEN I-O SPCARCH-FILE.
003070     IF NOT WS-SPCARCH-OK
003080         DISPLAY 'SPC060 - SPCARCH OPEN FAILED, STATUS '
003090             WS-SPCARCH-STATUS
003100         MOVE 'Y' TO WS-ABEND-SW
003110         GO TO 1000-INITIALIZE-EXIT
003120     END-IF.
003130     OPEN I-O SPCARSD-FILE.
003140     IF NOT WS-SPCARSD-OK
003150         DISPLAY 'SPC060 - SPCARSD OPEN FAILED, STATUS '
003160             WS-SPCARSD-STATUS
003170         MOVE 'Y' TO WS-ABEND-SW
003180         GO TO 1000-INITIALIZE-EXIT
003190     END-IF.
003200     OPEN I-O SPCHOLD-FILE.
003210     IF NOT WS-SPCHOLD-OK
003220         DISPLAY 'SPC060 - SPCHOLD OPEN FAILED, STATUS '
003230             WS-SPCHOLD-STATUS
003240         MOVE 'Y' TO WS-ABEND-SW
003250         GO TO 1000-INITIALIZE-EXIT
003260     END-IF.
003270     OPEN I-O SPCDLVP-FILE.
003280     IF NOT WS-SPCDLVP-OK
003290         DISPLAY 'SPC060 - SPCDLVP OPEN FAILED, STATUS '
003300             WS-SPCDLVP-STATUS
003310         MOVE 'Y' TO WS-ABEND-SW
003320         GO TO 1000-INITIALIZE-EXIT
003330     END-IF.
003340     OPEN I-O SPCROLL-FILE.
003350     IF NOT WS-SPCROLL-OK
003360         DISPLAY 'SPC060 - SPCROLL OPEN FAILED, STATUS '
003370             WS-SPCROLL-STATUS
003380         MOVE 'Y' TO WS-ABEND-SW
003390         GO TO 1000-INITIALIZE-EXIT
003400     END-IF.
003410     OPEN I-O SPCRTRY-FILE.
003420     IF NOT WS-SPCRTRY-OK
003430         DISPLAY 'SPC060 - SPCRTRY OPEN FAILED, STATUS '
003440             WS-SPCRTRY-STATUS
003450         MOVE 'Y' TO WS-ABEND-SW
003460         GO TO 1000-INITIALIZE-EXIT
003470     END-IF.
003480     OPEN I-O SPCHHLD-FILE.
003490     IF NOT WS-SPCHHLD-OK
003500         DISPLAY 'SPC060 - SPCHHLD OPEN FAILED, STATUS '
003510             WS-SPCHHLD-STATUS
003520         MOVE 'Y' TO WS-ABEND-SW
003530     END-IF.
003540 1000-INITIALIZE-EXIT.
003550     EXIT.
003560
003570 2000-PROCESS-SPECSTMT.
003580     READ SPECSTMT-FILE NEXT RECORD
003590         AT END
003600             MOVE 'Y' TO WS-EOF-SW
003610             PERFORM 2500-CLOSE-ACCOUNT
003620                 THRU 2500-CLOSE-ACCOUNT-EXIT
003630             GO TO 2000-PROCESS-SPECSTMT-EXIT
003640     END-READ.
003650     ADD 1 TO SPC-RECS-READ.
003660     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
003670     IF WS-ACCT-ACTIVE-YES
003680             AND (STMT-BANK-NBR NOT = WS-CUR-BANK-NBR
003690                 OR STMT-ACCT-NBR NOT = WS-CUR-ACCT-NBR)
003700         PERFORM 2500-CLOSE-ACCOUNT
003710             THRU 2500-CLOSE-ACCOUNT-EXIT
003720     END-IF.
003730     IF NOT WS-ACCT-ACTIVE-YES
003740         PERFORM 2400-OPEN-ACCOUNT
003750             THRU 2400-OPEN-ACCOUNT-EXIT
003760     END-IF.
003770     MOVE 'N' TO WS-ROW-ARCHIVED-SW.
003780     IF STMT-END-DATE LESS THAN SPC-CUTOFF-DATE
003790         PERFORM 3000-ARCHIVE-ROW
003800             THRU 3000-ARCHIVE-ROW-EXIT
003810     END-IF.
003820     MOVE STMT-TRAN-CODE TO WS-TEST-TRAN.
003830     IF WS-ROW-ARCHIVED-YES
003840         PERFORM 2700-NOTE-GONE-TRAN
003850             THRU 2700-NOTE-GONE-TRAN-EXIT
003860     ELSE
003870         PERFORM 2600-NOTE-KEPT-TRAN
003880             THRU 2600-NOTE-KEPT-TRAN-EXIT
003890     END-IF.
003900 2000-PROCESS-SPECSTMT-EXIT.
003910     EXIT.
003920
003930 2400-OPEN-ACCOUNT.
003940     MOVE 'Y' TO WS-ACCT-ACTIVE-SW.
003950     MOVE 'N' TO WS-TRAN-OVERFLOW-SW.
003960     MOVE STMT-BANK-NBR TO WS-CUR-BANK-NBR.
003970     MOVE STMT-ACCT-NBR TO WS-CUR-ACCT-NBR.
003980     MOVE ZERO TO WS-KEPT-COUNT WS-GONE-COUNT.
003990 2400-OPEN-ACCOUNT-EXIT.
004000     EXIT.
004010
004020*****************************************************************
004030*    ACCOUNT BREAK.  A RETRY ROW GOES ONCE NO ACTIVE SCHEDULE    *
004040*    CARRIES ITS TRAN CODE; THE HOUSEHOLD MEMBERSHIP GOES ONCE   *
004050*    NO ACTIVE SCHEDULE IS LEFT AT ALL - THE SAME "MEMBER WITH   *
004060*    NO ACTIVE SCHEDULE" SPC200 WOULD OTHERWISE WARN ABOUT.      *
004070*    A SCHEDULE WHOSE ARCHIVE FAILED IS STILL ACTIVE.            *
004080*****************************************************************
004090 2500-CLOSE-ACCOUNT.
004100     IF NOT WS-ACCT-ACTIVE-YES
004110         GO TO 2500-CLOSE-ACCOUNT-EXIT
004120     END-IF.
004130     MOVE 'N' TO WS-ACCT-ACTIVE-SW.
004140     IF WS-GONE-COUNT = ZERO
004150         GO TO 2500-CLOSE-ACCOUNT-EXIT
004160     END-IF.
004170     IF WS-TRAN-OVERFLOW-YES
004180         DISPLAY 'SPC060 - OVER 50 TRAN CODES FOR BANK '
004190             WS-CUR-BANK-NBR ' ACCT ' WS-CUR-ACCT-NBR
004200             ' - SPCRTRY ROWS LEFT IN PLACE'
004210     ELSE
004220         PERFORM 3400-ARCHIVE-RETRY
004230             THRU 3400-ARCHIVE-RETRY-EXIT
004240             VARYING WS-GONE-IDX FROM 1 BY 1
004250             UNTIL WS-GONE-IDX > WS-GONE-COUNT
004260     END-IF.
004270     IF WS-KEPT-COUNT = ZERO
004280         PERFORM 3500-ARCHIVE-HOUSEHOLD
004290             THRU 3500-ARCHIVE-HOUSEHOLD-EXIT
004300     END-IF.
004310 2500-CLOSE-ACCOUNT-EXIT.
004320     EXIT.
004330
004340 2600-NOTE-KEPT-TRAN.
004350     PERFORM 2800-FIND-KEPT-TRAN
004360         THRU 2800-FIND-KEPT-TRAN-EXIT.
004370     IF WS-TRAN-FOUND-YES
004380         GO TO 2600-NOTE-KEPT-TRAN-EXIT
004390     END-IF.
004400     IF WS-KEPT-COUNT NOT < WS-TRAN-MAX
004410         MOVE 'Y' TO WS-TRAN-OVERFLOW-SW
004420         GO TO 2600-NOTE-KEPT-TRAN-EXIT
004430     END-IF.
004440     ADD 1 TO WS-KEPT-COUNT.
004450     MOVE WS-TEST-TRAN TO WS-KEPT-TRAN (WS-KEPT-COUNT).
004460 2600-NOTE-KEPT-TRAN-EXIT.
004470     EXIT.
004480
004490 2700-NOTE-GONE-TRAN.
004500     PERFORM 2850-FIND-GONE-TRAN
004510         THRU 2850-FIND-GONE-TRAN-EXIT.
004520     IF WS-TRAN-FOUND-YES
004530         GO TO 2700-NOTE-GONE-TRAN-EXIT
004540     END-IF.
004550     IF WS-GONE-COUNT NOT < WS-TRAN-MAX
004560         MOVE 'Y' TO WS-TRAN-OVERFLOW-SW
004570         GO TO 2700-NOTE-GONE-TRAN-EXIT
004580     END-IF.
004590     ADD 1 TO WS-GONE-COUNT.
004600     MOVE WS-TEST-TRAN TO WS-GONE-TRAN (WS-GONE-COUNT).
004610 2700-NOTE-GONE-TRAN-EXIT.
004620     EXIT.
004630
004640 2800-FIND-KEPT-TRAN.
004650     MOVE 'N' TO WS-TRAN-FOUND-SW.
004660     SET WS-KEPT-IDX TO 1.
004670     PERFORM 2810-TEST-KEPT-TRAN
004680         THRU 2810-TEST-KEPT-TRAN-EXIT
004690         UNTIL WS-TRAN-FOUND-YES
004700             OR WS-KEPT-IDX > WS-KEPT-COUNT.
004710 2800-FIND-KEPT-TRAN-EXIT.
004720     EXIT.
004730
004740 2810-TEST-KEPT-TRAN.
004750     IF WS-KEPT-TRAN (WS-KEPT-IDX) = WS-TEST-TRAN
004760         MOVE 'Y' TO WS-TRAN-FOUND-SW
004770     ELSE
004780         SET WS-KEPT-IDX UP BY 1
004790     END-IF.
004800 2810-TEST-KEPT-TRAN-EXIT.
004810     EXIT.
004820
004830 2850-FIND-GONE-TRAN.
004840     MOVE 'N' TO WS-TRAN-FOUND-SW.
004850     SET WS-GONE-IDX TO 1.
004860     PERFORM 2860-TEST-GONE-TRAN
004870         THRU 2860-TEST-GONE-TRAN-EXIT
004880         UNTIL WS-TRAN-FOUND-YES
004890             OR WS-GONE-IDX > WS-GONE-COUNT.
004900 2850-FIND-GONE-TRAN-EXIT.
004910     EXIT.
004920
004930 2860-TEST-GONE-TRAN.
004940     IF WS-GONE-TRAN (WS-GONE-IDX) = WS-TEST-TRAN
004950         MOVE 'Y' TO WS-TRAN-FOUND-SW
004960     ELSE
004970         SET WS-GONE-IDX UP BY 1
004980     END-IF.
004990 2860-TEST-GONE-TRAN-EXIT.
005000     EXIT.
005010
005020*****************************************************************
005030*    COPY THE CURRENT SPECSTMT ROW INTO DSDS.SPCARCH, STAMP IT   *
005040*    WITH TODAY'S DATE, THEN DELETE IT FROM THE ACTIVE TABLE.    *
005050*    ACCESS MODE SEQUENTIAL MEANS THE DELETE ACTS ON THE LAST    *
005060*    RECORD READ, THE SAME WAY THE REWRITE IN SPC030 ACTS ON     *
005070*    THE RECORD KEYED BY THE EXPLICIT KEY GROUP THERE.           *
005080*****************************************************************
005090 3000-ARCHIVE-ROW.
005100     MOVE STMT-BANK-NBR     TO ARCH-BANK-NBR.
005110     MOVE STMT-ACCT-NBR     TO ARCH-ACCT-NBR.
005120     MOVE STMT-START-DATE   TO ARCH-START-DATE.
005130     MOVE STMT-END-DATE     TO ARCH-END-DATE.
005140     MOVE STMT-TRAN-CODE    TO ARCH-TRAN-CODE.
005150     MOVE STMT-ACCT-ID      TO ARCH-ACCT-ID.
005160     MOVE STMT-FREQUENCY    TO ARCH-FREQUENCY.
005170     MOVE STMT-NEXT-PROCESS TO ARCH-NEXT-PROCESS.
005180     MOVE STMT-SEQ-NBR      TO ARCH-SEQ-NBR.
005190     MOVE STMT-PROCESS-DAY  TO ARCH-PROCESS-DAY.
005200     MOVE STMT-CHARGE-SW    TO ARCH-CHARGE-SW.
005210     MOVE SPC-CURRENT-DATE  TO ARCH-PURGE-DATE.
005220     MOVE ARCH-BANK-NBR     TO FK-ARCH-BANK-NBR.
005230     MOVE ARCH-ACCT-NBR     TO FK-ARCH-ACCT-NBR.
005240     MOVE ARCH-SEQ-NBR      TO FK-ARCH-SEQ-NBR.
005250     MOVE DSDS-SPCARCH      TO FD-SPCARCH-DATA.
005260     WRITE FD-SPCARCH-REC.
005270     IF NOT WS-SPCARCH-OK
005280         DISPLAY 'SPC060 - SPCARCH WRITE FAILED FOR BANK '
005290             ARCH-BANK-NBR ' ACCT ' ARCH-ACCT-NBR
005300             ' STATUS ' WS-SPCARCH-STATUS
005310         GO TO 3000-ARCHIVE-ROW-EXIT
005320     END-IF.
005330     DELETE SPECSTMT-FILE RECORD.
005340     IF NOT WS-SPECSTMT-OK
005350         DISPLAY 'SPC060 - SPECSTMT DELETE FAILED FOR BANK '
005360             ARCH-BANK-NBR ' ACCT ' ARCH-ACCT-NBR
005370             ' STATUS ' WS-SPECSTMT-STATUS
005380     ELSE
005390         ADD 1 TO SPC-RECS-PURGED
005400         MOVE 'Y' TO WS-ROW-ARCHIVED-SW
005410         PERFORM 3100-ARCHIVE-HOLD
005420             THRU 3100-ARCHIVE-HOLD-EXIT
005430         PERFORM 3200-ARCHIVE-DELIVERY
005440             THRU 3200-ARCHIVE-DELIVERY-EXIT
005450         PERFORM 3300-ARCHIVE-ROLL-RULE
005460             THRU 3300-ARCHIVE-ROLL-RULE-EXIT
005470     END-IF.
005480 3000-ARCHIVE-ROW-EXIT.
005490     EXIT.
005500
005510*****************************************************************
005520*    SCHEDULE-LEVEL SIDE ROWS, READ BY THE ARCHIVED ROW'S OWN    *
005530*    KEY.  THE LIVE ROW IS ONLY DELETED ONCE ITS COPY IS SAFELY  *
005540*    ON DSDS.SPCARSD.                                            *
005550*****************************************************************
005560 3100-ARCHIVE-HOLD.
005570     MOVE STMT-BANK-NBR TO FK-HLD-BANK-NBR.
005580     MOVE STMT-ACCT-NBR TO FK-HLD-ACCT-NBR.
005590     MOVE STMT-SEQ-NBR  TO FK-HLD-SEQ-NBR.
005600     READ SPCHOLD-FILE
005610         INVALID KEY
005620             GO TO 3100-ARCHIVE-HOLD-EXIT
005630     END-READ.
005640     MOVE STMT-SEQ-NBR    TO ARSD-SEQ-NBR.
005650     MOVE 'SPCHOLD '      TO ARSD-TABLE-ID.
005660     MOVE ZERO            TO ARSD-SUB-KEY.
005670     MOVE FD-SPCHOLD-DATA TO ARSD-ROW-IMAGE.
005680     PERFORM 3900-WRITE-SIDE-ARCHIVE
005690         THRU 3900-WRITE-SIDE-ARCHIVE-EXIT.
005700     IF NOT WS-SIDE-SAVED-YES
005710         GO TO 3100-ARCHIVE-HOLD-EXIT
005720     END-IF.
005730     DELETE SPCHOLD-FILE RECORD.
005740     IF NOT WS-SPCHOLD-OK
005750         DISPLAY 'SPC060 - SPCHOLD DELETE FAILED FOR BANK '
005760             STMT-BANK-NBR ' ACCT ' STMT-ACCT-NBR
005770             ' STATUS ' WS-SPCHOLD-STATUS
005780     ELSE
005790         ADD 1 TO SPC-HOLDS-ARCHIVED
005800     END-IF.
005810 3100-ARCHIVE-HOLD-EXIT.
005820     EXIT.
005830
005840 3200-ARCHIVE-DELIVERY.
005850     MOVE STMT-BANK-NBR TO FK-DLV-BANK-NBR.
005860     MOVE STMT-ACCT-NBR TO FK-DLV-ACCT-NBR.
005870     MOVE STMT-SEQ-NBR  TO FK-DLV-SEQ-NBR.
005880     READ SPCDLVP-FILE
005890         INVALID KEY
005900             GO TO 3200-ARCHIVE-DELIVERY-EXIT
005910     END-READ.
005920     MOVE STMT-SEQ-NBR    TO ARSD-SEQ-NBR.
005930     MOVE 'SPCDLVP '      TO ARSD-TABLE-ID.
005940     MOVE ZERO            TO ARSD-SUB-KEY.
005950     MOVE FD-SPCDLVP-DATA TO ARSD-ROW-IMAGE.
005960     PERFORM 3900-WRITE-SIDE-ARCHIVE
005970         THRU 3900-WRITE-SIDE-ARCHIVE-EXIT.
005980     IF NOT WS-SIDE-SAVED-YES
005990         GO TO 3200-ARCHIVE-DELIVERY-EXIT
006000     END-IF.
006010     DELETE SPCDLVP-FILE RECORD.
006020     IF NOT WS-SPCDLVP-OK
006030         DISPLAY 'SPC060 - SPCDLVP DELETE FAILED FOR BANK '
006040             STMT-BANK-NBR ' ACCT ' STMT-ACCT-NBR
006050             ' STATUS ' WS-SPCDLVP-STATUS
006060     ELSE
006070         ADD 1 TO SPC-DLVPS-ARCHIVED
006080     END-IF.
006090 3200-ARCHIVE-DELIVERY-EXIT.
006100     EXIT.
006110
006120 3300-ARCHIVE-ROLL-RULE.
006130     MOVE STMT-BANK-NBR TO FK-ROL-BANK-NBR.
006140     MOVE STMT-ACCT-NBR TO FK-ROL-ACCT-NBR.
006150     MOVE STMT-SEQ-NBR  TO FK-ROL-SEQ-NBR.
006160     READ SPCROLL-FILE
006170         INVALID KEY
006180             GO TO 3300-ARCHIVE-ROLL-RULE-EXIT
006190     END-READ.
006200     MOVE STMT-SEQ-NBR    TO ARSD-SEQ-NBR.
006210     MOVE 'SPCROLL '      TO ARSD-TABLE-ID.
006220     MOVE ZERO            TO ARSD-SUB-KEY.
006230     MOVE FD-SPCROLL-DATA TO ARSD-ROW-IMAGE.
006240     PERFORM 3900-WRITE-SIDE-ARCHIVE
006250         THRU 3900-WRITE-SIDE-ARCHIVE-EXIT.
006260     IF NOT WS-SIDE-SAVED-YES
006270         GO TO 3300-ARCHIVE-ROLL-RULE-EXIT
006280     END-IF.
006290     DELETE SPCROLL-FILE RECORD.
006300     IF NOT WS-SPCROLL-OK
006310         DISPLAY 'SPC060 - SPCROLL DELETE FAILED FOR BANK '
006320             STMT-BANK-NBR ' ACCT ' STMT-ACCT-NBR
006330             ' STATUS ' WS-SPCROLL-STATUS
006340     ELSE
006350         ADD 1 TO SPC-ROLLS-ARCHIVED
006360     END-IF.
006370 3300-ARCHIVE-ROLL-RULE-EXIT.
006380     EXIT.
006390
006400*****************************************************************
006410*    ACCOUNT-LEVEL SIDE ROWS, SETTLED AT THE ACCOUNT BREAK AND   *
006420*    FILED UNDER SEQ ZERO.  ONE RETRY ROW PER TRAN CODE THAT     *
006430*    LEFT WITH THE ARCHIVED SCHEDULES AND IS NOT STILL CARRIED   *
006440*    BY AN ACTIVE ONE.                                           *
006450*****************************************************************
006460 3400-ARCHIVE-RETRY.
006470     MOVE WS-GONE-TRAN (WS-GONE-IDX) TO WS-TEST-TRAN.
006480     PERFORM 2800-FIND-KEPT-TRAN
006490         THRU 2800-FIND-KEPT-TRAN-EXIT.
006500     IF WS-TRAN-FOUND-YES
006510         GO TO 3400-ARCHIVE-RETRY-EXIT
006520     END-IF.
006530     MOVE WS-CUR-BANK-NBR TO FK-RTR-BANK-NBR.
006540     MOVE WS-CUR-ACCT-NBR TO FK-RTR-ACCT-NBR.
006550     MOVE WS-TEST-TRAN    TO FK-RTR-TRAN-CODE.
006560     READ SPCRTRY-FILE
006570         INVALID KEY
006580             GO TO 3400-ARCHIVE-RETRY-EXIT
006590     END-READ.
006600     MOVE ZERO            TO ARSD-SEQ-NBR.
006610     MOVE 'SPCRTRY '      TO ARSD-TABLE-ID.
006620     MOVE WS-TEST-TRAN    TO ARSD-SUB-KEY.
006630     MOVE FD-SPCRTRY-DATA TO ARSD-ROW-IMAGE.
006640     PERFORM 3900-WRITE-SIDE-ARCHIVE
006650         THRU 3900-WRITE-SIDE-ARCHIVE-EXIT.
006660     IF NOT WS-SIDE-SAVED-YES
006670         GO TO 3400-ARCHIVE-RETRY-EXIT
006680     END-IF.
006690     DELETE SPCRTRY-FILE RECORD.
006700     IF NOT WS-SPCRTRY-OK
006710         DISPLAY 'SPC060 - SPCRTRY DELETE FAILED FOR BANK '
006720             WS-CUR-BANK-NBR ' ACCT ' WS-CUR-ACCT-NBR
006730             ' STATUS ' WS-SPCRTRY-STATUS
006740     ELSE
006750         ADD 1 TO SPC-RTRYS-ARCHIVED
006760     END-IF.
006770 3400-ARCHIVE-RETRY-EXIT.
006780     EXIT.
006790
006800 3500-ARCHIVE-HOUSEHOLD.
006810     MOVE WS-CUR-BANK-NBR TO FK-HHL-BANK-NBR.
006820     MOVE WS-CUR-ACCT-NBR TO FK-HHL-ACCT-NBR.
006830     READ SPCHHLD-FILE
006840         INVALID KEY
006850             GO TO 3500-ARCHIVE-HOUSEHOLD-EXIT
006860     END-READ.
006870     MOVE ZERO            TO ARSD-SEQ-NBR.
006880     MOVE 'SPCHHLD '      TO ARSD-TABLE-ID.
006890     MOVE ZERO            TO ARSD-SUB-KEY.
006900     MOVE FD-SPCHHLD-DATA TO ARSD-ROW-IMAGE.
006910     PERFORM 3900-WRITE-SIDE-ARCHIVE
006920         THRU 3900-WRITE-SIDE-ARCHIVE-EXIT.
006930     IF NOT WS-SIDE-SAVED-YES
006940         GO TO 3500-ARCHIVE-HOUSEHOLD-EXIT
006950     END-IF.
006960     DELETE SPCHHLD-FILE RECORD.
006970     IF NOT WS-SPCHHLD-OK
006980         DISPLAY 'SPC060 - SPCHHLD DELETE FAILED FOR BANK '
006990             WS-CUR-BANK-NBR ' ACCT ' WS-CUR-ACCT-NBR
007000             ' STATUS ' WS-SPCHHLD-STATUS
007010     ELSE
007020         ADD 1 TO SPC-HHLDS-ARCHIVED
007030     END-IF.
007040 3500-ARCHIVE-HOUSEHOLD-EXIT.
007050     EXIT.
007060
007070*****************************************************************
007080*    ONE DSDS.SPCARSD ROW.  THE CALLER SETS THE SEQ, TABLE ID,   *
007090*    SUB-KEY AND IMAGE.  A ROW ALREADY ON FILE UNDER THE SAME    *
007100*    KEY IS LEFT FROM AN EARLIER ARCHIVE OF A SCHEDULE SINCE     *
007110*    RE-ADDED BY HAND - THE NEWER COPY REPLACES IT.              *
007120*****************************************************************
007130 3900-WRITE-SIDE-ARCHIVE.
007140     MOVE 'N' TO WS-SIDE-SAVED-SW.
007150     MOVE WS-CUR-BANK-NBR  TO ARSD-BANK-NBR.
007160     MOVE WS-CUR-ACCT-NBR  TO ARSD-ACCT-NBR.
007170     MOVE SPC-CURRENT-DATE TO ARSD-PURGE-DATE.
007180     MOVE ARSD-BANK-NBR    TO FK-ARS-BANK-NBR.
007190     MOVE ARSD-ACCT-NBR    TO FK-ARS-ACCT-NBR.
007200     MOVE ARSD-SEQ-NBR     TO FK-ARS-SEQ-NBR.
007210     MOVE ARSD-TABLE-ID    TO FK-ARS-TABLE-ID.
007220     MOVE ARSD-SUB-KEY     TO FK-ARS-SUB-KEY.
007230     MOVE DSDS-SPCARSD     TO FD-SPCARSD-DATA.
007240     WRITE FD-SPCARSD-REC.
007250     IF WS-SPCARSD-DUPKEY
007260         REWRITE FD-SPCARSD-REC
007270     END-IF.
007280     IF NOT WS-SPCARSD-OK
007290         DISPLAY 'SPC060 - SPCARSD WRITE FAILED FOR BANK '
007300             ARSD-BANK-NBR ' ACCT ' ARSD-ACCT-NBR
007310             ' TABLE ' ARSD-TABLE-ID
007320             ' STATUS ' WS-SPCARSD-STATUS
007330         GO TO 3900-WRITE-SIDE-ARCHIVE-EXIT
007340     END-IF.
007350     MOVE 'Y' TO WS-SIDE-SAVED-SW.
007360 3900-WRITE-SIDE-ARCHIVE-EXIT.
007370     EXIT.
007380
007390 9000-TERMINATE.
007400     CLOSE SPECSTMT-FILE.
007410     CLOSE SPCARCH-FILE.
007420     CLOSE SPCARSD-FILE.
007430     CLOSE SPCHOLD-FILE.
007440     CLOSE SPCDLVP-FILE.
007450     CLOSE SPCROLL-FILE.
007460     CLOSE SPCRTRY-FILE.
007470     CLOSE SPCHHLD-FILE.
007480     DISPLAY 'SPC060 - RECORDS READ      ' SPC-RECS-READ.
007490     DISPLAY 'SPC060 - RECORDS PURGED    ' SPC-RECS-PURGED.
007500     DISPLAY 'SPC060 - SPCHOLD ROWS ARCHIVED' SPC-HOLDS-ARCHIVED.
007510     DISPLAY 'SPC060 - SPCDLVP ROWS ARCHIVED' SPC-DLVPS-ARCHIVED.
007520     DISPLAY 'SPC060 - SPCROLL ROWS ARCHIVED' SPC-ROLLS-ARCHIVED.
007530     DISPLAY 'SPC060 - SPCRTRY ROWS ARCHIVED' SPC-RTRYS-ARCHIVED.
007540     DISPLAY 'SPC060 - SPCHHLD ROWS ARCHIVED' SPC-HHLDS-ARCHIVED.
007550     IF WS-ABEND-YES
007560         MOVE 16 TO RETURN-CODE
007570     END-IF.
007580 9000-TERMINATE-EXIT.
007590     EXIT.
