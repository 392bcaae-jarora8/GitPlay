000310*                      ROW STAMPED WITH THE RUN PARM'S           *
000320*                      OPERATOR ID, SAME LOG AS EVERY OTHER      *
000330*                      MAINTENANCE PATH.                         *
000340*    10/15/26   DW    A REINSTATED SCHEDULE GETS ITS SIDE ROWS   *
000350*                      BACK.  THE SPCHOLD, SPCDLVP AND SPCROLL   *
000360*                      ROWS SPC060 FILED ON DSDS.SPCARSD UNDER   *
000370*                      ITS KEY, THE ACCOUNT'S SPCRTRY ROW FOR    *
000380*                      ITS TRAN CODE AND THE ACCOUNT'S SPCHHLD   *
000390*                      MEMBERSHIP ARE WRITTEN BACK TO THE LIVE   *
000400*                      TABLES, LOGGED ON DSDS.SPCAUDT, REPORTED  *
000410*                      UNDER THE ACCEPTED REQUEST, AND REMOVED   *
000420*                      FROM THE SIDE ARCHIVE.  A LIVE ROW        *
000430*                      ALREADY ON FILE WINS AND THE ARCHIVED     *
000440*                      COPY STAYS.                               *
000450*    10/15/26   DW    WIDENED FD-SPCDLVP-DATA TO 76 BYTES FOR    *
000460*                      THE NEW BOUNCE AND RETURNED-MAIL COLUMNS  *
000470*                      (SEE SPC330).                             *
000480*****************************************************************
000490*****************************************************************
000500*    THE RECOMPUTED STMT-NEXT-PROCESS IS THE FIRST OCCURRENCE    *
000510*    THAT FALLS ON OR AFTER BOTH THE NEW START DATE AND THE      *
000520*    RUN DATE - THE NIGHTLY SCAN POSITIONS ON EQUALITY, SO A     *
000530*    DATE ALREADY IN THE PAST WOULD NEVER FIRE.  WEEKLY STARTS   *
000540*    AT THE NEW START DATE; MONTHLY/QUARTERLY/ANNUAL TARGET      *
000550*    STMT-PROCESS-DAY IN THE START MONTH (CLAMPED TO A SHORT     *
000560*    MONTH'S LAST DAY) AND ROLL FORWARD BY FREQUENCY, THE SAME   *
000570*    PROJECTION SPC070 USES.  THE ARCHIVE ROW ITSELF IS LEFT     *
000580*    IN PLACE - IT REMAINS THE HISTORY OF THE OLD ARRANGEMENT.   *
000590*****************************************************************
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER.   IBM-370.
000630 OBJECT-COMPUTER.   IBM-370.
000640 SPECIAL-NAMES.
000650     DECIMAL-POINT IS COMMA.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT SPECSTMT-FILE
000690         ASSIGN TO SPECSTM
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS FK-SPECSTMT-KEY
000730         FILE STATUS IS WS-SPECSTMT-STATUS.
000740
000750     SELECT SPCARCH-FILE
000760         ASSIGN TO SPCARCH
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS FK-SPCARCH-KEY
000800         FILE STATUS IS WS-SPCARCH-STATUS.
000810
000820     SELECT SPCARSD-FILE
000830         ASSIGN TO SPCARSD
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS FK-SPCARSD-KEY
000870         FILE STATUS IS WS-SPCARSD-STATUS.
000880
000890     SELECT SPCHOLD-FILE
000900         ASSIGN TO SPCHOLD
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS FK-SPCHOLD-KEY
000940         FILE STATUS IS WS-SPCHOLD-STATUS.
000950
000960     SELECT SPCDLVP-FILE
000970         ASSIGN TO SPCDLVP
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS RANDOM
001000         RECORD KEY IS FK-SPCDLVP-KEY
001010         FILE STATUS IS WS-SPCDLVP-STATUS.
001020
001030     SELECT SPCROLL-FILE
001040         ASSIGN TO SPCROLL
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS RANDOM
001070         RECORD KEY IS FK-SPCROLL-KEY
001080         FILE STATUS IS WS-SPCROLL-STATUS.
001090
001100     SELECT SPCRTRY-FILE
001110         ASSIGN TO SPCRTRY
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS RANDOM
001140         RECORD KEY IS FK-SPCRTRY-KEY
001150         FILE STATUS IS WS-SPCRTRY-STATUS.
001160
001170     SELECT SPCHHLD-FILE
001180         ASSIGN TO SPCHHLD
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS RANDOM
001210         RECORD KEY IS FK-SPCHHLD-KEY
001220         FILE STATUS IS WS-SPCHHLD-STATUS.
001230
001240     SELECT SPCRQST-FILE
001250         ASSIGN TO SPCRQST
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-SPCRQST-STATUS.
001280
001290     SELECT SPCAUDT-FILE
001300         ASSIGN TO SPCAUDT
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS DYNAMIC
001330         RECORD KEY IS FK-SPCAUDT-KEY
001340         FILE STATUS IS WS-SPCAUDT-STATUS.
001350
001360     SELECT SPCRIRP-FILE
001370         ASSIGN TO SPCRIRP
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WS-SPCRIRP-STATUS.
001400
001410     SELECT RUN-PARM-FILE
001420         ASSIGN TO RUNPARM
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS WS-RUNPARM-STATUS.
001450 DATA DIVISION.
001460 FILE SECTION.
001470 FD  SPECSTMT-FILE.
001480 01  FD-SPECSTMT-REC.
001490     05 FK-SPECSTMT-KEY.
001500         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
001510         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001520         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001530     05 FD-SPECSTMT-DATA         PIC X(49).
001540
001550 FD  SPCARCH-FILE.
001560 01  FD-SPCARCH-REC.
001570     05 FK-SPCARCH-KEY.
001580         10 FK-ARCH-BANK-NBR     PIC S9(3) USAGE COMP-3.
001590         10 FK-ARCH-ACCT-NBR     PIC S9(9) USAGE COMP-3.
001600         10 FK-ARCH-SEQ-NBR      PIC S9(4) USAGE COMP-3.
001610     05 FD-SPCARCH-DATA          PIC X(59).
001620
001630 FD  SPCARSD-FILE.
001640 01  FD-SPCARSD-REC.
001650     05 FK-SPCARSD-KEY.
001660         10 FK-ARS-BANK-NBR      PIC S9(3) USAGE COMP-3.
001670         10 FK-ARS-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001680         10 FK-ARS-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001690         10 FK-ARS-TABLE-ID      PIC X(8).
001700         10 FK-ARS-SUB-KEY       PIC S9(3) USAGE COMP-3.
001710     05 FD-SPCARSD-DATA          PIC X(110).
001720
001730 FD  SPCHOLD-FILE.
001740 01  FD-SPCHOLD-REC.
001750     05 FK-SPCHOLD-KEY.
001760         10 FK-HLD-BANK-NBR      PIC S9(3) USAGE COMP-3.
001770         10 FK-HLD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001780         10 FK-HLD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001790     05 FD-SPCHOLD-DATA          PIC X(40).
001800
001810 FD  SPCDLVP-FILE.
001820 01  FD-SPCDLVP-REC.
001830     05 FK-SPCDLVP-KEY.
001840         10 FK-DLV-BANK-NBR      PIC S9(3) USAGE COMP-3.
001850         10 FK-DLV-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001860         10 FK-DLV-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001870     05 FD-SPCDLVP-DATA          PIC X(76).
001880
001890 FD  SPCROLL-FILE.
001900 01  FD-SPCROLL-REC.
001910     05 FK-SPCROLL-KEY.
001920         10 FK-ROL-BANK-NBR      PIC S9(3) USAGE COMP-3.
001930         10 FK-ROL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001940         10 FK-ROL-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001950     05 FD-SPCROLL-DATA          PIC X(11).
001960
001970 FD  SPCRTRY-FILE.
001980 01  FD-SPCRTRY-REC.
001990     05 FK-SPCRTRY-KEY.
002000         10 FK-RTR-BANK-NBR      PIC S9(3) USAGE COMP-3.
002010         10 FK-RTR-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002020         10 FK-RTR-TRAN-CODE     PIC S9(3) USAGE COMP-3.
002030     05 FD-SPCRTRY-DATA          PIC X(32).
002040
002050 FD  SPCHHLD-FILE.
002060 01  FD-SPCHHLD-REC.
002070     05 FK-SPCHHLD-KEY.
002080         10 FK-HHL-BANK-NBR      PIC S9(3) USAGE COMP-3.
002090         10 FK-HHL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002100     05 FD-SPCHHLD-DATA          PIC X(13).
002110
002120 FD  SPCRQST-FILE.
002130 01  FD-SPCRQST-REC              PIC X(40).
002140
002150 FD  SPCAUDT-FILE.
002160 01  FD-SPCAUDT-REC.
002170     05 FK-SPCAUDT-KEY.
002180         10 FK-AUD-BANK-NBR      PIC S9(3) USAGE COMP-3.
002190         10 FK-AUD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002200         10 FK-AUD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
002210         10 FK-AUD-CHANGE-DATE   PIC X(10).
002220         10 FK-AUD-CHANGE-TIME   PIC X(8).
002230         10 FK-AUD-CHANGE-SEQ    PIC S9(4) USAGE COMP-3.
002240     05 FD-SPCAUDT-DATA          PIC X(150).
002250
002260 FD  SPCRIRP-FILE.
002270 01  FD-SPCRIRP-REC              PIC X(132).
002280
002290 FD  RUN-PARM-FILE
002300     RECORDING MODE IS F.
002310 01  RUN-PARM-REC.
002320     05 PARM-RUN-DATE            PIC X(10).
002330     05 PARM-OPERATOR-ID         PIC X(8).
002340
002350 WORKING-STORAGE SECTION.
002360 COPY SPECSTMT.
002370 COPY SPCARCH.
002380 COPY SPCAUDT.
002390 COPY SPCRQST.
002400 COPY SPCARSD.
002410 COPY SPCHOLD.
002420 COPY SPCDLVP.
002430 COPY SPCROLL.
002440 COPY SPCRTRY.
002450 COPY SPCHHLD.
002460
002470 01  WS-FILE-STATUSES.
002480     05 WS-SPECSTMT-STATUS       PIC X(2).
002490         88 WS-SPECSTMT-OK              VALUE '00'.
002500         88 WS-SPECSTMT-NOTFOUND        VALUE '23'.
002510     05 WS-SPCARCH-STATUS        PIC X(2).
002520         88 WS-SPCARCH-OK               VALUE '00'.
002530         88 WS-SPCARCH-NOTFOUND         VALUE '23'.
002540     05 WS-SPCRQST-STATUS        PIC X(2).
002550         88 WS-SPCRQST-OK               VALUE '00'.
002560         88 WS-SPCRQST-EOF              VALUE '10'.
002570     05 WS-SPCAUDT-STATUS        PIC X(2).
002580         88 WS-SPCAUDT-OK               VALUE '00'.
002590     05 WS-SPCRIRP-STATUS        PIC X(2).
002600         88 WS-SPCRIRP-OK               VALUE '00'.
002610     05 WS-RUNPARM-STATUS        PIC X(2).
002620         88 WS-RUNPARM-OK               VALUE '00'.
002630     05 WS-SPCARSD-STATUS        PIC X(2).
002640         88 WS-SPCARSD-OK               VALUE '00'.
002650     05 WS-SIDE-STATUS           PIC X(2).
002660         88 WS-SIDE-OK                  VALUE '00'.
002670         88 WS-SIDE-DUPKEY              VALUE '22'.
002680     05 WS-SPCHOLD-STATUS        PIC X(2).
002690         88 WS-SPCHOLD-OK               VALUE '00'.
002700     05 WS-SPCDLVP-STATUS        PIC X(2).
002710         88 WS-SPCDLVP-OK               VALUE '00'.
002720     05 WS-SPCROLL-STATUS        PIC X(2).
002730         88 WS-SPCROLL-OK               VALUE '00'.
002740     05 WS-SPCRTRY-STATUS        PIC X(2).
002750         88 WS-SPCRTRY-OK               VALUE '00'.
002760     05 WS-SPCHHLD-STATUS        PIC X(2).
002770         88 WS-SPCHHLD-OK               VALUE '00'.
002780
002790 01  WS-SWITCHES.
002800     05 WS-RQST-EOF-SW           PIC X(1)     VALUE 'N'.
002810         88 WS-RQST-EOF-YES             VALUE 'Y'.
002820     05 WS-REJECT-SW             PIC X(1)     VALUE 'N'.
002830         88 WS-REJECT-YES               VALUE 'Y'.
002840         88 WS-REJECT-NO                VALUE 'N'.
002850     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
002860         88 WS-ABEND-YES                VALUE 'Y'.
002870         88 WS-ABEND-NO                 VALUE 'N'.
002880
002890 01  WS-COUNTERS.
002900     05 SPC-RQSTS-READ           PIC S9(7) COMP-3 VALUE ZERO.
002910     05 SPC-RQSTS-ACCEPTED       PIC S9(7) COMP-3 VALUE ZERO.
002920     05 SPC-RQSTS-REJECTED       PIC S9(7) COMP-3 VALUE ZERO.
002930     05 SPC-SIDE-RESTORED        PIC S9(7) COMP-3 VALUE ZERO.
002940     05 SPC-SIDE-LEFT            PIC S9(7) COMP-3 VALUE ZERO.
002950
002960 01  SPC-RUN-DATE                PIC X(10).
002970 01  SPC-OPERATOR-ID             PIC X(8).
002980 01  SPC-AUDIT-DATE              PIC X(10).
002990 01  SPC-AUDIT-TIME              PIC X(8).
003000 01  WS-AUDIT-SEQ                PIC S9(4) COMP-3 VALUE ZERO.
003010 01  WS-BEFORE-IMAGE             PIC X(49).
003020 01  WS-CURRENT-STAMP            PIC X(14).
003030 01  SPC-AUDITS-WRITTEN          PIC S9(7) COMP-3 VALUE ZERO.
003040 01  WS-AUDIT-KEY-SEQ            PIC S9(4) COMP-3.
003050 01  WS-SIDE-IMAGE               PIC X(80).
003060 01  WS-SIDE-RESULT              PIC X(40).
003070
003080 01  WS-EDIT-DATE-FIELD          PIC X(10).
003090 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE-FIELD.
003100     05 WS-EDIT-DATE-YYYY        PIC X(4).
003110     05 WS-EDIT-DATE-DASH1       PIC X(1).
003120     05 WS-EDIT-DATE-MM          PIC X(2).
003130     05 WS-EDIT-DATE-DASH2       PIC X(1).
003140     05 WS-EDIT-DATE-DD          PIC X(2).
003150 01  WS-EDIT-DATE-LABEL          PIC X(20).
003160
003170 01  WS-REJECT-REASON            PIC X(45).
003180
003190*****************************************************************
003200*    OCCURRENCE PROJECTION WORK FIELDS - SAME INTEGER-DATE       *
003210*    TECHNIQUE AND PROCESS-DAY TARGETING AS SPC070'S PREVIEW.    *
003220*    WS-OCC-DATE WALKS FORWARD UNTIL IT REACHES BOTH THE NEW     *
003230*    START DATE AND THE RUN DATE.                                *
003240*****************************************************************
003250 01  WS-OCC-DATE.
003260     05 WS-OCC-YYYY              PIC 9(4).
003270     05 FILLER                   PIC X        VALUE '-'.
003280     05 WS-OCC-MM                PIC 9(2).
003290     05 FILLER                   PIC X        VALUE '-'.
003300     05 WS-OCC-DD                PIC 9(2).
003310
003320 01  WS-YYYYMMDD                 PIC 9(8).
003330 01  WS-YYYYMMDD-X REDEFINES WS-YYYYMMDD.
003340     05 WS-YMD-YYYY              PIC 9(4).
003350     05 WS-YMD-MM                PIC 9(2).
003360     05 WS-YMD-DD                PIC 9(2).
003370
003380 01  WS-DATE-INTEGER              PIC S9(9) COMP-3.
003390
003400 01  WS-TOTAL-MONTHS              PIC S9(5) COMP-3.
003410 01  WS-MONTHS-TO-ADD             PIC S9(3) COMP-3.
003420 01  WS-NEW-YYYYMMDD               PIC 9(8).
003430 01  WS-NEW-YYYYMMDD-X REDEFINES WS-NEW-YYYYMMDD.
003440     05 WS-NEW-YYYY               PIC 9(4).
003450     05 WS-NEW-MM                 PIC 9(2).
003460     05 WS-NEW-DD                 PIC 9(2).
003470
003480 01  WS-LAST-DAY-OF-MONTH         PIC 9(2).
003490 01  WS-TARGET-DAY                PIC 9(2).
003500 01  WS-TEMP-YYYYMMDD             PIC 9(8).
003510 01  WS-TEMP-YYYYMMDD-X REDEFINES WS-TEMP-YYYYMMDD.
003520     05 WS-TEMP-YYYY              PIC 9(4).
003530     05 WS-TEMP-MM                PIC 9(2).
003540     05 WS-TEMP-DD                PIC 9(2).
003550 01  WS-TEMP-INTEGER               PIC S9(9) COMP-3.
003560
003570 01  WS-OCC-LOOPS                  PIC S9(5) COMP-3.
003580
003590 01  WS-REPORT-LINE.
003600     05 WS-RPT-BANK-NBR          PIC ZZ9.
003610     05 WS-RPT-ACCT-NBR          PIC Z(8)9.
003620     05 WS-RPT-SEQ-NBR           PIC Z(3)9.
003630     05 WS-RPT-TRAN-CODE         PIC ZZ9.
003640
003650 PROCEDURE DIVISION.
003660 0000-MAINLINE.
003670     PERFORM 1000-INITIALIZE
003680         THRU 1000-INITIALIZE-EXIT.
003690     IF WS-ABEND-NO
003700         PERFORM 2000-PROCESS-REQUEST
003710             THRU 2000-PROCESS-REQUEST-EXIT
003720             UNTIL WS-RQST-EOF-YES
003730     END-IF.
003740     PERFORM 9000-TERMINATE
003750         THRU 9000-TERMINATE-EXIT.
003760     GOBACK.
003770
003780 1000-INITIALIZE.
003790     OPEN INPUT RUN-PARM-FILE.
003800     IF NOT WS-RUNPARM-OK
003810         DISPLAY 'SPC130 - RUN PARM FILE OPEN FAILED, STATUS '
003820             WS-RUNPARM-STATUS
003830         MOVE 'Y' TO WS-ABEND-SW
003840         GO TO 1000-INITIALIZE-EXIT
003850     END-IF.
003860     READ RUN-PARM-FILE.
003870     CLOSE RUN-PARM-FILE.
003880     MOVE PARM-RUN-DATE TO SPC-RUN-DATE.
003890     MOVE PARM-OPERATOR-ID TO SPC-OPERATOR-ID.
003900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
003910     STRING WS-CURRENT-STAMP(1:4) '-' WS-CURRENT-STAMP(5:2)
003920             '-' WS-CURRENT-STAMP(7:2) DELIMITED BY SIZE
003930             INTO SPC-AUDIT-DATE.
003940     STRING WS-CURRENT-STAMP(9:2) ':' WS-CURRENT-STAMP(11:2)
003950             ':' WS-CURRENT-STAMP(13:2) DELIMITED BY SIZE
003960             INTO SPC-AUDIT-TIME.
003970     OPEN I-O SPECSTMT-FILE.
003980     IF NOT WS-SPECSTMT-OK
003990         DISPLAY 'SPC130 - SPECSTMT OPEN FAILED, STATUS '
004000             WS-SPECSTMT-STATUS
004010         MOVE 'Y' TO WS-ABEND-SW
004020         GO TO 1000-INITIALIZE-EXIT
004030     END-IF.
004040     OPEN INPUT SPCARCH-FILE.
004050     IF NOT WS-SPCARCH-OK
004060         DISPLAY 'SPC130 - SPCARCH OPEN FAILED, STATUS '
004070             WS-SPCARCH-STATUS
004080         MOVE 'Y' TO WS-ABEND-SW
004090         GO TO 1000-INITIALIZE-EXIT
004100     END-IF.
004110     OPEN INPUT SPCRQST-FILE.
004120     IF NOT WS-SPCRQST-OK
004130         DISPLAY 'SPC130 - SPCRQST OPEN FAILED, STATUS '
004140             WS-SPCRQST-STATUS
004150         MOVE 'Y' TO WS-ABEND-SW
004160         GO TO 1000-INITIALIZE-EXIT
004170     END-IF.
004180     OPEN OUTPUT SPCRIRP-FILE.
004190     IF NOT WS-SPCRIRP-OK
004200         DISPLAY 'SPC130 - SPCRIRP OPEN FAILED, STATUS '
004210             WS-SPCRIRP-STATUS
004220         MOVE 'Y' TO WS-ABEND-SW
004230         GO TO 1000-INITIALIZE-EXIT
004240     END-IF.
004250     OPEN I-O SPCAUDT-FILE.
004260     IF NOT WS-SPCAUDT-OK
004270         DISPLAY 'SPC130 - SPCAUDT OPEN FAILED, STATUS '
004280             WS-SPCAUDT-STATUS
004290         MOVE 'Y' TO WS-ABEND-SW
004300         GO TO 1000-INITIALIZE-EXIT
004310     END-IF.
004320     OPEN I-O SPCARSD-FILE.
004330     IF NOT WS-SPCARSD-OK
004340         DISPLAY 'SPC130 - SPCARSD OPEN FAILED, STATUS '
004350             WS-SPCARSD-STATUS
004360         MOVE 'Y' TO WS-ABEND-SW
004370         GO TO 1000-INITIALIZE-EXIT
004380     END-IF.
004390     OPEN I-O SPCHOLD-FILE.
004400     IF NOT WS-SPCHOLD-OK
004410         DISPLAY 'SPC130 - SPCHOLD OPEN FAILED, STATUS '
004420             WS-SPCHOLD-STATUS
004430         MOVE 'Y' TO WS-ABEND-SW
004440         GO TO 1000-INITIALIZE-EXIT
004450     END-IF.
004460     OPEN I-O SPCDLVP-FILE.
004470     IF NOT WS-SPCDLVP-OK
004480         DISPLAY 'SPC130 - SPCDLVP OPEN FAILED, STATUS '
004490             WS-SPCDLVP-STATUS
004500         MOVE 'Y' TO WS-ABEND-SW
004510         GO TO 1000-INITIALIZE-EXIT
004520     END-IF.
004530     OPEN I-O SPCROLL-FILE.
004540     IF NOT WS-SPCROLL-OK
004550         DISPLAY 'SPC130 - SPCROLL OPEN FAILED, STATUS '
004560             WS-SPCROLL-STATUS
004570         MOVE 'Y' TO WS-ABEND-SW
004580         GO TO 1000-INITIALIZE-EXIT
004590     END-IF.
004600     OPEN I-O SPCRTRY-FILE.
004610     IF NOT WS-SPCRTRY-OK
004620         DISPLAY 'SPC130 - SPCRTRY OPEN FAILED, STATUS '
004630             WS-SPCRTRY-STATUS
004640         MOVE 'Y' TO WS-ABEND-SW
004650         GO TO 1000-INITIALIZE-EXIT
004660     END-IF.
004670     OPEN I-O SPCHHLD-FILE.
004680     IF NOT WS-SPCHHLD-OK
004690         DISPLAY 'SPC130 - SPCHHLD OPEN FAILED, STATUS '
004700             WS-SPCHHLD-STATUS
004710         MOVE 'Y' TO WS-ABEND-SW
004720     END-IF.
004730 1000-INITIALIZE-EXIT.
004740     EXIT.
004750
004760 2000-PROCESS-REQUEST.
004770     READ SPCRQST-FILE NEXT RECORD
004780         AT END
004790             MOVE 'Y' TO WS-RQST-EOF-SW
004800             GO TO 2000-PROCESS-REQUEST-EXIT
004810     END-READ.
004820     ADD 1 TO SPC-RQSTS-READ.
004830     MOVE FD-SPCRQST-REC TO DSDS-SPCRQST.
004840     MOVE 'N' TO WS-REJECT-SW.
004850     PERFORM 3000-VALIDATE-REQUEST
004860         THRU 3000-VALIDATE-REQUEST-EXIT.
004870     IF WS-REJECT-NO
004880         PERFORM 4000-REBUILD-ROW
004890             THRU 4000-REBUILD-ROW-EXIT
004900     END-IF.
004910     IF WS-REJECT-YES
004920         ADD 1 TO SPC-RQSTS-REJECTED
004930         PERFORM 6000-WRITE-REJECT-LINE
004940             THRU 6000-WRITE-REJECT-LINE-EXIT
004950     ELSE
004960         ADD 1 TO SPC-RQSTS-ACCEPTED
004970         PERFORM 5000-WRITE-ACCEPT-LINE
004980             THRU 5000-WRITE-ACCEPT-LINE-EXIT
004990         PERFORM 7000-RESTORE-SIDE-ROWS
005000             THRU 7000-RESTORE-SIDE-ROWS-EXIT
005010     END-IF.
005020 2000-PROCESS-REQUEST-EXIT.
005030     EXIT.
005040
005050*****************************************************************
005060*    THE REQUEST MUST CARRY A SENSIBLE NEW PERIOD, NAME AN       *
005070*    ARCHIVED ROW, AND NOT COLLIDE WITH AN ACTIVE ROW ALREADY    *
005080*    ON DSDS.SPECSTMT UNDER THE SAME KEY.                        *
005090*****************************************************************
005100 3000-VALIDATE-REQUEST.
005110     MOVE 'NEW START DATE' TO WS-EDIT-DATE-LABEL.
005120     MOVE RQST-PERIOD-FROM TO WS-EDIT-DATE-FIELD.
005130     PERFORM 3150-VALIDATE-ONE-DATE
005140         THRU 3150-VALIDATE-ONE-DATE-EXIT.
005150     IF WS-REJECT-YES
005160         GO TO 3000-VALIDATE-REQUEST-EXIT
005170     END-IF.
005180     MOVE 'NEW END DATE' TO WS-EDIT-DATE-LABEL.
005190     MOVE RQST-PERIOD-TO TO WS-EDIT-DATE-FIELD.
005200     PERFORM 3150-VALIDATE-ONE-DATE
005210         THRU 3150-VALIDATE-ONE-DATE-EXIT.
005220     IF WS-REJECT-YES
005230         GO TO 3000-VALIDATE-REQUEST-EXIT
005240     END-IF.
005250     IF RQST-PERIOD-TO < RQST-PERIOD-FROM
005260         MOVE 'NEW END DATE PRECEDES NEW START DATE'
005270             TO WS-REJECT-REASON
005280         MOVE 'Y' TO WS-REJECT-SW
005290         GO TO 3000-VALIDATE-REQUEST-EXIT
005300     END-IF.
005310     MOVE RQST-BANK-NBR TO FK-ARCH-BANK-NBR.
005320     MOVE RQST-ACCT-NBR TO FK-ARCH-ACCT-NBR.
005330     MOVE RQST-SEQ-NBR  TO FK-ARCH-SEQ-NBR.
005340     READ SPCARCH-FILE
005350         INVALID KEY
005360             MOVE 'NO ARCHIVED ROW ON FILE FOR THIS KEY'
005370                 TO WS-REJECT-REASON
005380             MOVE 'Y' TO WS-REJECT-SW
005390             GO TO 3000-VALIDATE-REQUEST-EXIT
005400     END-READ.
005410     MOVE FD-SPCARCH-DATA TO DSDS-SPCARCH.
005420     MOVE RQST-BANK-NBR TO FK-SPC-BANK-NBR.
005430     MOVE RQST-ACCT-NBR TO FK-SPC-ACCT-NBR.
005440     MOVE RQST-SEQ-NBR  TO FK-SPC-SEQ-NBR.
005450     READ SPECSTMT-FILE.
005460     IF WS-SPECSTMT-OK
005470         MOVE 'AN ACTIVE ROW ALREADY EXISTS FOR THIS KEY'
005480             TO WS-REJECT-REASON
005490         MOVE 'Y' TO WS-REJECT-SW
005500     END-IF.
005510 3000-VALIDATE-REQUEST-EXIT.
005520     EXIT.
005530
005540*****************************************************************
005550*    ONE DATE FIELD, STAGED INTO WS-EDIT-DATE-FIELD BY THE       *
005560*    CALLER, MUST BE A VALID YYYY-MM-DD BEFORE ANY DATE          *
005570*    ARITHMETIC SEES IT - THE REQUEST FILE IS HAND-BUILDABLE,    *
005580*    AND A MALFORMED CARD MUST REJECT, NOT ABEND THE RUN.        *
005590*    SAME EDIT SHAPE AS SPC030'S 3150-VALIDATE-ONE-DATE AND      *
005600*    SPC140'S BATCH COPY OF IT.                                  *
005610*****************************************************************
005620 3150-VALIDATE-ONE-DATE.
005630     MOVE SPACES TO WS-REJECT-REASON.
005640     IF WS-EDIT-DATE-DASH1 NOT = '-'
005650             OR WS-EDIT-DATE-DASH2 NOT = '-'
005660             OR WS-EDIT-DATE-YYYY NOT NUMERIC
005670             OR WS-EDIT-DATE-MM NOT NUMERIC
005680             OR WS-EDIT-DATE-DD NOT NUMERIC
005690         STRING FUNCTION TRIM(WS-EDIT-DATE-LABEL)
005700             DELIMITED BY SIZE
005710             ' MUST BE YYYY-MM-DD' DELIMITED BY SIZE
005720             INTO WS-REJECT-REASON
005730         MOVE 'Y' TO WS-REJECT-SW
005740         GO TO 3150-VALIDATE-ONE-DATE-EXIT
005750     END-IF.
005760     IF FUNCTION NUMVAL(WS-EDIT-DATE-MM) < 1
005770             OR FUNCTION NUMVAL(WS-EDIT-DATE-MM) > 12
005780         STRING FUNCTION TRIM(WS-EDIT-DATE-LABEL)
005790             DELIMITED BY SIZE
005800             ' MONTH MUST BE 01 THRU 12' DELIMITED BY SIZE
005810             INTO WS-REJECT-REASON
005820         MOVE 'Y' TO WS-REJECT-SW
005830         GO TO 3150-VALIDATE-ONE-DATE-EXIT
005840     END-IF.
005850     IF FUNCTION NUMVAL(WS-EDIT-DATE-DD) < 1
005860             OR FUNCTION NUMVAL(WS-EDIT-DATE-DD) > 31
005870         STRING FUNCTION TRIM(WS-EDIT-DATE-LABEL)
005880             DELIMITED BY SIZE
005890             ' DAY MUST BE 01 THRU 31' DELIMITED BY SIZE
005900             INTO WS-REJECT-REASON
005910         MOVE 'Y' TO WS-REJECT-SW
005920     END-IF.
005930 3150-VALIDATE-ONE-DATE-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970*    REBUILD THE ACTIVE ROW FROM THE ARCHIVED ELEVEN COLUMNS.    *
005980*    ONLY THE PERIOD AND STMT-NEXT-PROCESS DIFFER FROM WHAT      *
005990*    WAS ARCHIVED - TRAN-CODE, ACCT-ID, FREQUENCY, PROCESS-DAY   *
006000*    AND CHARGE-SW COME BACK EXACTLY AS THEY WERE, WHICH IS      *
006010*    THE WHOLE POINT OF REINSTATING INSTEAD OF RE-KEYING.        *
006020*****************************************************************
006030 4000-REBUILD-ROW.
006040     MOVE ARCH-BANK-NBR     TO STMT-BANK-NBR.
006050     MOVE ARCH-ACCT-NBR     TO STMT-ACCT-NBR.
006060     MOVE RQST-PERIOD-FROM  TO STMT-START-DATE.
006070     MOVE RQST-PERIOD-TO    TO STMT-END-DATE.
006080     MOVE ARCH-TRAN-CODE    TO STMT-TRAN-CODE.
006090     MOVE ARCH-ACCT-ID      TO STMT-ACCT-ID.
006100     MOVE ARCH-FREQUENCY    TO STMT-FREQUENCY.
006110     MOVE ARCH-SEQ-NBR      TO STMT-SEQ-NBR.
006120     MOVE ARCH-PROCESS-DAY  TO STMT-PROCESS-DAY.
006130     MOVE ARCH-CHARGE-SW    TO STMT-CHARGE-SW.
006140     PERFORM 4100-COMPUTE-NEXT-PROCESS
006150         THRU 4100-COMPUTE-NEXT-PROCESS-EXIT.
006160     IF WS-REJECT-YES
006170         GO TO 4000-REBUILD-ROW-EXIT
006180     END-IF.
006190     MOVE STMT-BANK-NBR TO FK-SPC-BANK-NBR.
006200     MOVE STMT-ACCT-NBR TO FK-SPC-ACCT-NBR.
006210     MOVE STMT-SEQ-NBR  TO FK-SPC-SEQ-NBR.
006220     MOVE DSDS-SPECSTMT TO FD-SPECSTMT-DATA.
006230     WRITE FD-SPECSTMT-REC.
006240     IF NOT WS-SPECSTMT-OK
006250         DISPLAY 'SPC130 - SPECSTMT WRITE FAILED FOR BANK '
006260             STMT-BANK-NBR ' ACCT ' STMT-ACCT-NBR
006270             ' STATUS ' WS-SPECSTMT-STATUS
006280         MOVE 'SPECSTMT FILE WRITE FAILED' TO WS-REJECT-REASON
006290         MOVE 'Y' TO WS-REJECT-SW
006300         GO TO 4000-REBUILD-ROW-EXIT
006310     END-IF.
006320     MOVE STMT-SEQ-NBR  TO WS-AUDIT-KEY-SEQ.
006330     MOVE SPACES        TO WS-BEFORE-IMAGE.
006340     MOVE 'A'           TO AUDT-CHANGE-TYPE.
006350     MOVE DSDS-SPECSTMT TO AUDT-AFTER-IMAGE.
006360     PERFORM 8000-WRITE-AUDIT
006370         THRU 8000-WRITE-AUDIT-EXIT.
006380 4000-REBUILD-ROW-EXIT.
006390     EXIT.
006400
006410*****************************************************************
006420*    FIRST OCCURRENCE ON OR AFTER BOTH THE NEW START DATE AND    *
006430*    THE RUN DATE.  WEEKLY STARTS AT THE START DATE ITSELF;      *
006440*    MONTHLY/QUARTERLY/ANNUAL TARGET STMT-PROCESS-DAY IN THE     *
006450*    START MONTH AND ROLL FORWARD.  THE LOOP COUNTER GUARDS      *
006460*    AGAINST A DAMAGED ARCHIVE ROW SPINNING THE WALK FOREVER.    *
006470*****************************************************************
006480 4100-COMPUTE-NEXT-PROCESS.
006490     IF STMT-FREQUENCY NOT = 'W' AND STMT-FREQUENCY NOT = 'M'
006500             AND STMT-FREQUENCY NOT = 'Q'
006510             AND STMT-FREQUENCY NOT = 'A'
006520         MOVE 'ARCHIVED FREQUENCY UNRECOGNIZED'
006530             TO WS-REJECT-REASON
006540         MOVE 'Y' TO WS-REJECT-SW
006550         GO TO 4100-COMPUTE-NEXT-PROCESS-EXIT
006560     END-IF.
006570     MOVE RQST-PERIOD-FROM TO WS-OCC-DATE.
006580     IF STMT-FREQUENCY NOT = 'W'
006590         MOVE STMT-PROCESS-DAY TO WS-TARGET-DAY
006600         MOVE WS-OCC-YYYY TO WS-NEW-YYYY
006610         MOVE WS-OCC-MM   TO WS-NEW-MM
006620         PERFORM 4900-LAST-DAY-OF-MONTH
006630             THRU 4900-LAST-DAY-OF-MONTH-EXIT
006640         IF WS-TARGET-DAY > WS-LAST-DAY-OF-MONTH
006650             MOVE WS-LAST-DAY-OF-MONTH TO WS-OCC-DD
006660         ELSE
006670             MOVE WS-TARGET-DAY TO WS-OCC-DD
006680         END-IF
006690     END-IF.
006700     MOVE ZERO TO WS-OCC-LOOPS.
006710     PERFORM 4200-ROLL-OCCURRENCE
006720         THRU 4200-ROLL-OCCURRENCE-EXIT
006730         UNTIL (WS-OCC-DATE NOT < RQST-PERIOD-FROM
006740                 AND WS-OCC-DATE NOT < SPC-RUN-DATE)
006750             OR WS-OCC-LOOPS > 600
006760             OR WS-REJECT-YES.
006770     IF WS-OCC-LOOPS > 600
006780         MOVE 'NEXT OCCURRENCE UNREACHABLE FROM START DATE'
006790             TO WS-REJECT-REASON
006800         MOVE 'Y' TO WS-REJECT-SW
006810         GO TO 4100-COMPUTE-NEXT-PROCESS-EXIT
006820     END-IF.
006830     IF WS-REJECT-YES
006840         GO TO 4100-COMPUTE-NEXT-PROCESS-EXIT
006850     END-IF.
006860     IF WS-OCC-DATE > RQST-PERIOD-TO
006870         MOVE 'NEW PERIOD ENDS BEFORE FIRST OCCURRENCE'
006880             TO WS-REJECT-REASON
006890         MOVE 'Y' TO WS-REJECT-SW
006900         GO TO 4100-COMPUTE-NEXT-PROCESS-EXIT
006910     END-IF.
006920     MOVE WS-OCC-DATE TO STMT-NEXT-PROCESS.
006930 4100-COMPUTE-NEXT-PROCESS-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970*    ONE FORWARD STEP OF THE OCCURRENCE WALK - ONLY TAKEN WHEN   *
006980*    THE CURRENT DATE STILL SITS BEFORE THE START OR RUN DATE.   *
006990*****************************************************************
007000 4200-ROLL-OCCURRENCE.
007010     ADD 1 TO WS-OCC-LOOPS.
007020     EVALUATE STMT-FREQUENCY
007030         WHEN 'W'
007040             PERFORM 4300-ADVANCE-WEEKLY
007050                 THRU 4300-ADVANCE-WEEKLY-EXIT
007060         WHEN 'M'
007070             MOVE 1 TO WS-MONTHS-TO-ADD
007080             PERFORM 4400-ADVANCE-MONTHS
007090                 THRU 4400-ADVANCE-MONTHS-EXIT
007100         WHEN 'Q'
007110             MOVE 3 TO WS-MONTHS-TO-ADD
007120             PERFORM 4400-ADVANCE-MONTHS
007130                 THRU 4400-ADVANCE-MONTHS-EXIT
007140         WHEN 'A'
007150             MOVE 12 TO WS-MONTHS-TO-ADD
007160             PERFORM 4400-ADVANCE-MONTHS
007170                 THRU 4400-ADVANCE-MONTHS-EXIT
007180     END-EVALUATE.
007190 4200-ROLL-OCCURRENCE-EXIT.
007200     EXIT.
007210
007220 4300-ADVANCE-WEEKLY.
007230     MOVE WS-OCC-YYYY TO WS-YMD-YYYY.
007240     MOVE WS-OCC-MM   TO WS-YMD-MM.
007250     MOVE WS-OCC-DD   TO WS-YMD-DD.
007260     COMPUTE WS-DATE-INTEGER =
007270         FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD) + 7.
007280     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
007290         TO WS-NEW-YYYYMMDD.
007300     MOVE WS-NEW-YYYY TO WS-OCC-YYYY.
007310     MOVE WS-NEW-MM   TO WS-OCC-MM.
007320     MOVE WS-NEW-DD   TO WS-OCC-DD.
007330 4300-ADVANCE-WEEKLY-EXIT.
007340     EXIT.
007350
007360 4400-ADVANCE-MONTHS.
007370     COMPUTE WS-TOTAL-MONTHS =
007380         (WS-OCC-YYYY * 12) + WS-OCC-MM - 1 + WS-MONTHS-TO-ADD.
007390     COMPUTE WS-NEW-YYYY = WS-TOTAL-MONTHS / 12.
007400     COMPUTE WS-NEW-MM = WS-TOTAL-MONTHS
007410         - (WS-NEW-YYYY * 12) + 1.
007420     PERFORM 4900-LAST-DAY-OF-MONTH
007430         THRU 4900-LAST-DAY-OF-MONTH-EXIT.
007440     MOVE STMT-PROCESS-DAY TO WS-TARGET-DAY.
007450     IF WS-TARGET-DAY > WS-LAST-DAY-OF-MONTH
007460         MOVE WS-LAST-DAY-OF-MONTH TO WS-NEW-DD
007470     ELSE
007480         MOVE WS-TARGET-DAY TO WS-NEW-DD
007490     END-IF.
007500     MOVE WS-NEW-YYYY TO WS-OCC-YYYY.
007510     MOVE WS-NEW-MM   TO WS-OCC-MM.
007520     MOVE WS-NEW-DD   TO WS-OCC-DD.
007530 4400-ADVANCE-MONTHS-EXIT.
007540     EXIT.
007550
007560*****************************************************************
007570*    RETURNS THE LAST VALID DAY OF WS-NEW-YYYY/WS-NEW-MM BY      *
007580*    BUILDING THE FIRST OF THE FOLLOWING MONTH AND BACKING UP    *
007590*    ONE DAY VIA THE INTEGER DATE FUNCTIONS - THIS NATURALLY     *
007600*    HANDLES LEAP FEBRUARY WITHOUT A SEPARATE LEAP-YEAR TEST.    *
007610*****************************************************************
007620 4900-LAST-DAY-OF-MONTH.
007630     IF WS-NEW-MM = 12
007640         COMPUTE WS-TEMP-YYYY = WS-NEW-YYYY + 1
007650         MOVE 1 TO WS-TEMP-MM
007660     ELSE
007670         MOVE WS-NEW-YYYY TO WS-TEMP-YYYY
007680         COMPUTE WS-TEMP-MM = WS-NEW-MM + 1
007690     END-IF.
007700     MOVE 1 TO WS-TEMP-DD.
007710     COMPUTE WS-TEMP-INTEGER =
007720         FUNCTION INTEGER-OF-DATE(WS-TEMP-YYYYMMDD) - 1.
007730     MOVE FUNCTION DATE-OF-INTEGER(WS-TEMP-INTEGER)
007740         TO WS-TEMP-YYYYMMDD.
007750     MOVE WS-TEMP-DD TO WS-LAST-DAY-OF-MONTH.
007760 4900-LAST-DAY-OF-MONTH-EXIT.
007770     EXIT.
007780
007790 5000-WRITE-ACCEPT-LINE.
007800     MOVE RQST-BANK-NBR TO WS-RPT-BANK-NBR.
007810     MOVE RQST-ACCT-NBR TO WS-RPT-ACCT-NBR.
007820     MOVE RQST-SEQ-NBR  TO WS-RPT-SEQ-NBR.
007830     MOVE SPACES TO FD-SPCRIRP-REC.
007840     STRING 'BANK ' WS-RPT-BANK-NBR
007850             ' ACCT ' WS-RPT-ACCT-NBR
007860             ' SEQ ' WS-RPT-SEQ-NBR
007870             ' PERIOD ' RQST-PERIOD-FROM
007880             ' THRU ' RQST-PERIOD-TO
007890             ' ACCEPTED - REINSTATED, NEXT PROCESS '
007900             STMT-NEXT-PROCESS
007910             DELIMITED BY SIZE
007920             INTO FD-SPCRIRP-REC.
007930     WRITE FD-SPCRIRP-REC.
007940 5000-WRITE-ACCEPT-LINE-EXIT.
007950     EXIT.
007960
007970 6000-WRITE-REJECT-LINE.
007980     MOVE RQST-BANK-NBR TO WS-RPT-BANK-NBR.
007990     MOVE RQST-ACCT-NBR TO WS-RPT-ACCT-NBR.
008000     MOVE RQST-SEQ-NBR  TO WS-RPT-SEQ-NBR.
008010     MOVE SPACES TO FD-SPCRIRP-REC.
008020     STRING 'BANK ' WS-RPT-BANK-NBR
008030             ' ACCT ' WS-RPT-ACCT-NBR
008040             ' SEQ ' WS-RPT-SEQ-NBR
008050             ' PERIOD ' RQST-PERIOD-FROM
008060             ' THRU ' RQST-PERIOD-TO
008070             ' REJECTED - ' WS-REJECT-REASON
008080             DELIMITED BY SIZE
008090             INTO FD-SPCRIRP-REC.
008100     WRITE FD-SPCRIRP-REC.
008110 6000-WRITE-REJECT-LINE-EXIT.
008120     EXIT.
008130
008140*****************************************************************
008150*    PUT BACK WHAT SPC060 TOOK AWAY WITH THE SCHEDULE - ITS      *
008160*    OWN HOLD, DELIVERY AND ROLL-RULE ROWS UNDER ITS KEY, THEN   *
008170*    THE ACCOUNT-LEVEL RETRY ROW FOR ITS TRAN CODE AND THE       *
008180*    HOUSEHOLD MEMBERSHIP, BOTH FILED UNDER SEQ ZERO.  NOTHING   *
008190*    ON DSDS.SPCARSD FOR A KEY SIMPLY MEANS THERE WAS NO SUCH    *
008200*    ROW WHEN THE SCHEDULE WAS ARCHIVED.                         *
008210*****************************************************************
008220 7000-RESTORE-SIDE-ROWS.
008230     MOVE STMT-BANK-NBR TO FK-ARS-BANK-NBR.
008240     MOVE STMT-ACCT-NBR TO FK-ARS-ACCT-NBR.
008250     MOVE STMT-SEQ-NBR  TO FK-ARS-SEQ-NBR.
008260     MOVE 'SPCHOLD '    TO FK-ARS-TABLE-ID.
008270     MOVE ZERO          TO FK-ARS-SUB-KEY.
008280     PERFORM 7100-RESTORE-ONE-ROW
008290         THRU 7100-RESTORE-ONE-ROW-EXIT.
008300     MOVE STMT-SEQ-NBR  TO FK-ARS-SEQ-NBR.
008310     MOVE 'SPCDLVP '    TO FK-ARS-TABLE-ID.
008320     MOVE ZERO          TO FK-ARS-SUB-KEY.
008330     PERFORM 7100-RESTORE-ONE-ROW
008340         THRU 7100-RESTORE-ONE-ROW-EXIT.
008350     MOVE STMT-SEQ-NBR  TO FK-ARS-SEQ-NBR.
008360     MOVE 'SPCROLL '    TO FK-ARS-TABLE-ID.
008370     MOVE ZERO          TO FK-ARS-SUB-KEY.
008380     PERFORM 7100-RESTORE-ONE-ROW
008390         THRU 7100-RESTORE-ONE-ROW-EXIT.
008400     MOVE ZERO          TO FK-ARS-SEQ-NBR.
008410     MOVE 'SPCRTRY '    TO FK-ARS-TABLE-ID.
008420     MOVE STMT-TRAN-CODE TO FK-ARS-SUB-KEY.
008430     PERFORM 7100-RESTORE-ONE-ROW
008440         THRU 7100-RESTORE-ONE-ROW-EXIT.
008450     MOVE ZERO          TO FK-ARS-SEQ-NBR.
008460     MOVE 'SPCHHLD '    TO FK-ARS-TABLE-ID.
008470     MOVE ZERO          TO FK-ARS-SUB-KEY.
008480     PERFORM 7100-RESTORE-ONE-ROW
008490         THRU 7100-RESTORE-ONE-ROW-EXIT.
008500 7000-RESTORE-SIDE-ROWS-EXIT.
008510     EXIT.
008520
008530*****************************************************************
008540*    ONE ARCHIVED SIDE ROW.  THE CALLER HAS SET FK-SPCARSD-KEY.  *
008550*    THE IMAGE'S KEY COLUMNS ARE RESET FROM THE ARSD- KEY        *
008560*    BEFORE THE LIVE WRITE.  A DUPLICATE ON THE LIVE TABLE       *
008570*    MEANS SOMEONE HAS ALREADY SET THE ROW UP AGAIN BY HAND -    *
008580*    THAT ROW IS LEFT ALONE AND THE ARCHIVED COPY STAYS ON       *
008590*    DSDS.SPCARSD FOR THE BRANCH TO COMPARE.                     *
008600*****************************************************************
008610 7100-RESTORE-ONE-ROW.
008620     READ SPCARSD-FILE
008630         INVALID KEY
008640             GO TO 7100-RESTORE-ONE-ROW-EXIT
008650     END-READ.
008660     MOVE FD-SPCARSD-DATA TO DSDS-SPCARSD.
008670     EVALUATE TRUE
008680         WHEN ARSD-FROM-SPCHOLD
008690             PERFORM 7200-WRITE-HOLD
008700                 THRU 7200-WRITE-HOLD-EXIT
008710         WHEN ARSD-FROM-SPCDLVP
008720             PERFORM 7300-WRITE-DELIVERY
008730                 THRU 7300-WRITE-DELIVERY-EXIT
008740         WHEN ARSD-FROM-SPCROLL
008750             PERFORM 7400-WRITE-ROLL-RULE
008760                 THRU 7400-WRITE-ROLL-RULE-EXIT
008770         WHEN ARSD-FROM-SPCRTRY
008780             PERFORM 7500-WRITE-RETRY
008790                 THRU 7500-WRITE-RETRY-EXIT
008800         WHEN ARSD-FROM-SPCHHLD
008810             PERFORM 7600-WRITE-HOUSEHOLD
008820                 THRU 7600-WRITE-HOUSEHOLD-EXIT
008830     END-EVALUATE.
008840     IF WS-SIDE-DUPKEY
008850         ADD 1 TO SPC-SIDE-LEFT
008860         MOVE 'LIVE ROW ON FILE - ARCHIVED COPY KEPT'
008870             TO WS-SIDE-RESULT
008880         PERFORM 7900-WRITE-SIDE-LINE
008890             THRU 7900-WRITE-SIDE-LINE-EXIT
008900         GO TO 7100-RESTORE-ONE-ROW-EXIT
008910     END-IF.
008920     IF NOT WS-SIDE-OK
008930         DISPLAY 'SPC130 - ' ARSD-TABLE-ID
008940             ' WRITE FAILED FOR BANK '
008950             ARSD-BANK-NBR ' ACCT ' ARSD-ACCT-NBR
008960             ' STATUS ' WS-SIDE-STATUS
008970         ADD 1 TO SPC-SIDE-LEFT
008980         MOVE 'WRITE FAILED - ARCHIVED COPY KEPT'
008990             TO WS-SIDE-RESULT
009000         PERFORM 7900-WRITE-SIDE-LINE
009010             THRU 7900-WRITE-SIDE-LINE-EXIT
009020         GO TO 7100-RESTORE-ONE-ROW-EXIT
009030     END-IF.
009040     ADD 1 TO SPC-SIDE-RESTORED.
009050     MOVE 'RESTORED' TO WS-SIDE-RESULT.
009060     PERFORM 7900-WRITE-SIDE-LINE
009070         THRU 7900-WRITE-SIDE-LINE-EXIT.
009080     MOVE ARSD-SEQ-NBR  TO WS-AUDIT-KEY-SEQ.
009090     MOVE SPACES        TO WS-BEFORE-IMAGE.
009100     MOVE 'A'           TO AUDT-CHANGE-TYPE.
009110     MOVE WS-SIDE-IMAGE TO AUDT-AFTER-IMAGE.
009120     PERFORM 8000-WRITE-AUDIT
009130         THRU 8000-WRITE-AUDIT-EXIT.
009140     DELETE SPCARSD-FILE RECORD.
009150     IF NOT WS-SPCARSD-OK
009160         DISPLAY 'SPC130 - SPCARSD DELETE FAILED FOR BANK '
009170             ARSD-BANK-NBR ' ACCT ' ARSD-ACCT-NBR
009180             ' TABLE ' ARSD-TABLE-ID
009190             ' STATUS ' WS-SPCARSD-STATUS
009200     END-IF.
009210 7100-RESTORE-ONE-ROW-EXIT.
009220     EXIT.
009230
009240 7200-WRITE-HOLD.
009250     MOVE ARSD-ROW-IMAGE TO DSDS-SPCHOLD.
009260     MOVE ARSD-BANK-NBR  TO HOLD-BANK-NBR.
009270     MOVE ARSD-ACCT-NBR  TO HOLD-ACCT-NBR.
009280     MOVE ARSD-SEQ-NBR   TO HOLD-SEQ-NBR.
009290     MOVE HOLD-BANK-NBR  TO FK-HLD-BANK-NBR.
009300     MOVE HOLD-ACCT-NBR  TO FK-HLD-ACCT-NBR.
009310     MOVE HOLD-SEQ-NBR   TO FK-HLD-SEQ-NBR.
009320     MOVE DSDS-SPCHOLD   TO FD-SPCHOLD-DATA.
009330     MOVE DSDS-SPCHOLD   TO WS-SIDE-IMAGE.
009340     WRITE FD-SPCHOLD-REC.
009350     MOVE WS-SPCHOLD-STATUS TO WS-SIDE-STATUS.
009360 7200-WRITE-HOLD-EXIT.
009370     EXIT.
009380
009390 7300-WRITE-DELIVERY.
009400     MOVE ARSD-ROW-IMAGE TO DSDS-SPCDLVP.
009410     MOVE ARSD-BANK-NBR  TO DLVP-BANK-NBR.
009420     MOVE ARSD-ACCT-NBR  TO DLVP-ACCT-NBR.
009430     MOVE ARSD-SEQ-NBR   TO DLVP-SEQ-NBR.
009440     MOVE DLVP-BANK-NBR  TO FK-DLV-BANK-NBR.
009450     MOVE DLVP-ACCT-NBR  TO FK-DLV-ACCT-NBR.
009460     MOVE DLVP-SEQ-NBR   TO FK-DLV-SEQ-NBR.
009470     MOVE DSDS-SPCDLVP   TO FD-SPCDLVP-DATA.
009480     MOVE DSDS-SPCDLVP   TO WS-SIDE-IMAGE.
009490     WRITE FD-SPCDLVP-REC.
009500     MOVE WS-SPCDLVP-STATUS TO WS-SIDE-STATUS.
009510 7300-WRITE-DELIVERY-EXIT.
009520     EXIT.
009530
009540 7400-WRITE-ROLL-RULE.
009550     MOVE ARSD-ROW-IMAGE TO DSDS-SPCROLL.
009560     MOVE ARSD-BANK-NBR  TO ROLL-BANK-NBR.
009570     MOVE ARSD-ACCT-NBR  TO ROLL-ACCT-NBR.
009580     MOVE ARSD-SEQ-NBR   TO ROLL-SEQ-NBR.
009590     MOVE ROLL-BANK-NBR  TO FK-ROL-BANK-NBR.
009600     MOVE ROLL-ACCT-NBR  TO FK-ROL-ACCT-NBR.
009610     MOVE ROLL-SEQ-NBR   TO FK-ROL-SEQ-NBR.
009620     MOVE DSDS-SPCROLL   TO FD-SPCROLL-DATA.
009630     MOVE DSDS-SPCROLL   TO WS-SIDE-IMAGE.
009640     WRITE FD-SPCROLL-REC.
009650     MOVE WS-SPCROLL-STATUS TO WS-SIDE-STATUS.
009660 7400-WRITE-ROLL-RULE-EXIT.
009670     EXIT.
009680
009690 7500-WRITE-RETRY.
009700     MOVE ARSD-ROW-IMAGE TO DSDS-SPCRTRY.
009710     MOVE ARSD-BANK-NBR  TO RTRY-BANK-NBR.
009720     MOVE ARSD-ACCT-NBR  TO RTRY-ACCT-NBR.
009730     MOVE ARSD-SUB-KEY   TO RTRY-TRAN-CODE.
009740     MOVE RTRY-BANK-NBR  TO FK-RTR-BANK-NBR.
009750     MOVE RTRY-ACCT-NBR  TO FK-RTR-ACCT-NBR.
009760     MOVE RTRY-TRAN-CODE TO FK-RTR-TRAN-CODE.
009770     MOVE DSDS-SPCRTRY   TO FD-SPCRTRY-DATA.
009780     MOVE DSDS-SPCRTRY   TO WS-SIDE-IMAGE.
009790     WRITE FD-SPCRTRY-REC.
009800     MOVE WS-SPCRTRY-STATUS TO WS-SIDE-STATUS.
009810 7500-WRITE-RETRY-EXIT.
009820     EXIT.
009830
009840 7600-WRITE-HOUSEHOLD.
009850     MOVE ARSD-ROW-IMAGE TO DSDS-SPCHHLD.
009860     MOVE ARSD-BANK-NBR  TO HHLD-BANK-NBR.
009870     MOVE ARSD-ACCT-NBR  TO HHLD-ACCT-NBR.
009880     MOVE HHLD-BANK-NBR  TO FK-HHL-BANK-NBR.
009890     MOVE HHLD-ACCT-NBR  TO FK-HHL-ACCT-NBR.
009900     MOVE DSDS-SPCHHLD   TO FD-SPCHHLD-DATA.
009910     MOVE DSDS-SPCHHLD   TO WS-SIDE-IMAGE.
009920     WRITE FD-SPCHHLD-REC.
009930     MOVE WS-SPCHHLD-STATUS TO WS-SIDE-STATUS.
009940 7600-WRITE-HOUSEHOLD-EXIT.
009950     EXIT.
009960
009970 7900-WRITE-SIDE-LINE.
009980     MOVE ARSD-BANK-NBR TO WS-RPT-BANK-NBR.
009990     MOVE ARSD-ACCT-NBR TO WS-RPT-ACCT-NBR.
010000     MOVE ARSD-SEQ-NBR  TO WS-RPT-SEQ-NBR.
010010     MOVE ARSD-SUB-KEY  TO WS-RPT-TRAN-CODE.
010020     MOVE SPACES TO FD-SPCRIRP-REC.
010030     STRING '    BANK ' WS-RPT-BANK-NBR
010040             ' ACCT ' WS-RPT-ACCT-NBR
010050             ' SEQ ' WS-RPT-SEQ-NBR
010060             ' ' ARSD-TABLE-ID
010070             ' TRAN ' WS-RPT-TRAN-CODE
010080             ' ARCHIVED ' ARSD-PURGE-DATE
010090             ' ' WS-SIDE-RESULT
010100             DELIMITED BY SIZE
010110             INTO FD-SPCRIRP-REC.
010120     WRITE FD-SPCRIRP-REC.
010130 7900-WRITE-SIDE-LINE-EXIT.
010140     EXIT.
010150
010160*****************************************************************
010170*    ONE DSDS.SPCAUDT CHANGE-LOG ROW PER REINSTATED SCHEDULE -   *
010180*    A ROW APPEARING FROM THE ARCHIVE IS EVERY BIT AS            *
010190*    DISPUTABLE AS AN ONLINE ADD, SO IT LANDS IN THE SAME LOG    *
010200*    SPC030/SPC120/SPC140 WRITE.  A FAILED LOG WRITE IS          *
010210*    REPORTED BUT DOES NOT BACK OUT THE REINSTATED ROW.          *
010220*****************************************************************
010230 8000-WRITE-AUDIT.
010240     ADD 1 TO WS-AUDIT-SEQ.
010250     MOVE STMT-BANK-NBR   TO AUDT-BANK-NBR.
010260     MOVE STMT-ACCT-NBR   TO AUDT-ACCT-NBR.
010270     MOVE WS-AUDIT-KEY-SEQ TO AUDT-SEQ-NBR.
010280     MOVE SPC-AUDIT-DATE  TO AUDT-CHANGE-DATE.
010290     MOVE SPC-AUDIT-TIME  TO AUDT-CHANGE-TIME.
010300     MOVE WS-AUDIT-SEQ    TO AUDT-CHANGE-SEQ.
010310     MOVE 'SPC130'        TO AUDT-SOURCE-ID.
010320     MOVE SPC-OPERATOR-ID TO AUDT-OPERATOR-ID.
010330     MOVE 'BTCH'          TO AUDT-TERMINAL-ID.
010340     MOVE WS-BEFORE-IMAGE TO AUDT-BEFORE-IMAGE.
010350     MOVE AUDT-BANK-NBR    TO FK-AUD-BANK-NBR.
010360     MOVE AUDT-ACCT-NBR    TO FK-AUD-ACCT-NBR.
010370     MOVE AUDT-SEQ-NBR     TO FK-AUD-SEQ-NBR.
010380     MOVE AUDT-CHANGE-DATE TO FK-AUD-CHANGE-DATE.
010390     MOVE AUDT-CHANGE-TIME TO FK-AUD-CHANGE-TIME.
010400     MOVE AUDT-CHANGE-SEQ  TO FK-AUD-CHANGE-SEQ.
010410     MOVE DSDS-SPCAUDT     TO FD-SPCAUDT-DATA.
010420     WRITE FD-SPCAUDT-REC.
010430     IF WS-SPCAUDT-OK
010440         ADD 1 TO SPC-AUDITS-WRITTEN
010450     ELSE
010460         DISPLAY 'SPC130 - SPCAUDT WRITE FAILED FOR BANK '
010470             AUDT-BANK-NBR ' ACCT ' AUDT-ACCT-NBR
010480             ' STATUS ' WS-SPCAUDT-STATUS
010490     END-IF.
010500 8000-WRITE-AUDIT-EXIT.
010510     EXIT.
010520
010530 9000-TERMINATE.
010540     CLOSE SPECSTMT-FILE.
010550     CLOSE SPCARCH-FILE.
010560     CLOSE SPCRQST-FILE.
010570     CLOSE SPCRIRP-FILE.
010580     CLOSE SPCAUDT-FILE.
010590     CLOSE SPCARSD-FILE.
010600     CLOSE SPCHOLD-FILE.
010610     CLOSE SPCDLVP-FILE.
010620     CLOSE SPCROLL-FILE.
010630     CLOSE SPCRTRY-FILE.
010640     CLOSE SPCHHLD-FILE.
010650     DISPLAY 'SPC130 - REQUESTS READ     ' SPC-RQSTS-READ.
010660     DISPLAY 'SPC130 - REQUESTS ACCEPTED ' SPC-RQSTS-ACCEPTED.
010670     DISPLAY 'SPC130 - REQUESTS REJECTED ' SPC-RQSTS-REJECTED.
010680     DISPLAY 'SPC130 - SIDE ROWS RESTORED' SPC-SIDE-RESTORED.
010690     DISPLAY 'SPC130 - SIDE ROWS LEFT    ' SPC-SIDE-LEFT.
010700     DISPLAY 'SPC130 - AUDIT ROWS WRITTEN' SPC-AUDITS-WRITTEN.
010710     IF WS-ABEND-YES
010720         MOVE 16 TO RETURN-CODE
010730     END-IF.
010740 9000-TERMINATE-EXIT.
010750     EXIT.
