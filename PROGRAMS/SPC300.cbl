000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SPC300.
000030 AUTHOR.         D. WHITFIELD.
000040 INSTALLATION.   DEPOSIT SYSTEMS - BATCH.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY                                       *
000090*    ------------------------------------------------------     *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    10/15/26   DW    ORIGINAL PROGRAM - SIDE-TABLE ORPHAN       *
000120*                      SWEEP.  READS DSDS.SPCHOLD, SPCDLVP,      *
000130*                      SPCROLL, SPCRTRY, SPCHHLD AND THE SIDE    *
000140*                      ARCHIVE DSDS.SPCARSD END TO END AND LISTS *
000150*                      EVERY ROW WHOSE BANK/ACCOUNT/SEQ NO       *
000160*                      LONGER HAS A DSDS.SPECSTMT OR             *
000170*                      DSDS.SPCARCH PARENT ON THE SIDE-TABLE     *
000180*                      SWEEP REGISTER.  REPORT-ONLY UNLESS THE   *
000190*                      RUN PARM ASKS FOR A PURGE; EVERY PURGED   *
000200*                      ROW WRITES A DSDS.SPCAUDT DELETE ROW.     *
000202*    10/15/26   DW    WIDENED FD-SPCDLVP-DATA TO 76 BYTES FOR    *
000204*                      THE NEW BOUNCE AND RETURNED-MAIL COLUMNS  *
000206*                      (SEE SPC330).                             *
000210*****************************************************************
000220*****************************************************************
000230*    THE SIDE TABLES ARE KEPT BY WHOEVER MAINTAINS THE SCHEDULE, *
000240*    BUT ROWS STILL GET LEFT BEHIND - A SCHEDULE DELETED ON      *
000250*    SPC030 BEFORE THE SIDE ROWS WERE, AN ARCHIVE ROW LATER      *
000260*    TIDIED OFF DSDS.SPCARCH, A CONVERSION ROW LEFT UNDER AN OLD *
000270*    ACCOUNT.  THIS JOB FINDS THEM.  RUN IT OUTSIDE THE NIGHTLY  *
000280*    STREAM, AFTER SPC060.                                       *
000290*    WHAT COUNTS AS A PARENT DEPENDS ON THE TABLE -              *
000300*      SPCHOLD, SPCDLVP, SPCROLL  A SPECSTMT OR SPCARCH ROW WITH *
000310*                                 THE SAME BANK/ACCOUNT/SEQ.     *
000320*      SPCRTRY                    A SPECSTMT OR SPCARCH ROW FOR  *
000330*                                 THE BANK/ACCOUNT CARRYING THE  *
000340*                                 RETRY ROW'S TRAN CODE.         *
000350*      SPCHHLD                    ANY SPECSTMT OR SPCARCH ROW    *
000360*                                 FOR THE BANK/ACCOUNT.          *
000370*      SPCARSD                    THE SPCARCH ROW IT WAS FILED   *
000380*                                 WITH - THE SAME SEQ, OR FOR AN *
000390*                                 ACCOUNT-LEVEL ROW (SEQ ZERO)   *
000400*                                 ANY SPCARCH ROW FOR THE        *
000410*                                 ACCOUNT, WITH THE SAME TRAN    *
000420*                                 CODE FOR A RETRY ROW.          *
000430*    A SIDE ARCHIVE ROW WHOSE SCHEDULE IS BACK ON SPECSTMT STILL *
000440*    HAS ITS SPCARCH ROW - SPC130 LEAVES THE ARCHIVE IN PLACE -  *
000450*    SO IT IS NOT SWEPT.                                         *
000460*    THE PURGE DELETES THE ROW JUST READ (SEQUENTIAL ACCESS, THE *
000470*    SAME SHAPE AS SPC060'S PURGE).  EACH TABLE IS ITS OWN PASS, *
000480*    SO A BAD OPEN ON ONE TABLE STOPS THE RUN BEFORE ANYTHING IS *
000490*    TOUCHED.                                                    *
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550 SPECIAL-NAMES.
000560     DECIMAL-POINT IS COMMA.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT SPECSTMT-FILE
000600         ASSIGN TO SPECSTM
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS FK-SPECSTMT-KEY
000640         FILE STATUS IS WS-SPECSTMT-STATUS.
000650
000660     SELECT SPCARCH-FILE
000670         ASSIGN TO SPCARCH
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS FK-SPCARCH-KEY
000710         FILE STATUS IS WS-SPCARCH-STATUS.
000720
000730     SELECT SPCHOLD-FILE
000740         ASSIGN TO SPCHOLD
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS FK-SPCHOLD-KEY
000780         FILE STATUS IS WS-SPCHOLD-STATUS.
000790
000800     SELECT SPCDLVP-FILE
000810         ASSIGN TO SPCDLVP
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS SEQUENTIAL
000840         RECORD KEY IS FK-SPCDLVP-KEY
000850         FILE STATUS IS WS-SPCDLVP-STATUS.
000860
000870     SELECT SPCROLL-FILE
000880         ASSIGN TO SPCROLL
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS SEQUENTIAL
000910         RECORD KEY IS FK-SPCROLL-KEY
000920         FILE STATUS IS WS-SPCROLL-STATUS.
000930
000940     SELECT SPCRTRY-FILE
000950         ASSIGN TO SPCRTRY
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS SEQUENTIAL
000980         RECORD KEY IS FK-SPCRTRY-KEY
000990         FILE STATUS IS WS-SPCRTRY-STATUS.
001000
001010     SELECT SPCHHLD-FILE
001020         ASSIGN TO SPCHHLD
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS SEQUENTIAL
001050         RECORD KEY IS FK-SPCHHLD-KEY
001060         FILE STATUS IS WS-SPCHHLD-STATUS.
001070
001080     SELECT SPCARSD-FILE
001090         ASSIGN TO SPCARSD
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS SEQUENTIAL
001120         RECORD KEY IS FK-SPCARSD-KEY
001130         FILE STATUS IS WS-SPCARSD-STATUS.
001140
001150     SELECT SPCAUDT-FILE
001160         ASSIGN TO SPCAUDT
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS FK-SPCAUDT-KEY
001200         FILE STATUS IS WS-SPCAUDT-STATUS.
001210
001220     SELECT SPCSWRP-FILE
001230         ASSIGN TO SPCSWRP
001240         ORGANIZATION IS LINE SEQUENTIAL
001250         FILE STATUS IS WS-SPCSWRP-STATUS.
001260
001270     SELECT RUN-PARM-FILE
001280         ASSIGN TO RUNPARM
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-RUNPARM-STATUS.
001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  SPECSTMT-FILE.
001340 01  FD-SPECSTMT-REC.
001350     05 FK-SPECSTMT-KEY.
001360         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
001370         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001380         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001390     05 FD-SPECSTMT-DATA         PIC X(49).
001400
001410 FD  SPCARCH-FILE.
001420 01  FD-SPCARCH-REC.
001430     05 FK-SPCARCH-KEY.
001440         10 FK-ARCH-BANK-NBR     PIC S9(3) USAGE COMP-3.
001450         10 FK-ARCH-ACCT-NBR     PIC S9(9) USAGE COMP-3.
001460         10 FK-ARCH-SEQ-NBR      PIC S9(4) USAGE COMP-3.
001470     05 FD-SPCARCH-DATA          PIC X(59).
001480
001490 FD  SPCHOLD-FILE.
001500 01  FD-SPCHOLD-REC.
001510     05 FK-SPCHOLD-KEY.
001520         10 FK-HLD-BANK-NBR      PIC S9(3) USAGE COMP-3.
001530         10 FK-HLD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001540         10 FK-HLD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001550     05 FD-SPCHOLD-DATA          PIC X(40).
001560
001570 FD  SPCDLVP-FILE.
001580 01  FD-SPCDLVP-REC.
001590     05 FK-SPCDLVP-KEY.
001600         10 FK-DLV-BANK-NBR      PIC S9(3) USAGE COMP-3.
001610         10 FK-DLV-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001620         10 FK-DLV-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001630     05 FD-SPCDLVP-DATA          PIC X(76).
001640
001650 FD  SPCROLL-FILE.
001660 01  FD-SPCROLL-REC.
001670     05 FK-SPCROLL-KEY.
001680         10 FK-ROL-BANK-NBR      PIC S9(3) USAGE COMP-3.
001690         10 FK-ROL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001700         10 FK-ROL-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001710     05 FD-SPCROLL-DATA          PIC X(11).
001720
001730 FD  SPCRTRY-FILE.
001740 01  FD-SPCRTRY-REC.
001750     05 FK-SPCRTRY-KEY.
001760         10 FK-RTR-BANK-NBR      PIC S9(3) USAGE COMP-3.
001770         10 FK-RTR-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001780         10 FK-RTR-TRAN-CODE     PIC S9(3) USAGE COMP-3.
001790     05 FD-SPCRTRY-DATA          PIC X(32).
001800
001810 FD  SPCHHLD-FILE.
001820 01  FD-SPCHHLD-REC.
001830     05 FK-SPCHHLD-KEY.
001840         10 FK-HHL-BANK-NBR      PIC S9(3) USAGE COMP-3.
001850         10 FK-HHL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001860     05 FD-SPCHHLD-DATA          PIC X(13).
001870
001880 FD  SPCARSD-FILE.
001890 01  FD-SPCARSD-REC.
001900     05 FK-SPCARSD-KEY.
001910         10 FK-ARS-BANK-NBR      PIC S9(3) USAGE COMP-3.
001920         10 FK-ARS-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001930         10 FK-ARS-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001940         10 FK-ARS-TABLE-ID      PIC X(8).
001950         10 FK-ARS-SUB-KEY       PIC S9(3) USAGE COMP-3.
001960     05 FD-SPCARSD-DATA          PIC X(110).
001970
001980 FD  SPCAUDT-FILE.
001990 01  FD-SPCAUDT-REC.
002000     05 FK-SPCAUDT-KEY.
002010         10 FK-AUD-BANK-NBR      PIC S9(3) USAGE COMP-3.
002020         10 FK-AUD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002030         10 FK-AUD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
002040         10 FK-AUD-CHANGE-DATE   PIC X(10).
002050         10 FK-AUD-CHANGE-TIME   PIC X(8).
002060         10 FK-AUD-CHANGE-SEQ    PIC S9(4) USAGE COMP-3.
002070     05 FD-SPCAUDT-DATA          PIC X(150).
002080
002090 FD  SPCSWRP-FILE.
002100 01  FD-SPCSWRP-REC              PIC X(132).
002110
002120 FD  RUN-PARM-FILE
002130     RECORDING MODE IS F.
002140 01  RUN-PARM-REC.
002150     05 PARM-RUN-DATE            PIC X(10).
002160     05 PARM-PURGE-SW            PIC X(1).
002170         88 PARM-PURGE-YES              VALUE 'Y'.
002180     05 PARM-OPERATOR-ID         PIC X(8).
002190
002200 WORKING-STORAGE SECTION.
002210 COPY SPECSTMT.
002220 COPY SPCARCH.
002230 COPY SPCHOLD.
002240 COPY SPCDLVP.
002250 COPY SPCROLL.
002260 COPY SPCRTRY.
002270 COPY SPCHHLD.
002280 COPY SPCARSD.
002290 COPY SPCAUDT.
002300
002310 01  WS-FILE-STATUSES.
002320     05 WS-SPECSTMT-STATUS       PIC X(2).
002330         88 WS-SPECSTMT-OK              VALUE '00'.
002340     05 WS-SPCARCH-STATUS        PIC X(2).
002350         88 WS-SPCARCH-OK               VALUE '00'.
002360     05 WS-SPCHOLD-STATUS        PIC X(2).
002370         88 WS-SPCHOLD-OK               VALUE '00'.
002380     05 WS-SPCDLVP-STATUS        PIC X(2).
002390         88 WS-SPCDLVP-OK               VALUE '00'.
002400     05 WS-SPCROLL-STATUS        PIC X(2).
002410         88 WS-SPCROLL-OK               VALUE '00'.
002420     05 WS-SPCRTRY-STATUS        PIC X(2).
002430         88 WS-SPCRTRY-OK               VALUE '00'.
002440     05 WS-SPCHHLD-STATUS        PIC X(2).
002450         88 WS-SPCHHLD-OK               VALUE '00'.
002460     05 WS-SPCARSD-STATUS        PIC X(2).
002470         88 WS-SPCARSD-OK               VALUE '00'.
002480     05 WS-SPCAUDT-STATUS        PIC X(2).
002490         88 WS-SPCAUDT-OK               VALUE '00'.
002500     05 WS-SPCSWRP-STATUS        PIC X(2).
002510         88 WS-SPCSWRP-OK               VALUE '00'.
002520     05 WS-RUNPARM-STATUS        PIC X(2).
002530         88 WS-RUNPARM-OK               VALUE '00'.
002540     05 WS-DELETE-STATUS         PIC X(2).
002550         88 WS-DELETE-OK                VALUE '00'.
002560
002570 01  WS-SWITCHES.
002580     05 WS-PASS-END-SW           PIC X(1)     VALUE 'N'.
002590         88 WS-PASS-END-YES             VALUE 'Y'.
002600     05 WS-SCAN-END-SW           PIC X(1)     VALUE 'N'.
002610         88 WS-SCAN-END-YES             VALUE 'Y'.
002620     05 WS-PARENT-SW             PIC X(1)     VALUE 'N'.
002630         88 WS-PARENT-FOUND             VALUE 'Y'.
002640     05 WS-MATCH-TRAN-SW         PIC X(1)     VALUE 'N'.
002650         88 WS-MATCH-TRAN-YES           VALUE 'Y'.
002660     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
002670         88 WS-ABEND-YES                VALUE 'Y'.
002680         88 WS-ABEND-NO                 VALUE 'N'.
002690
002700 01  WS-COUNTERS.
002710     05 SPC-HOLD-RECS-READ       PIC S9(7) COMP-3 VALUE ZERO.
002720     05 SPC-HOLD-ORPHANS         PIC S9(7) COMP-3 VALUE ZERO.
002730     05 SPC-DLVP-RECS-READ       PIC S9(7) COMP-3 VALUE ZERO.
002740     05 SPC-DLVP-ORPHANS         PIC S9(7) COMP-3 VALUE ZERO.
002750     05 SPC-ROLL-RECS-READ       PIC S9(7) COMP-3 VALUE ZERO.
002760     05 SPC-ROLL-ORPHANS         PIC S9(7) COMP-3 VALUE ZERO.
002770     05 SPC-RTRY-RECS-READ       PIC S9(7) COMP-3 VALUE ZERO.
002780     05 SPC-RTRY-ORPHANS         PIC S9(7) COMP-3 VALUE ZERO.
002790     05 SPC-HHLD-RECS-READ       PIC S9(7) COMP-3 VALUE ZERO.
002800     05 SPC-HHLD-ORPHANS         PIC S9(7) COMP-3 VALUE ZERO.
002810     05 SPC-ARSD-RECS-READ       PIC S9(7) COMP-3 VALUE ZERO.
002820     05 SPC-ARSD-ORPHANS         PIC S9(7) COMP-3 VALUE ZERO.
002830     05 SPC-ROWS-PURGED          PIC S9(7) COMP-3 VALUE ZERO.
002840
002850 01  SPC-RUN-DATE                PIC X(10).
002860 01  SPC-PURGE-SW                PIC X(1).
002870     88 SPC-PURGE-REQUESTED             VALUE 'Y'.
002880 01  SPC-OPERATOR-ID             PIC X(8).
002890 01  SPC-AUDIT-DATE              PIC X(10).
002900 01  SPC-AUDIT-TIME              PIC X(8).
002910 01  WS-AUDIT-SEQ                PIC S9(4) COMP-3 VALUE ZERO.
002920 01  WS-BEFORE-IMAGE             PIC X(49).
002930 01  WS-CURRENT-STAMP            PIC X(14).
002940 01  SPC-AUDITS-WRITTEN          PIC S9(7) COMP-3 VALUE ZERO.
002950
002960*****************************************************************
002970*    THE ROW UNDER TEST.  EACH PASS LOADS ITS BANK/ACCOUNT/SEQ   *
002980*    (SEQ ZERO FOR AN ACCOUNT-LEVEL ROW), THE TRAN CODE A RETRY  *
002990*    ROW HANGS OFF, THE TABLE NAME AND A SHORT DETAIL FOR THE    *
003000*    REGISTER, AND THE ROW IMAGE FOR THE AUDIT LOG.              *
003010*****************************************************************
003020 01  WS-SWP-BANK-NBR             PIC S9(3) COMP-3.
003030 01  WS-SWP-ACCT-NBR             PIC S9(9) COMP-3.
003040 01  WS-SWP-SEQ-NBR              PIC S9(4) COMP-3.
003050 01  WS-SWP-TRAN-CODE            PIC S9(3) COMP-3.
003060 01  WS-SWP-TABLE                PIC X(8).
003070 01  WS-SWP-DETAIL               PIC X(30).
003080 01  WS-SWP-ACTION               PIC X(30).
003090 01  WS-SWP-IMAGE                PIC X(110).
003100
003110 01  WS-REPORT-LINE.
003120     05 WS-RPT-BANK-NBR          PIC ZZ9.
003130     05 WS-RPT-ACCT-NBR          PIC Z(8)9.
003140     05 WS-RPT-SEQ-NBR           PIC Z(3)9.
003150     05 WS-RPT-TRAN-CODE         PIC ZZ9.
003160     05 WS-RPT-HHLD-ID           PIC Z(8)9.
003170
003180 PROCEDURE DIVISION.
003190 0000-MAINLINE.
003200     PERFORM 1000-INITIALIZE
003210         THRU 1000-INITIALIZE-EXIT.
003220     IF WS-ABEND-NO
003230         MOVE 'N' TO WS-PASS-END-SW
003240         PERFORM 2000-SWEEP-HOLDS
003250             THRU 2000-SWEEP-HOLDS-EXIT
003260             UNTIL WS-PASS-END-YES
003270         MOVE 'N' TO WS-PASS-END-SW
003280         PERFORM 2100-SWEEP-DELIVERY
003290             THRU 2100-SWEEP-DELIVERY-EXIT
003300             UNTIL WS-PASS-END-YES
003310         MOVE 'N' TO WS-PASS-END-SW
003320         PERFORM 2200-SWEEP-ROLL-RULES
003330             THRU 2200-SWEEP-ROLL-RULES-EXIT
003340             UNTIL WS-PASS-END-YES
003350         MOVE 'N' TO WS-PASS-END-SW
003360         PERFORM 2300-SWEEP-RETRIES
003370             THRU 2300-SWEEP-RETRIES-EXIT
003380             UNTIL WS-PASS-END-YES
003390         MOVE 'N' TO WS-PASS-END-SW
003400         PERFORM 2400-SWEEP-HOUSEHOLDS
003410             THRU 2400-SWEEP-HOUSEHOLDS-EXIT
003420             UNTIL WS-PASS-END-YES
003430         MOVE 'N' TO WS-PASS-END-SW
003440         PERFORM 2500-SWEEP-SIDE-ARCHIVE
003450             THRU 2500-SWEEP-SIDE-ARCHIVE-EXIT
003460             UNTIL WS-PASS-END-YES
003470     END-IF.
003480     PERFORM 9000-TERMINATE
003490         THRU 9000-TERMINATE-EXIT.
003500     GOBACK.
003510
003520 1000-INITIALIZE.
003530     OPEN INPUT RUN-PARM-FILE.
003540     IF NOT WS-RUNPARM-OK
003550         DISPLAY 'SPC300 - RUN PARM FILE OPEN FAILED, STATUS '
003560             WS-RUNPARM-STATUS
003570         MOVE 'Y' TO WS-ABEND-SW
003580         GO TO 1000-INITIALIZE-EXIT
003590     END-IF.
003600     READ RUN-PARM-FILE.
003610     CLOSE RUN-PARM-FILE.
003620     MOVE PARM-RUN-DATE    TO SPC-RUN-DATE.
003630     MOVE PARM-PURGE-SW    TO SPC-PURGE-SW.
003640     MOVE PARM-OPERATOR-ID TO SPC-OPERATOR-ID.
003650     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
003660     STRING WS-CURRENT-STAMP(1:4) '-' WS-CURRENT-STAMP(5:2)
003670             '-' WS-CURRENT-STAMP(7:2) DELIMITED BY SIZE
003680             INTO SPC-AUDIT-DATE.
003690     STRING WS-CURRENT-STAMP(9:2) ':' WS-CURRENT-STAMP(11:2)
003700             ':' WS-CURRENT-STAMP(13:2) DELIMITED BY SIZE
003710             INTO SPC-AUDIT-TIME.
003720     OPEN INPUT SPECSTMT-FILE.
003730     IF NOT WS-SPECSTMT-OK
003740         DISPLAY 'SPC300 - SPECSTMT OPEN FAILED, STATUS '
003750             WS-SPECSTMT-STATUS
003760         MOVE 'Y' TO WS-ABEND-SW
003770         GO TO 1000-INITIALIZE-EXIT
003780     END-IF.
003790     OPEN INPUT SPCARCH-FILE.
003800     IF NOT WS-SPCARCH-OK
003810         DISPLAY 'SPC300 - SPCARCH OPEN FAILED, STATUS '
003820             WS-SPCARCH-STATUS
003830         MOVE 'Y' TO WS-ABEND-SW
003840         GO TO 1000-INITIALIZE-EXIT
003850     END-IF.
003860     OPEN I-O SPCHOLD-FILE.
003870     IF NOT WS-SPCHOLD-OK
003880         DISPLAY 'SPC300 - SPCHOLD OPEN FAILED, STATUS '
003890             WS-SPCHOLD-STATUS
003900         MOVE 'Y' TO WS-ABEND-SW
003910         GO TO 1000-INITIALIZE-EXIT
003920     END-IF.
003930     OPEN I-O SPCDLVP-FILE.
003940     IF NOT WS-SPCDLVP-OK
003950         DISPLAY 'SPC300 - SPCDLVP OPEN FAILED, STATUS '
003960             WS-SPCDLVP-STATUS
003970         MOVE 'Y' TO WS-ABEND-SW
003980         GO TO 1000-INITIALIZE-EXIT
003990     END-IF.
004000     OPEN I-O SPCROLL-FILE.
004010     IF NOT WS-SPCROLL-OK
004020         DISPLAY 'SPC300 - SPCROLL OPEN FAILED, STATUS '
004030             WS-SPCROLL-STATUS
004040         MOVE 'Y' TO WS-ABEND-SW
004050         GO TO 1000-INITIALIZE-EXIT
004060     END-IF.
004070     OPEN I-O SPCRTRY-FILE.
004080     IF NOT WS-SPCRTRY-OK
004090         DISPLAY 'SPC300 - SPCRTRY OPEN FAILED, STATUS '
004100             WS-SPCRTRY-STATUS
004110         MOVE 'Y' TO WS-ABEND-SW
004120         GO TO 1000-INITIALIZE-EXIT
004130     END-IF.
004140     OPEN I-O SPCHHLD-FILE.
004150     IF NOT WS-SPCHHLD-OK
004160         DISPLAY 'SPC300 - SPCHHLD OPEN FAILED, STATUS '
004170             WS-SPCHHLD-STATUS
004180         MOVE 'Y' TO WS-ABEND-SW
004190         GO TO 1000-INITIALIZE-EXIT
004200     END-IF.
004210     OPEN I-O SPCARSD-FILE.
004220     IF NOT WS-SPCARSD-OK
004230         DISPLAY 'SPC300 - SPCARSD OPEN FAILED, STATUS '
004240             WS-SPCARSD-STATUS
004250         MOVE 'Y' TO WS-ABEND-SW
004260         GO TO 1000-INITIALIZE-EXIT
004270     END-IF.
004280     OPEN OUTPUT SPCSWRP-FILE.
004290     IF NOT WS-SPCSWRP-OK
004300         DISPLAY 'SPC300 - SPCSWRP OPEN FAILED, STATUS '
004310             WS-SPCSWRP-STATUS
004320         MOVE 'Y' TO WS-ABEND-SW
004330         GO TO 1000-INITIALIZE-EXIT
004340     END-IF.
004350     OPEN I-O SPCAUDT-FILE.
004360     IF NOT WS-SPCAUDT-OK
004370         DISPLAY 'SPC300 - SPCAUDT OPEN FAILED, STATUS '
004380             WS-SPCAUDT-STATUS
004390         MOVE 'Y' TO WS-ABEND-SW
004400     END-IF.
004410 1000-INITIALIZE-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450*    SCHEDULE-LEVEL SIDE TABLES - THE PARENT IS THE SCHEDULE     *
004460*    WITH THE SAME BANK/ACCOUNT/SEQ, ACTIVE OR ARCHIVED.         *
004470*****************************************************************
004480 2000-SWEEP-HOLDS.
004490     READ SPCHOLD-FILE NEXT RECORD
004500         AT END
004510             MOVE 'Y' TO WS-PASS-END-SW
004520             GO TO 2000-SWEEP-HOLDS-EXIT
004530     END-READ.
004540     ADD 1 TO SPC-HOLD-RECS-READ.
004550     MOVE FD-SPCHOLD-DATA TO DSDS-SPCHOLD.
004560     MOVE HOLD-BANK-NBR   TO WS-SWP-BANK-NBR.
004570     MOVE HOLD-ACCT-NBR   TO WS-SWP-ACCT-NBR.
004580     MOVE HOLD-SEQ-NBR    TO WS-SWP-SEQ-NBR.
004590     PERFORM 3000-FIND-SCHEDULE
004600         THRU 3000-FIND-SCHEDULE-EXIT.
004610     IF WS-PARENT-FOUND
004620         GO TO 2000-SWEEP-HOLDS-EXIT
004630     END-IF.
004640     ADD 1 TO SPC-HOLD-ORPHANS.
004650     MOVE 'SPCHOLD '      TO WS-SWP-TABLE.
004660     MOVE SPACES          TO WS-SWP-DETAIL.
004670     STRING 'HOLD STATUS ' HOLD-STATUS-SW
004680             DELIMITED BY SIZE
004690             INTO WS-SWP-DETAIL.
004700     MOVE DSDS-SPCHOLD    TO WS-SWP-IMAGE.
004710     MOVE 'REPORTED ONLY' TO WS-SWP-ACTION.
004720     IF SPC-PURGE-REQUESTED
004730         DELETE SPCHOLD-FILE RECORD
004740         MOVE WS-SPCHOLD-STATUS TO WS-DELETE-STATUS
004750         PERFORM 6500-LOG-PURGE
004760             THRU 6500-LOG-PURGE-EXIT
004770     END-IF.
004780     PERFORM 6000-REPORT-ORPHAN
004790         THRU 6000-REPORT-ORPHAN-EXIT.
004800 2000-SWEEP-HOLDS-EXIT.
004810     EXIT.
004820
004830 2100-SWEEP-DELIVERY.
004840     READ SPCDLVP-FILE NEXT RECORD
004850         AT END
004860             MOVE 'Y' TO WS-PASS-END-SW
004870             GO TO 2100-SWEEP-DELIVERY-EXIT
004880     END-READ.
004890     ADD 1 TO SPC-DLVP-RECS-READ.
004900     MOVE FD-SPCDLVP-DATA TO DSDS-SPCDLVP.
004910     MOVE DLVP-BANK-NBR   TO WS-SWP-BANK-NBR.
004920     MOVE DLVP-ACCT-NBR   TO WS-SWP-ACCT-NBR.
004930     MOVE DLVP-SEQ-NBR    TO WS-SWP-SEQ-NBR.
004940     PERFORM 3000-FIND-SCHEDULE
004950         THRU 3000-FIND-SCHEDULE-EXIT.
004960     IF WS-PARENT-FOUND
004970         GO TO 2100-SWEEP-DELIVERY-EXIT
004980     END-IF.
004990     ADD 1 TO SPC-DLVP-ORPHANS.
005000     MOVE 'SPCDLVP '      TO WS-SWP-TABLE.
005010     MOVE SPACES          TO WS-SWP-DETAIL.
005020     STRING 'CHANNEL ' DLVP-CHANNEL-SW
005030             DELIMITED BY SIZE
005040             INTO WS-SWP-DETAIL.
005050     MOVE DSDS-SPCDLVP    TO WS-SWP-IMAGE.
005060     MOVE 'REPORTED ONLY' TO WS-SWP-ACTION.
005070     IF SPC-PURGE-REQUESTED
005080         DELETE SPCDLVP-FILE RECORD
005090         MOVE WS-SPCDLVP-STATUS TO WS-DELETE-STATUS
005100         PERFORM 6500-LOG-PURGE
005110             THRU 6500-LOG-PURGE-EXIT
005120     END-IF.
005130     PERFORM 6000-REPORT-ORPHAN
005140         THRU 6000-REPORT-ORPHAN-EXIT.
005150 2100-SWEEP-DELIVERY-EXIT.
005160     EXIT.
005170
005180 2200-SWEEP-ROLL-RULES.
005190     READ SPCROLL-FILE NEXT RECORD
005200         AT END
005210             MOVE 'Y' TO WS-PASS-END-SW
005220             GO TO 2200-SWEEP-ROLL-RULES-EXIT
005230     END-READ.
005240     ADD 1 TO SPC-ROLL-RECS-READ.
005250     MOVE FD-SPCROLL-DATA TO DSDS-SPCROLL.
005260     MOVE ROLL-BANK-NBR   TO WS-SWP-BANK-NBR.
005270     MOVE ROLL-ACCT-NBR   TO WS-SWP-ACCT-NBR.
005280     MOVE ROLL-SEQ-NBR    TO WS-SWP-SEQ-NBR.
005290     PERFORM 3000-FIND-SCHEDULE
005300         THRU 3000-FIND-SCHEDULE-EXIT.
005310     IF WS-PARENT-FOUND
005320         GO TO 2200-SWEEP-ROLL-RULES-EXIT
005330     END-IF.
005340     ADD 1 TO SPC-ROLL-ORPHANS.
005350     MOVE 'SPCROLL '      TO WS-SWP-TABLE.
005360     MOVE SPACES          TO WS-SWP-DETAIL.
005370     STRING 'ROLL RULE ' ROLL-RULE-SW
005380             DELIMITED BY SIZE
005390             INTO WS-SWP-DETAIL.
005400     MOVE DSDS-SPCROLL    TO WS-SWP-IMAGE.
005410     MOVE 'REPORTED ONLY' TO WS-SWP-ACTION.
005420     IF SPC-PURGE-REQUESTED
005430         DELETE SPCROLL-FILE RECORD
005440         MOVE WS-SPCROLL-STATUS TO WS-DELETE-STATUS
005450         PERFORM 6500-LOG-PURGE
005460             THRU 6500-LOG-PURGE-EXIT
005470     END-IF.
005480     PERFORM 6000-REPORT-ORPHAN
005490         THRU 6000-REPORT-ORPHAN-EXIT.
005500 2200-SWEEP-ROLL-RULES-EXIT.
005510     EXIT.
005520
005530*****************************************************************
005540*    ACCOUNT-LEVEL SIDE TABLES.  A RETRY ROW NEEDS A SCHEDULE ON *
005550*    THE ACCOUNT FOR ITS OWN TRAN CODE; A HOUSEHOLD MEMBER NEEDS *
005560*    ANY SCHEDULE ON THE ACCOUNT.  BOTH LOG UNDER SEQ ZERO.      *
005570*****************************************************************
005580 2300-SWEEP-RETRIES.
005590     READ SPCRTRY-FILE NEXT RECORD
005600         AT END
005610             MOVE 'Y' TO WS-PASS-END-SW
005620             GO TO 2300-SWEEP-RETRIES-EXIT
005630     END-READ.
005640     ADD 1 TO SPC-RTRY-RECS-READ.
005650     MOVE FD-SPCRTRY-DATA TO DSDS-SPCRTRY.
005660     MOVE RTRY-BANK-NBR   TO WS-SWP-BANK-NBR.
005670     MOVE RTRY-ACCT-NBR   TO WS-SWP-ACCT-NBR.
005680     MOVE ZERO            TO WS-SWP-SEQ-NBR.
005690     MOVE RTRY-TRAN-CODE  TO WS-SWP-TRAN-CODE.
005700     MOVE 'Y'             TO WS-MATCH-TRAN-SW.
005710     PERFORM 3100-FIND-ACCOUNT-SCHEDULE
005720         THRU 3100-FIND-ACCOUNT-SCHEDULE-EXIT.
005730     IF WS-PARENT-FOUND
005740         GO TO 2300-SWEEP-RETRIES-EXIT
005750     END-IF.
005760     ADD 1 TO SPC-RTRY-ORPHANS.
005770     MOVE 'SPCRTRY '      TO WS-SWP-TABLE.
005780     MOVE RTRY-TRAN-CODE  TO WS-RPT-TRAN-CODE.
005790     MOVE SPACES          TO WS-SWP-DETAIL.
005800     STRING 'TRAN ' WS-RPT-TRAN-CODE
005810             ' LAST RUN ' RTRY-LAST-RUN-DATE
005820             DELIMITED BY SIZE
005830             INTO WS-SWP-DETAIL.
005840     MOVE DSDS-SPCRTRY    TO WS-SWP-IMAGE.
005850     MOVE 'REPORTED ONLY' TO WS-SWP-ACTION.
005860     IF SPC-PURGE-REQUESTED
005870         DELETE SPCRTRY-FILE RECORD
005880         MOVE WS-SPCRTRY-STATUS TO WS-DELETE-STATUS
005890         PERFORM 6500-LOG-PURGE
005900             THRU 6500-LOG-PURGE-EXIT
005910     END-IF.
005920     PERFORM 6000-REPORT-ORPHAN
005930         THRU 6000-REPORT-ORPHAN-EXIT.
005940 2300-SWEEP-RETRIES-EXIT.
005950     EXIT.
005960
005970 2400-SWEEP-HOUSEHOLDS.
005980     READ SPCHHLD-FILE NEXT RECORD
005990         AT END
006000             MOVE 'Y' TO WS-PASS-END-SW
006010             GO TO 2400-SWEEP-HOUSEHOLDS-EXIT
006020     END-READ.
006030     ADD 1 TO SPC-HHLD-RECS-READ.
006040     MOVE FD-SPCHHLD-DATA TO DSDS-SPCHHLD.
006050     MOVE HHLD-BANK-NBR   TO WS-SWP-BANK-NBR.
006060     MOVE HHLD-ACCT-NBR   TO WS-SWP-ACCT-NBR.
006070     MOVE ZERO            TO WS-SWP-SEQ-NBR.
006080     MOVE 'N'             TO WS-MATCH-TRAN-SW.
006090     PERFORM 3100-FIND-ACCOUNT-SCHEDULE
006100         THRU 3100-FIND-ACCOUNT-SCHEDULE-EXIT.
006110     IF WS-PARENT-FOUND
006120         GO TO 2400-SWEEP-HOUSEHOLDS-EXIT
006130     END-IF.
006140     ADD 1 TO SPC-HHLD-ORPHANS.
006150     MOVE 'SPCHHLD '      TO WS-SWP-TABLE.
006160     MOVE HHLD-HOUSEHOLD-ID TO WS-RPT-HHLD-ID.
006170     MOVE SPACES          TO WS-SWP-DETAIL.
006180     STRING 'HOUSEHOLD ' WS-RPT-HHLD-ID
006190             ' PRIMARY ' HHLD-PRIMARY-SW
006200             DELIMITED BY SIZE
006210             INTO WS-SWP-DETAIL.
006220     MOVE DSDS-SPCHHLD    TO WS-SWP-IMAGE.
006230     MOVE 'REPORTED ONLY' TO WS-SWP-ACTION.
006240     IF SPC-PURGE-REQUESTED
006250         DELETE SPCHHLD-FILE RECORD
006260         MOVE WS-SPCHHLD-STATUS TO WS-DELETE-STATUS
006270         PERFORM 6500-LOG-PURGE
006280             THRU 6500-LOG-PURGE-EXIT
006290     END-IF.
006300     PERFORM 6000-REPORT-ORPHAN
006310         THRU 6000-REPORT-ORPHAN-EXIT.
006320 2400-SWEEP-HOUSEHOLDS-EXIT.
006330     EXIT.
006340
006350*****************************************************************
006360*    THE SIDE ARCHIVE.  ITS PARENT IS THE DSDS.SPCARCH ROW IT    *
006370*    WAS FILED WITH - AN ACTIVE SCHEDULE DOES NOT COUNT, SINCE   *
006380*    SPC130 ONLY EVER RESTORES FROM AN ARCHIVED ONE.             *
006390*****************************************************************
006400 2500-SWEEP-SIDE-ARCHIVE.
006410     READ SPCARSD-FILE NEXT RECORD
006420         AT END
006430             MOVE 'Y' TO WS-PASS-END-SW
006440             GO TO 2500-SWEEP-SIDE-ARCHIVE-EXIT
006450     END-READ.
006460     ADD 1 TO SPC-ARSD-RECS-READ.
006470     MOVE FD-SPCARSD-DATA TO DSDS-SPCARSD.
006480     MOVE ARSD-BANK-NBR   TO WS-SWP-BANK-NBR.
006490     MOVE ARSD-ACCT-NBR   TO WS-SWP-ACCT-NBR.
006500     MOVE ARSD-SEQ-NBR    TO WS-SWP-SEQ-NBR.
006510     MOVE 'N'             TO WS-PARENT-SW.
006520     IF ARSD-SEQ-NBR NOT = ZERO
006530         PERFORM 3200-FIND-ARCHIVE
006540             THRU 3200-FIND-ARCHIVE-EXIT
006550     ELSE
006560         MOVE ARSD-SUB-KEY TO WS-SWP-TRAN-CODE
006570         IF ARSD-FROM-SPCRTRY
006580             MOVE 'Y' TO WS-MATCH-TRAN-SW
006590         ELSE
006600             MOVE 'N' TO WS-MATCH-TRAN-SW
006610         END-IF
006620         PERFORM 3150-FIND-ACCOUNT-ARCHIVE
006630             THRU 3150-FIND-ACCOUNT-ARCHIVE-EXIT
006640     END-IF.
006650     IF WS-PARENT-FOUND
006660         GO TO 2500-SWEEP-SIDE-ARCHIVE-EXIT
006670     END-IF.
006680     ADD 1 TO SPC-ARSD-ORPHANS.
006690     MOVE 'SPCARSD '      TO WS-SWP-TABLE.
006700     MOVE SPACES          TO WS-SWP-DETAIL.
006710     STRING 'FROM ' ARSD-TABLE-ID
006720             ' ON ' ARSD-PURGE-DATE
006730             DELIMITED BY SIZE
006740             INTO WS-SWP-DETAIL.
006750     MOVE DSDS-SPCARSD    TO WS-SWP-IMAGE.
006760     MOVE 'REPORTED ONLY' TO WS-SWP-ACTION.
006770     IF SPC-PURGE-REQUESTED
006780         DELETE SPCARSD-FILE RECORD
006790         MOVE WS-SPCARSD-STATUS TO WS-DELETE-STATUS
006800         PERFORM 6500-LOG-PURGE
006810             THRU 6500-LOG-PURGE-EXIT
006820     END-IF.
006830     PERFORM 6000-REPORT-ORPHAN
006840         THRU 6000-REPORT-ORPHAN-EXIT.
006850 2500-SWEEP-SIDE-ARCHIVE-EXIT.
006860     EXIT.
006870
006880*****************************************************************
006890*    EXACT-KEY PARENT - THE ACTIVE SCHEDULE FIRST, THEN THE      *
006900*    ARCHIVED ONE.                                               *
006910*****************************************************************
006920 3000-FIND-SCHEDULE.
006930     MOVE 'N' TO WS-PARENT-SW.
006940     MOVE WS-SWP-BANK-NBR TO FK-SPC-BANK-NBR.
006950     MOVE WS-SWP-ACCT-NBR TO FK-SPC-ACCT-NBR.
006960     MOVE WS-SWP-SEQ-NBR  TO FK-SPC-SEQ-NBR.
006970     READ SPECSTMT-FILE.
006980     IF WS-SPECSTMT-OK
006990         MOVE 'Y' TO WS-PARENT-SW
007000         GO TO 3000-FIND-SCHEDULE-EXIT
007010     END-IF.
007020     PERFORM 3200-FIND-ARCHIVE
007030         THRU 3200-FIND-ARCHIVE-EXIT.
007040 3000-FIND-SCHEDULE-EXIT.
007050     EXIT.
007060
007070*****************************************************************
007080*    ANY SCHEDULE ON THE ACCOUNT, ACTIVE OR ARCHIVED - WITH      *
007090*    WS-MATCH-TRAN-SW ON, ONLY ONE CARRYING WS-SWP-TRAN-CODE.    *
007100*    EACH FILE IS BROWSED FROM SEQ ZERO UNTIL THE ACCOUNT        *
007110*    CHANGES.                                                    *
007120*****************************************************************
007130 3100-FIND-ACCOUNT-SCHEDULE.
007140     MOVE 'N' TO WS-PARENT-SW.
007150     MOVE 'N' TO WS-SCAN-END-SW.
007160     MOVE WS-SWP-BANK-NBR TO FK-SPC-BANK-NBR.
007170     MOVE WS-SWP-ACCT-NBR TO FK-SPC-ACCT-NBR.
007180     MOVE ZERO            TO FK-SPC-SEQ-NBR.
007190     START SPECSTMT-FILE KEY IS NOT LESS THAN FK-SPECSTMT-KEY
007200         INVALID KEY
007210             MOVE 'Y' TO WS-SCAN-END-SW
007220     END-START.
007230     PERFORM 3110-SCAN-SPECSTMT
007240         THRU 3110-SCAN-SPECSTMT-EXIT
007250         UNTIL WS-SCAN-END-YES
007260             OR WS-PARENT-FOUND.
007270     IF WS-PARENT-FOUND
007280         GO TO 3100-FIND-ACCOUNT-SCHEDULE-EXIT
007290     END-IF.
007300     PERFORM 3150-FIND-ACCOUNT-ARCHIVE
007310         THRU 3150-FIND-ACCOUNT-ARCHIVE-EXIT.
007320 3100-FIND-ACCOUNT-SCHEDULE-EXIT.
007330     EXIT.
007340
007350 3110-SCAN-SPECSTMT.
007360     READ SPECSTMT-FILE NEXT RECORD
007370         AT END
007380             MOVE 'Y' TO WS-SCAN-END-SW
007390             GO TO 3110-SCAN-SPECSTMT-EXIT
007400     END-READ.
007410     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
007420     IF STMT-BANK-NBR NOT = WS-SWP-BANK-NBR
007430             OR STMT-ACCT-NBR NOT = WS-SWP-ACCT-NBR
007440         MOVE 'Y' TO WS-SCAN-END-SW
007450         GO TO 3110-SCAN-SPECSTMT-EXIT
007460     END-IF.
007470     IF WS-MATCH-TRAN-YES
007480             AND STMT-TRAN-CODE NOT = WS-SWP-TRAN-CODE
007490         GO TO 3110-SCAN-SPECSTMT-EXIT
007500     END-IF.
007510     MOVE 'Y' TO WS-PARENT-SW.
007520 3110-SCAN-SPECSTMT-EXIT.
007530     EXIT.
007540
007550 3150-FIND-ACCOUNT-ARCHIVE.
007560     MOVE 'N' TO WS-PARENT-SW.
007570     MOVE 'N' TO WS-SCAN-END-SW.
007580     MOVE WS-SWP-BANK-NBR TO FK-ARCH-BANK-NBR.
007590     MOVE WS-SWP-ACCT-NBR TO FK-ARCH-ACCT-NBR.
007600     MOVE ZERO            TO FK-ARCH-SEQ-NBR.
007610     START SPCARCH-FILE KEY IS NOT LESS THAN FK-SPCARCH-KEY
007620         INVALID KEY
007630             MOVE 'Y' TO WS-SCAN-END-SW
007640     END-START.
007650     PERFORM 3160-SCAN-SPCARCH
007660         THRU 3160-SCAN-SPCARCH-EXIT
007670         UNTIL WS-SCAN-END-YES
007680             OR WS-PARENT-FOUND.
007690 3150-FIND-ACCOUNT-ARCHIVE-EXIT.
007700     EXIT.
007710
007720 3160-SCAN-SPCARCH.
007730     READ SPCARCH-FILE NEXT RECORD
007740         AT END
007750             MOVE 'Y' TO WS-SCAN-END-SW
007760             GO TO 3160-SCAN-SPCARCH-EXIT
007770     END-READ.
007780     MOVE FD-SPCARCH-DATA TO DSDS-SPCARCH.
007790     IF ARCH-BANK-NBR NOT = WS-SWP-BANK-NBR
007800             OR ARCH-ACCT-NBR NOT = WS-SWP-ACCT-NBR
007810         MOVE 'Y' TO WS-SCAN-END-SW
007820         GO TO 3160-SCAN-SPCARCH-EXIT
007830     END-IF.
007840     IF WS-MATCH-TRAN-YES
007850             AND ARCH-TRAN-CODE NOT = WS-SWP-TRAN-CODE
007860         GO TO 3160-SCAN-SPCARCH-EXIT
007870     END-IF.
007880     MOVE 'Y' TO WS-PARENT-SW.
007890 3160-SCAN-SPCARCH-EXIT.
007900     EXIT.
007910
007920 3200-FIND-ARCHIVE.
007930     MOVE 'N' TO WS-PARENT-SW.
007940     MOVE WS-SWP-BANK-NBR TO FK-ARCH-BANK-NBR.
007950     MOVE WS-SWP-ACCT-NBR TO FK-ARCH-ACCT-NBR.
007960     MOVE WS-SWP-SEQ-NBR  TO FK-ARCH-SEQ-NBR.
007970     READ SPCARCH-FILE.
007980     IF WS-SPCARCH-OK
007990         MOVE 'Y' TO WS-PARENT-SW
008000     END-IF.
008010 3200-FIND-ARCHIVE-EXIT.
008020     EXIT.
008030
008040 6000-REPORT-ORPHAN.
008050     MOVE WS-SWP-BANK-NBR TO WS-RPT-BANK-NBR.
008060     MOVE WS-SWP-ACCT-NBR TO WS-RPT-ACCT-NBR.
008070     MOVE WS-SWP-SEQ-NBR  TO WS-RPT-SEQ-NBR.
008080     MOVE SPACES TO FD-SPCSWRP-REC.
008090     STRING 'BANK ' WS-RPT-BANK-NBR
008100             ' ACCT ' WS-RPT-ACCT-NBR
008110             ' SEQ ' WS-RPT-SEQ-NBR
008120             ' ' WS-SWP-TABLE
008130             ' ' WS-SWP-DETAIL
008140             ' NO PARENT SCHEDULE - ' WS-SWP-ACTION
008150             DELIMITED BY SIZE
008160             INTO FD-SPCSWRP-REC.
008170     WRITE FD-SPCSWRP-REC.
008180 6000-REPORT-ORPHAN-EXIT.
008190     EXIT.
008200
008210*****************************************************************
008220*    AFTER A PURGE DELETE.  THE CALLER HAS COPIED THE TABLE'S    *
008230*    FILE STATUS TO WS-DELETE-STATUS.  A ROW THAT WOULD NOT      *
008240*    DELETE IS STILL ON FILE AND IS LISTED AS SUCH.              *
008250*****************************************************************
008260 6500-LOG-PURGE.
008270     IF NOT WS-DELETE-OK
008280         DISPLAY 'SPC300 - ' WS-SWP-TABLE
008290             ' DELETE FAILED FOR BANK '
008300             WS-SWP-BANK-NBR ' ACCT ' WS-SWP-ACCT-NBR
008310             ' STATUS ' WS-DELETE-STATUS
008320         MOVE 'PURGE FAILED - ROW LEFT ON FILE' TO WS-SWP-ACTION
008330         GO TO 6500-LOG-PURGE-EXIT
008340     END-IF.
008350     ADD 1 TO SPC-ROWS-PURGED.
008360     MOVE 'PURGED'        TO WS-SWP-ACTION.
008370     MOVE WS-SWP-IMAGE    TO WS-BEFORE-IMAGE.
008380     MOVE 'D'             TO AUDT-CHANGE-TYPE.
008390     MOVE SPACES          TO AUDT-AFTER-IMAGE.
008400     PERFORM 8000-WRITE-AUDIT
008410         THRU 8000-WRITE-AUDIT-EXIT.
008420 6500-LOG-PURGE-EXIT.
008430     EXIT.
008440
008450*****************************************************************
008460*    ONE DSDS.SPCAUDT CHANGE-LOG ROW PER PURGED SIDE ROW, UNDER  *
008470*    THE ROW'S OWN BANK/ACCOUNT/SEQ (SEQ ZERO FOR AN ACCOUNT-    *
008480*    LEVEL ROW).  A FAILED LOG WRITE IS REPORTED BUT DOES NOT    *
008490*    BRING THE ROW BACK.                                         *
008500*****************************************************************
008510 8000-WRITE-AUDIT.
008520     ADD 1 TO WS-AUDIT-SEQ.
008530     MOVE WS-SWP-BANK-NBR TO AUDT-BANK-NBR.
008540     MOVE WS-SWP-ACCT-NBR TO AUDT-ACCT-NBR.
008550     MOVE WS-SWP-SEQ-NBR  TO AUDT-SEQ-NBR.
008560     MOVE SPC-AUDIT-DATE  TO AUDT-CHANGE-DATE.
008570     MOVE SPC-AUDIT-TIME  TO AUDT-CHANGE-TIME.
008580     MOVE WS-AUDIT-SEQ    TO AUDT-CHANGE-SEQ.
008590     MOVE 'SPC300'        TO AUDT-SOURCE-ID.
008600     MOVE SPC-OPERATOR-ID TO AUDT-OPERATOR-ID.
008610     MOVE 'BTCH'          TO AUDT-TERMINAL-ID.
008620     MOVE WS-BEFORE-IMAGE TO AUDT-BEFORE-IMAGE.
008630     MOVE AUDT-BANK-NBR    TO FK-AUD-BANK-NBR.
008640     MOVE AUDT-ACCT-NBR    TO FK-AUD-ACCT-NBR.
008650     MOVE AUDT-SEQ-NBR     TO FK-AUD-SEQ-NBR.
008660     MOVE AUDT-CHANGE-DATE TO FK-AUD-CHANGE-DATE.
008670     MOVE AUDT-CHANGE-TIME TO FK-AUD-CHANGE-TIME.
008680     MOVE AUDT-CHANGE-SEQ  TO FK-AUD-CHANGE-SEQ.
008690     MOVE DSDS-SPCAUDT     TO FD-SPCAUDT-DATA.
008700     WRITE FD-SPCAUDT-REC.
008710     IF WS-SPCAUDT-OK
008720         ADD 1 TO SPC-AUDITS-WRITTEN
008730     ELSE
008740         DISPLAY 'SPC300 - SPCAUDT WRITE FAILED FOR BANK '
008750             AUDT-BANK-NBR ' ACCT ' AUDT-ACCT-NBR
008760             ' STATUS ' WS-SPCAUDT-STATUS
008770     END-IF.
008780 8000-WRITE-AUDIT-EXIT.
008790     EXIT.
008800
008810 9000-TERMINATE.
008820     CLOSE SPECSTMT-FILE.
008830     CLOSE SPCARCH-FILE.
008840     CLOSE SPCHOLD-FILE.
008850     CLOSE SPCDLVP-FILE.
008860     CLOSE SPCROLL-FILE.
008870     CLOSE SPCRTRY-FILE.
008880     CLOSE SPCHHLD-FILE.
008890     CLOSE SPCARSD-FILE.
008900     CLOSE SPCSWRP-FILE.
008910     CLOSE SPCAUDT-FILE.
008920     DISPLAY 'SPC300 - SPCHOLD ROWS READ    ' SPC-HOLD-RECS-READ.
008930     DISPLAY 'SPC300 - SPCHOLD ORPHANS      ' SPC-HOLD-ORPHANS.
008940     DISPLAY 'SPC300 - SPCDLVP ROWS READ    ' SPC-DLVP-RECS-READ.
008950     DISPLAY 'SPC300 - SPCDLVP ORPHANS      ' SPC-DLVP-ORPHANS.
008960     DISPLAY 'SPC300 - SPCROLL ROWS READ    ' SPC-ROLL-RECS-READ.
008970     DISPLAY 'SPC300 - SPCROLL ORPHANS      ' SPC-ROLL-ORPHANS.
008980     DISPLAY 'SPC300 - SPCRTRY ROWS READ    ' SPC-RTRY-RECS-READ.
008990     DISPLAY 'SPC300 - SPCRTRY ORPHANS      ' SPC-RTRY-ORPHANS.
009000     DISPLAY 'SPC300 - SPCHHLD ROWS READ    ' SPC-HHLD-RECS-READ.
009010     DISPLAY 'SPC300 - SPCHHLD ORPHANS      ' SPC-HHLD-ORPHANS.
009020     DISPLAY 'SPC300 - SPCARSD ROWS READ    ' SPC-ARSD-RECS-READ.
009030     DISPLAY 'SPC300 - SPCARSD ORPHANS      ' SPC-ARSD-ORPHANS.
009040     DISPLAY 'SPC300 - ROWS PURGED          ' SPC-ROWS-PURGED.
009050     DISPLAY 'SPC300 - AUDIT ROWS WRITTEN   ' SPC-AUDITS-WRITTEN.
009060     IF WS-ABEND-YES
009070         MOVE 16 TO RETURN-CODE
009080     END-IF.
009090 9000-TERMINATE-EXIT.
009100     EXIT.
