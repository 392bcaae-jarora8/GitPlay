000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SPC290.
000030 AUTHOR.         D. WHITFIELD.
000040 INSTALLATION.   DEPOSIT SYSTEMS - BATCH.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY                                       *
000090*    ------------------------------------------------------     *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    10/15/26   DW    ORIGINAL PROGRAM - CALENDAR RE-ROLL.  RUN  *
000120*                      AFTER ANY DSDS.SPCCALN CHANGE.  FINDS     *
000130*                      EVERY DSDS.SPECSTMT ROW WHOSE             *
000140*                      STMT-NEXT-PROCESS, ALREADY ADVANCED PAST  *
000150*                      THE RUN DATE, NOW FALLS ON A WEEKEND OR A *
000160*                      SPCCALN DATE FOR ITS BANK, AND ROLLS IT TO*
000170*                      A BUSINESS DAY BY THE SCHEDULE'S          *
000180*                      DSDS.SPCROLL RULE, THE SAME WAY SPC010    *
000190*                      ROLLS AN ADVANCED DATE.  EVERY MOVE IS    *
000200*                      LISTED BEFORE/AFTER ON THE RE-ROLL        *
000210*                      REGISTER AND WRITES A DSDS.SPCAUDT ROW.   *
000220*                      REPORT-ONLY UNLESS THE RUN PARM ASKS FOR  *
000230*                      AN UPDATE, SO THE MOVES CAN BE REVIEWED   *
000240*                      FIRST.                                    *
000250*****************************************************************
000260*****************************************************************
000270*    SPC010 4530-ROLL-TO-BUSINESS-DAY ONLY LOOKS AT THE CALENDAR *
000280*    WHEN IT ADVANCES A DATE.  A HOLIDAY ADDED AFTERWARDS (AN    *
000290*    EMERGENCY CLOSURE, A LATE-PUBLISHED HOLIDAY) LEAVES EVERY   *
000300*    ROW ALREADY ADVANCED ONTO IT POINTING AT A DAY WE ARE       *
000310*    CLOSED.  THIS JOB PUTS THOSE ROWS WHERE SPC010 WOULD HAVE   *
000320*    PUT THEM HAD THE CALENDAR BEEN RIGHT AT THE TIME.           *
000330*    ONLY ROWS DATED AFTER THE RUN-PARM DATE (THE LAST NIGHT     *
000340*    SPC010 RAN) ARE LOOKED AT - ANYTHING ON OR BEFORE IT HAS    *
000350*    ALREADY FIRED.  THE ROLL USES THE SCHEDULE'S SPCROLL RULE,  *
000360*    'P' PRIOR BUSINESS DAY OR 'N' (OR NO ROW) NEXT, WITH THE    *
000370*    SAME DAY-OF-WEEK TEST AND LOOP CAP AS SPC010.  A PRIOR-DAY  *
000380*    ROLL THAT WOULD LAND ON OR BEFORE THE RUN DATE IS NOT MADE  *
000390*    - THAT DAY HAS ALREADY BEEN PROCESSED, AND ROLLING FORWARD  *
000400*    INSTEAD WOULD PUT A 'P' ROW PAST ITS NOMINAL DATE, WHICH    *
000410*    MAKES SPC010 SKIP AN OCCURRENCE.  THE ROW IS LISTED FOR THE *
000420*    ANALYST TO SETTLE ON SPC030.                                *
000430*    A DATE TAKEN OFF THE CALENDAR IS NOT LOOKED FOR - ROWS      *
000440*    ROLLED AWAY FROM IT STAY WHERE THEY ARE, WHICH IS STILL A   *
000450*    BUSINESS DAY.                                               *
000460*****************************************************************
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT SPECSTMT-FILE
000560         ASSIGN TO SPECSTM
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS FK-SPECSTMT-KEY
000600         FILE STATUS IS WS-SPECSTMT-STATUS.
000610
000620     SELECT SPCCALN-FILE
000630         ASSIGN TO SPCCALN
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS FK-SPCCALN-KEY
000670         FILE STATUS IS WS-SPCCALN-STATUS.
000680
000690     SELECT SPCROLL-FILE
000700         ASSIGN TO SPCROLL
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS FK-SPCROLL-KEY
000740         FILE STATUS IS WS-SPCROLL-STATUS.
000750
000760     SELECT SPCAUDT-FILE
000770         ASSIGN TO SPCAUDT
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS FK-SPCAUDT-KEY
000810         FILE STATUS IS WS-SPCAUDT-STATUS.
000820
000830     SELECT SPCRRRG-FILE
000840         ASSIGN TO SPCRRRG
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-SPCRRRG-STATUS.
000870
000880     SELECT RUN-PARM-FILE
000890         ASSIGN TO RUNPARM
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-RUNPARM-STATUS.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  SPECSTMT-FILE.
000950 01  FD-SPECSTMT-REC.
000960     05 FK-SPECSTMT-KEY.
000970         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
000980         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
000990         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001000     05 FD-SPECSTMT-DATA         PIC X(49).
001010
001020 FD  SPCCALN-FILE.
001030 01  FD-SPCCALN-REC.
001040     05 FK-SPCCALN-KEY.
001050         10 FK-CAL-BANK-NBR      PIC S9(3) USAGE COMP-3.
001060         10 FK-CAL-NONPROC-DATE  PIC X(10).
001070     05 FD-SPCCALN-DATA          PIC X(32).
001080
001090 FD  SPCROLL-FILE.
001100 01  FD-SPCROLL-REC.
001110     05 FK-SPCROLL-KEY.
001120         10 FK-ROL-BANK-NBR      PIC S9(3) USAGE COMP-3.
001130         10 FK-ROL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001140         10 FK-ROL-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001150     05 FD-SPCROLL-DATA          PIC X(11).
001160
001170 FD  SPCAUDT-FILE.
001180 01  FD-SPCAUDT-REC.
001190     05 FK-SPCAUDT-KEY.
001200         10 FK-AUD-BANK-NBR      PIC S9(3) USAGE COMP-3.
001210         10 FK-AUD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001220         10 FK-AUD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001230         10 FK-AUD-CHANGE-DATE   PIC X(10).
001240         10 FK-AUD-CHANGE-TIME   PIC X(8).
001250         10 FK-AUD-CHANGE-SEQ    PIC S9(4) USAGE COMP-3.
001260     05 FD-SPCAUDT-DATA          PIC X(150).
001270
001280 FD  SPCRRRG-FILE.
001290 01  FD-SPCRRRG-REC              PIC X(132).
001300
001310 FD  RUN-PARM-FILE
001320     RECORDING MODE IS F.
001330 01  RUN-PARM-REC.
001340     05 PARM-RUN-DATE            PIC X(10).
001350     05 PARM-MODE-SW             PIC X(1).
001360         88 PARM-IS-UPDATE              VALUE 'U'.
001370     05 PARM-BANK-FROM           PIC 9(3).
001380     05 PARM-BANK-TO             PIC 9(3).
001390     05 PARM-OPERATOR-ID         PIC X(8).
001400
001410 WORKING-STORAGE SECTION.
001420 COPY SPECSTMT.
001430 COPY SPCCALN.
001440 COPY SPCROLL.
001450 COPY SPCAUDT.
001460
001470 01  WS-FILE-STATUSES.
001480     05 WS-SPECSTMT-STATUS       PIC X(2).
001490         88 WS-SPECSTMT-OK              VALUE '00'.
001500     05 WS-SPCCALN-STATUS        PIC X(2).
001510         88 WS-SPCCALN-OK               VALUE '00'.
001520         88 WS-SPCCALN-NOTFOUND         VALUE '23'.
001530     05 WS-SPCROLL-STATUS        PIC X(2).
001540         88 WS-SPCROLL-OK               VALUE '00'.
001550         88 WS-SPCROLL-NOTFOUND         VALUE '23'.
001560     05 WS-SPCAUDT-STATUS        PIC X(2).
001570         88 WS-SPCAUDT-OK               VALUE '00'.
001580     05 WS-SPCRRRG-STATUS        PIC X(2).
001590         88 WS-SPCRRRG-OK               VALUE '00'.
001600     05 WS-RUNPARM-STATUS        PIC X(2).
001610         88 WS-RUNPARM-OK               VALUE '00'.
001620
001630 01  WS-SWITCHES.
001640     05 WS-STMT-EOF-SW           PIC X(1)     VALUE 'N'.
001650         88 WS-STMT-EOF-YES             VALUE 'Y'.
001660     05 WS-UPDATE-SW             PIC X(1)     VALUE 'N'.
001670         88 WS-UPDATE-YES               VALUE 'Y'.
001680         88 WS-REPORT-ONLY              VALUE 'N'.
001690     05 WS-ROLL-RULE-SW          PIC X(1)     VALUE 'N'.
001700         88 WS-ROLL-PRIOR               VALUE 'P'.
001710         88 WS-ROLL-NEXT                VALUE 'N'.
001720     05 WS-BUSINESS-DAY-SW       PIC X(1)     VALUE 'Y'.
001730         88 WS-BUSINESS-DAY-YES         VALUE 'Y'.
001740         88 WS-BUSINESS-DAY-NO          VALUE 'N'.
001750     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
001760         88 WS-ABEND-YES                VALUE 'Y'.
001770         88 WS-ABEND-NO                 VALUE 'N'.
001780
001790 01  WS-COUNTERS.
001800     05 SPC-ROWS-CHECKED         PIC S9(7) COMP-3 VALUE ZERO.
001810     05 SPC-ROWS-OFF-CALENDAR    PIC S9(7) COMP-3 VALUE ZERO.
001820     05 SPC-ROWS-MOVED           PIC S9(7) COMP-3 VALUE ZERO.
001830     05 SPC-ROWS-NOT-MOVED       PIC S9(7) COMP-3 VALUE ZERO.
001840     05 SPC-AUDITS-WRITTEN       PIC S9(7) COMP-3 VALUE ZERO.
001850
001860 01  SPC-RUN-DATE                PIC X(10).
001870 01  SPC-BANK-FROM               PIC 9(3).
001880 01  SPC-BANK-TO                 PIC 9(3).
001890 01  SPC-OPERATOR-ID             PIC X(8).
001900 01  SPC-AUDIT-DATE              PIC X(10).
001910 01  SPC-AUDIT-TIME              PIC X(8).
001920 01  WS-AUDIT-SEQ                PIC S9(4) COMP-3 VALUE ZERO.
001930 01  WS-BEFORE-IMAGE             PIC X(49).
001940 01  WS-CURRENT-STAMP            PIC X(14).
001950
001960*****************************************************************
001970*    THE DATE THE ROW CARRIED, WHY IT IS NO LONGER A BUSINESS    *
001980*    DAY, AND WHAT BECAME OF IT - FOR THE REGISTER LINE.         *
001990*****************************************************************
002000 01  WS-RRL-OLD-NEXT             PIC X(10).
002010 01  WS-RRL-OFF-REASON           PIC X(20).
002020 01  WS-RRL-OUTCOME              PIC X(46).
002030
002040*****************************************************************
002050*    BUSINESS-DAY ROLL WORK AREAS - SAME INTEGER-DATE TECHNIQUE  *
002060*    AND DAY-OF-WEEK ARITHMETIC AS SPC010.                       *
002070*****************************************************************
002080 01  WS-ROLL-LOOPS               PIC S9(3) COMP-3.
002090 01  WS-DOW                      PIC 9(1).
002100 01  WS-DOW-WORK                 PIC S9(9) COMP-3.
002110
002120 01  WS-ROLLED-DATE.
002130     05 WS-RLD-YYYY              PIC 9(4).
002140     05 FILLER                   PIC X        VALUE '-'.
002150     05 WS-RLD-MM                PIC 9(2).
002160     05 FILLER                   PIC X        VALUE '-'.
002170     05 WS-RLD-DD                PIC 9(2).
002180
002190 01  WS-YYYYMMDD                 PIC 9(8).
002200 01  WS-YYYYMMDD-X REDEFINES WS-YYYYMMDD.
002210     05 WS-YMD-YYYY              PIC 9(4).
002220     05 WS-YMD-MM                PIC 9(2).
002230     05 WS-YMD-DD                PIC 9(2).
002240
002250 01  WS-DATE-INTEGER             PIC S9(9) COMP-3.
002260
002270 01  WS-NEW-YYYYMMDD             PIC 9(8).
002280 01  WS-NEW-YYYYMMDD-X REDEFINES WS-NEW-YYYYMMDD.
002290     05 WS-NEW-YYYY              PIC 9(4).
002300     05 WS-NEW-MM                PIC 9(2).
002310     05 WS-NEW-DD                PIC 9(2).
002320
002330 01  WS-REPORT-LINE.
002340     05 WS-RPT-BANK-NBR          PIC ZZ9.
002350     05 WS-RPT-ACCT-NBR          PIC Z(8)9.
002360     05 WS-RPT-SEQ-NBR           PIC Z(3)9.
002370     05 WS-RPT-COUNT             PIC Z(6)9.
002380
002390 PROCEDURE DIVISION.
002400 0000-MAINLINE.
002410     PERFORM 1000-INITIALIZE
002420         THRU 1000-INITIALIZE-EXIT.
002430     IF WS-ABEND-NO
002440         PERFORM 2000-SCAN-SCHEDULES
002450             THRU 2000-SCAN-SCHEDULES-EXIT
002460         PERFORM 7500-WRITE-TOTALS
002470             THRU 7500-WRITE-TOTALS-EXIT
002480     END-IF.
002490     PERFORM 9000-TERMINATE
002500         THRU 9000-TERMINATE-EXIT.
002510     GOBACK.
002520
002530 1000-INITIALIZE.
002540     OPEN INPUT RUN-PARM-FILE.
002550     IF NOT WS-RUNPARM-OK
002560         DISPLAY 'SPC290 - RUN PARM FILE OPEN FAILED, STATUS '
002570             WS-RUNPARM-STATUS
002580         MOVE 'Y' TO WS-ABEND-SW
002590         GO TO 1000-INITIALIZE-EXIT
002600     END-IF.
002610     READ RUN-PARM-FILE.
002620     CLOSE RUN-PARM-FILE.
002630     MOVE PARM-RUN-DATE    TO SPC-RUN-DATE.
002640     MOVE PARM-OPERATOR-ID TO SPC-OPERATOR-ID.
002650     IF SPC-RUN-DATE = SPACES OR SPC-RUN-DATE = LOW-VALUES
002660         DISPLAY 'SPC290 - NO RUN DATE ON THE RUN PARM'
002670         MOVE 'Y' TO WS-ABEND-SW
002680         GO TO 1000-INITIALIZE-EXIT
002690     END-IF.
002700     IF PARM-IS-UPDATE
002710         MOVE 'Y' TO WS-UPDATE-SW
002720     END-IF.
002730     IF PARM-BANK-FROM NUMERIC AND PARM-BANK-TO NUMERIC
002740             AND PARM-BANK-TO > ZERO
002750         MOVE PARM-BANK-FROM TO SPC-BANK-FROM
002760         MOVE PARM-BANK-TO   TO SPC-BANK-TO
002770     ELSE
002780         MOVE ZERO TO SPC-BANK-FROM
002790         MOVE 999  TO SPC-BANK-TO
002800     END-IF.
002810     IF SPC-BANK-FROM > SPC-BANK-TO
002820         DISPLAY 'SPC290 - BANK RANGE ' PARM-BANK-FROM ' THRU '
002830             PARM-BANK-TO ' IS BACKWARD'
002840         MOVE 'Y' TO WS-ABEND-SW
002850         GO TO 1000-INITIALIZE-EXIT
002860     END-IF.
002870     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
002880     STRING WS-CURRENT-STAMP(1:4) '-' WS-CURRENT-STAMP(5:2)
002890             '-' WS-CURRENT-STAMP(7:2) DELIMITED BY SIZE
002900             INTO SPC-AUDIT-DATE.
002910     STRING WS-CURRENT-STAMP(9:2) ':' WS-CURRENT-STAMP(11:2)
002920             ':' WS-CURRENT-STAMP(13:2) DELIMITED BY SIZE
002930             INTO SPC-AUDIT-TIME.
002940     IF WS-UPDATE-YES
002950         OPEN I-O SPECSTMT-FILE
002960     ELSE
002970         OPEN INPUT SPECSTMT-FILE
002980     END-IF.
002990     IF NOT WS-SPECSTMT-OK
003000         DISPLAY 'SPC290 - SPECSTMT OPEN FAILED, STATUS '
003010             WS-SPECSTMT-STATUS
003020         MOVE 'Y' TO WS-ABEND-SW
003030         GO TO 1000-INITIALIZE-EXIT
003040     END-IF.
003050     OPEN INPUT SPCCALN-FILE.
003060     IF NOT WS-SPCCALN-OK
003070         DISPLAY 'SPC290 - SPCCALN OPEN FAILED, STATUS '
003080             WS-SPCCALN-STATUS
003090         MOVE 'Y' TO WS-ABEND-SW
003100         GO TO 1000-INITIALIZE-EXIT
003110     END-IF.
003120     OPEN INPUT SPCROLL-FILE.
003130     IF NOT WS-SPCROLL-OK
003140         DISPLAY 'SPC290 - SPCROLL OPEN FAILED, STATUS '
003150             WS-SPCROLL-STATUS
003160         MOVE 'Y' TO WS-ABEND-SW
003170         GO TO 1000-INITIALIZE-EXIT
003180     END-IF.
003190     IF WS-UPDATE-YES
003200         OPEN I-O SPCAUDT-FILE
003210         IF NOT WS-SPCAUDT-OK
003220             DISPLAY 'SPC290 - SPCAUDT OPEN FAILED, STATUS '
003230                 WS-SPCAUDT-STATUS
003240             MOVE 'Y' TO WS-ABEND-SW
003250             GO TO 1000-INITIALIZE-EXIT
003260         END-IF
003270     END-IF.
003280     OPEN OUTPUT SPCRRRG-FILE.
003290     IF NOT WS-SPCRRRG-OK
003300         DISPLAY 'SPC290 - SPCRRRG OPEN FAILED, STATUS '
003310             WS-SPCRRRG-STATUS
003320         MOVE 'Y' TO WS-ABEND-SW
003330         GO TO 1000-INITIALIZE-EXIT
003340     END-IF.
003350     MOVE SPACES TO FD-SPCRRRG-REC.
003360     IF WS-UPDATE-YES
003370         STRING 'SPC290 - CALENDAR RE-ROLL REGISTER (UPDATE)  '
003380             'ROWS AFTER ' SPC-RUN-DATE
003390             ' BANKS ' SPC-BANK-FROM ' THRU ' SPC-BANK-TO
003400             ' OPERATOR ' SPC-OPERATOR-ID
003410             DELIMITED BY SIZE
003420             INTO FD-SPCRRRG-REC
003430     ELSE
003440         STRING 'SPC290 - CALENDAR RE-ROLL REGISTER '
003450             '(REPORT ONLY - NOTHING CHANGED)  ROWS AFTER '
003460             SPC-RUN-DATE
003470             ' BANKS ' SPC-BANK-FROM ' THRU ' SPC-BANK-TO
003480             DELIMITED BY SIZE
003490             INTO FD-SPCRRRG-REC
003500     END-IF.
003510     WRITE FD-SPCRRRG-REC.
003520 1000-INITIALIZE-EXIT.
003530     EXIT.
003540
003550*****************************************************************
003560*    BROWSE DSDS.SPECSTMT ACROSS THE BANK RANGE ON THE PRIMARY   *
003570*    KEY.  STMT-NEXT-PROCESS IS NOT PART OF THAT KEY, SO A ROW   *
003580*    CAN BE REWRITTEN WHERE IT STANDS WITHOUT UPSETTING THE      *
003590*    BROWSE.                                                     *
003600*****************************************************************
003610 2000-SCAN-SCHEDULES.
003620     MOVE SPC-BANK-FROM TO FK-SPC-BANK-NBR.
003630     MOVE ZERO          TO FK-SPC-ACCT-NBR.
003640     MOVE ZERO          TO FK-SPC-SEQ-NBR.
003650     START SPECSTMT-FILE KEY IS NOT LESS THAN FK-SPECSTMT-KEY
003660         INVALID KEY
003670             MOVE 'Y' TO WS-STMT-EOF-SW
003680     END-START.
003690     PERFORM 2100-CHECK-ONE-SCHEDULE
003700         THRU 2100-CHECK-ONE-SCHEDULE-EXIT
003710         UNTIL WS-STMT-EOF-YES.
003720 2000-SCAN-SCHEDULES-EXIT.
003730     EXIT.
003740
003750 2100-CHECK-ONE-SCHEDULE.
003760     READ SPECSTMT-FILE NEXT RECORD
003770         AT END
003780             MOVE 'Y' TO WS-STMT-EOF-SW
003790             GO TO 2100-CHECK-ONE-SCHEDULE-EXIT
003800     END-READ.
003810     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
003820     IF STMT-BANK-NBR > SPC-BANK-TO
003830         MOVE 'Y' TO WS-STMT-EOF-SW
003840         GO TO 2100-CHECK-ONE-SCHEDULE-EXIT
003850     END-IF.
003860     IF STMT-NEXT-PROCESS NOT > SPC-RUN-DATE
003870         GO TO 2100-CHECK-ONE-SCHEDULE-EXIT
003880     END-IF.
003890     ADD 1 TO SPC-ROWS-CHECKED.
003900     MOVE STMT-NEXT-PROCESS TO WS-ROLLED-DATE.
003910     PERFORM 4540-TEST-BUSINESS-DAY
003920         THRU 4540-TEST-BUSINESS-DAY-EXIT.
003930     IF WS-BUSINESS-DAY-YES
003940         GO TO 2100-CHECK-ONE-SCHEDULE-EXIT
003950     END-IF.
003960     ADD 1 TO SPC-ROWS-OFF-CALENDAR.
003970     MOVE STMT-NEXT-PROCESS TO WS-RRL-OLD-NEXT.
003980     IF WS-DOW = 0 OR WS-DOW = 6
003990         MOVE 'WEEKEND' TO WS-RRL-OFF-REASON
004000     ELSE
004010         MOVE CALN-DESCRIPTION TO WS-RRL-OFF-REASON
004020     END-IF.
004030     PERFORM 4504-GET-ROLL-RULE
004040         THRU 4504-GET-ROLL-RULE-EXIT.
004050     PERFORM 4530-ROLL-TO-BUSINESS-DAY
004060         THRU 4530-ROLL-TO-BUSINESS-DAY-EXIT.
004070     IF WS-ROLL-LOOPS > 31
004080         ADD 1 TO SPC-ROWS-NOT-MOVED
004090         MOVE 'NOT MOVED - NO BUSINESS DAY WITHIN A MONTH'
004100             TO WS-RRL-OUTCOME
004110         PERFORM 7000-WRITE-REROLL-LINE
004120             THRU 7000-WRITE-REROLL-LINE-EXIT
004130         GO TO 2100-CHECK-ONE-SCHEDULE-EXIT
004140     END-IF.
004150     IF WS-ROLLED-DATE NOT > SPC-RUN-DATE
004160         ADD 1 TO SPC-ROWS-NOT-MOVED
004170         MOVE 'NOT MOVED - PRIOR DAY ALREADY RUN, SEE SPC030'
004180             TO WS-RRL-OUTCOME
004190         PERFORM 7000-WRITE-REROLL-LINE
004200             THRU 7000-WRITE-REROLL-LINE-EXIT
004210         GO TO 2100-CHECK-ONE-SCHEDULE-EXIT
004220     END-IF.
004230     IF WS-REPORT-ONLY
004240         ADD 1 TO SPC-ROWS-MOVED
004250         MOVE 'WOULD MOVE' TO WS-RRL-OUTCOME
004260         PERFORM 7000-WRITE-REROLL-LINE
004270             THRU 7000-WRITE-REROLL-LINE-EXIT
004280         GO TO 2100-CHECK-ONE-SCHEDULE-EXIT
004290     END-IF.
004300     PERFORM 3000-APPLY-REROLL
004310         THRU 3000-APPLY-REROLL-EXIT.
004320     PERFORM 7000-WRITE-REROLL-LINE
004330         THRU 7000-WRITE-REROLL-LINE-EXIT.
004340 2100-CHECK-ONE-SCHEDULE-EXIT.
004350     EXIT.
004360
004370 3000-APPLY-REROLL.
004380     MOVE DSDS-SPECSTMT  TO WS-BEFORE-IMAGE.
004390     MOVE WS-ROLLED-DATE TO STMT-NEXT-PROCESS.
004400     MOVE DSDS-SPECSTMT  TO FD-SPECSTMT-DATA.
004410     REWRITE FD-SPECSTMT-REC.
004420     IF NOT WS-SPECSTMT-OK
004430         DISPLAY 'SPC290 - SPECSTMT REWRITE FAILED FOR BANK '
004440             STMT-BANK-NBR ' ACCT ' STMT-ACCT-NBR
004450             ' STATUS ' WS-SPECSTMT-STATUS
004460         ADD 1 TO SPC-ROWS-NOT-MOVED
004470         MOVE 'NOT MOVED - SPECSTMT REWRITE FAILED'
004480             TO WS-RRL-OUTCOME
004490         GO TO 3000-APPLY-REROLL-EXIT
004500     END-IF.
004510     ADD 1 TO SPC-ROWS-MOVED.
004520     MOVE 'MOVED' TO WS-RRL-OUTCOME.
004530     MOVE 'C'           TO AUDT-CHANGE-TYPE.
004540     MOVE DSDS-SPECSTMT TO AUDT-AFTER-IMAGE.
004550     PERFORM 8000-WRITE-AUDIT
004560         THRU 8000-WRITE-AUDIT-EXIT.
004570 3000-APPLY-REROLL-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610*    THE SCHEDULE'S DSDS.SPCROLL ROW DECIDES WHICH WAY A DATE    *
004620*    ROLLS - 'P' PRIOR BUSINESS DAY, 'N' (OR NO ROW) NEXT.       *
004630*****************************************************************
004640 4504-GET-ROLL-RULE.
004650     MOVE 'N' TO WS-ROLL-RULE-SW.
004660     MOVE STMT-BANK-NBR TO FK-ROL-BANK-NBR.
004670     MOVE STMT-ACCT-NBR TO FK-ROL-ACCT-NBR.
004680     MOVE STMT-SEQ-NBR  TO FK-ROL-SEQ-NBR.
004690     READ SPCROLL-FILE.
004700     IF WS-SPCROLL-OK
004710         MOVE FD-SPCROLL-DATA TO DSDS-SPCROLL
004720         IF ROLL-PRIOR-DAY
004730             MOVE 'P' TO WS-ROLL-RULE-SW
004740         END-IF
004750     END-IF.
004760 4504-GET-ROLL-RULE-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800*    ROLL THE DATE IN WS-ROLLED-DATE OFF WEEKENDS AND            *
004810*    DSDS.SPCCALN NON-PROCESSING DATES, IN THE DIRECTION         *
004820*    4504-GET-ROLL-RULE LOOKED UP.  THE LOOP CAP GUARDS AGAINST  *
004830*    A CALENDAR DAMAGED ENOUGH TO BLANK OUT A WHOLE MONTH.       *
004840*****************************************************************
004850 4530-ROLL-TO-BUSINESS-DAY.
004860     MOVE ZERO TO WS-ROLL-LOOPS.
004870     PERFORM 4540-TEST-BUSINESS-DAY
004880         THRU 4540-TEST-BUSINESS-DAY-EXIT.
004890     PERFORM 4550-ROLL-ONE-DAY
004900         THRU 4550-ROLL-ONE-DAY-EXIT
004910         UNTIL WS-BUSINESS-DAY-YES OR WS-ROLL-LOOPS > 31.
004920     IF WS-ROLL-LOOPS > 31
004930         DISPLAY 'SPC290 - NO BUSINESS DAY WITHIN A MONTH OF '
004940             WS-RRL-OLD-NEXT ' FOR BANK ' STMT-BANK-NBR
004950             ' - CHECK DSDS.SPCCALN'
004960     END-IF.
004970 4530-ROLL-TO-BUSINESS-DAY-EXIT.
004980     EXIT.
004990
005000*****************************************************************
005010*    A DATE IS A BUSINESS DAY WHEN IT IS NEITHER A SATURDAY      *
005020*    NOR A SUNDAY (DAY 1 OF THE INTEGER DATE BASE IS A MONDAY,   *
005030*    SO REMAINDER 6 IS SATURDAY AND 0 IS SUNDAY) NOR ON          *
005040*    DSDS.SPCCALN FOR THE SCHEDULE'S BANK.                       *
005050*****************************************************************
005060 4540-TEST-BUSINESS-DAY.
005070     MOVE 'Y' TO WS-BUSINESS-DAY-SW.
005080     MOVE WS-RLD-YYYY TO WS-YMD-YYYY.
005090     MOVE WS-RLD-MM   TO WS-YMD-MM.
005100     MOVE WS-RLD-DD   TO WS-YMD-DD.
005110     COMPUTE WS-DATE-INTEGER =
005120         FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD).
005130     COMPUTE WS-DOW-WORK = WS-DATE-INTEGER / 7.
005140     COMPUTE WS-DOW = WS-DATE-INTEGER - (WS-DOW-WORK * 7).
005150     IF WS-DOW = 0 OR WS-DOW = 6
005160         MOVE 'N' TO WS-BUSINESS-DAY-SW
005170         GO TO 4540-TEST-BUSINESS-DAY-EXIT
005180     END-IF.
005190     MOVE STMT-BANK-NBR  TO FK-CAL-BANK-NBR.
005200     MOVE WS-ROLLED-DATE TO FK-CAL-NONPROC-DATE.
005210     READ SPCCALN-FILE.
005220     IF WS-SPCCALN-OK
005230         MOVE FD-SPCCALN-DATA TO DSDS-SPCCALN
005240         MOVE 'N' TO WS-BUSINESS-DAY-SW
005250     END-IF.
005260 4540-TEST-BUSINESS-DAY-EXIT.
005270     EXIT.
005280
005290 4550-ROLL-ONE-DAY.
005300     ADD 1 TO WS-ROLL-LOOPS.
005310     IF WS-ROLL-PRIOR
005320         COMPUTE WS-DATE-INTEGER = WS-DATE-INTEGER - 1
005330     ELSE
005340         COMPUTE WS-DATE-INTEGER = WS-DATE-INTEGER + 1
005350     END-IF.
005360     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
005370         TO WS-NEW-YYYYMMDD.
005380     MOVE WS-NEW-YYYY TO WS-RLD-YYYY.
005390     MOVE WS-NEW-MM   TO WS-RLD-MM.
005400     MOVE WS-NEW-DD   TO WS-RLD-DD.
005410     PERFORM 4540-TEST-BUSINESS-DAY
005420         THRU 4540-TEST-BUSINESS-DAY-EXIT.
005430 4550-ROLL-ONE-DAY-EXIT.
005440     EXIT.
005450
005460 7000-WRITE-REROLL-LINE.
005470     MOVE STMT-BANK-NBR TO WS-RPT-BANK-NBR.
005480     MOVE STMT-ACCT-NBR TO WS-RPT-ACCT-NBR.
005490     MOVE STMT-SEQ-NBR  TO WS-RPT-SEQ-NBR.
005500     MOVE SPACES TO FD-SPCRRRG-REC.
005510     STRING 'BANK ' WS-RPT-BANK-NBR
005520             ' ACCT ' WS-RPT-ACCT-NBR
005530             ' SEQ ' WS-RPT-SEQ-NBR
005540             ' FREQ ' STMT-FREQUENCY
005550             ' RULE ' WS-ROLL-RULE-SW
005560             '  ' WS-RRL-OLD-NEXT
005570             ' ' WS-RRL-OFF-REASON
005580             ' -> ' WS-ROLLED-DATE
005590             '  ' WS-RRL-OUTCOME
005600             DELIMITED BY SIZE
005610             INTO FD-SPCRRRG-REC.
005620     WRITE FD-SPCRRRG-REC.
005630 7000-WRITE-REROLL-LINE-EXIT.
005640     EXIT.
005650
005660 7500-WRITE-TOTALS.
005670     MOVE SPC-ROWS-CHECKED TO WS-RPT-COUNT.
005680     MOVE SPACES TO FD-SPCRRRG-REC.
005690     STRING 'TOTAL ADVANCED ROWS CHECKED     ' WS-RPT-COUNT
005700             DELIMITED BY SIZE INTO FD-SPCRRRG-REC.
005710     WRITE FD-SPCRRRG-REC.
005720     MOVE SPC-ROWS-OFF-CALENDAR TO WS-RPT-COUNT.
005730     MOVE SPACES TO FD-SPCRRRG-REC.
005740     STRING 'TOTAL ROWS ON A NON-PROC DAY    ' WS-RPT-COUNT
005750             DELIMITED BY SIZE INTO FD-SPCRRRG-REC.
005760     WRITE FD-SPCRRRG-REC.
005770     MOVE SPC-ROWS-MOVED TO WS-RPT-COUNT.
005780     MOVE SPACES TO FD-SPCRRRG-REC.
005790     IF WS-UPDATE-YES
005800         STRING 'TOTAL ROWS RE-ROLLED            ' WS-RPT-COUNT
005810             DELIMITED BY SIZE INTO FD-SPCRRRG-REC
005820     ELSE
005830         STRING 'TOTAL ROWS THAT WOULD RE-ROLL   ' WS-RPT-COUNT
005840             DELIMITED BY SIZE INTO FD-SPCRRRG-REC
005850     END-IF.
005860     WRITE FD-SPCRRRG-REC.
005870     MOVE SPC-ROWS-NOT-MOVED TO WS-RPT-COUNT.
005880     MOVE SPACES TO FD-SPCRRRG-REC.
005890     STRING 'TOTAL ROWS NOT MOVED            ' WS-RPT-COUNT
005900             DELIMITED BY SIZE INTO FD-SPCRRRG-REC.
005910     WRITE FD-SPCRRRG-REC.
005920 7500-WRITE-TOTALS-EXIT.
005930     EXIT.
005940
005950*****************************************************************
005960*    ONE DSDS.SPCAUDT CHANGE-LOG ROW PER RE-ROLLED SCHEDULE.  A  *
005970*    FAILED LOG WRITE IS REPORTED BUT DOES NOT UNDO THE MOVE.    *
005980*****************************************************************
005990 8000-WRITE-AUDIT.
006000     ADD 1 TO WS-AUDIT-SEQ.
006010     MOVE STMT-BANK-NBR   TO AUDT-BANK-NBR.
006020     MOVE STMT-ACCT-NBR   TO AUDT-ACCT-NBR.
006030     MOVE STMT-SEQ-NBR    TO AUDT-SEQ-NBR.
006040     MOVE SPC-AUDIT-DATE  TO AUDT-CHANGE-DATE.
006050     MOVE SPC-AUDIT-TIME  TO AUDT-CHANGE-TIME.
006060     MOVE WS-AUDIT-SEQ    TO AUDT-CHANGE-SEQ.
006070     MOVE 'SPC290'        TO AUDT-SOURCE-ID.
006080     MOVE SPC-OPERATOR-ID TO AUDT-OPERATOR-ID.
006090     MOVE 'BTCH'          TO AUDT-TERMINAL-ID.
006100     MOVE WS-BEFORE-IMAGE TO AUDT-BEFORE-IMAGE.
006110     MOVE AUDT-BANK-NBR    TO FK-AUD-BANK-NBR.
006120     MOVE AUDT-ACCT-NBR    TO FK-AUD-ACCT-NBR.
006130     MOVE AUDT-SEQ-NBR     TO FK-AUD-SEQ-NBR.
006140     MOVE AUDT-CHANGE-DATE TO FK-AUD-CHANGE-DATE.
006150     MOVE AUDT-CHANGE-TIME TO FK-AUD-CHANGE-TIME.
006160     MOVE AUDT-CHANGE-SEQ  TO FK-AUD-CHANGE-SEQ.
006170     MOVE DSDS-SPCAUDT     TO FD-SPCAUDT-DATA.
006180     WRITE FD-SPCAUDT-REC.
006190     IF WS-SPCAUDT-OK
006200         ADD 1 TO SPC-AUDITS-WRITTEN
006210     ELSE
006220         DISPLAY 'SPC290 - SPCAUDT WRITE FAILED FOR BANK '
006230             AUDT-BANK-NBR ' ACCT ' AUDT-ACCT-NBR
006240             ' STATUS ' WS-SPCAUDT-STATUS
006250     END-IF.
006260 8000-WRITE-AUDIT-EXIT.
006270     EXIT.
006280
006290 9000-TERMINATE.
006300     CLOSE SPECSTMT-FILE.
006310     CLOSE SPCCALN-FILE.
006320     CLOSE SPCROLL-FILE.
006330     IF WS-UPDATE-YES
006340         CLOSE SPCAUDT-FILE
006350     END-IF.
006360     CLOSE SPCRRRG-FILE.
006370     DISPLAY 'SPC290 - ADVANCED ROWS CHECKED  '
006380         SPC-ROWS-CHECKED.
006390     DISPLAY 'SPC290 - ROWS ON NON-PROC DAY   '
006400         SPC-ROWS-OFF-CALENDAR.
006410     IF WS-UPDATE-YES
006420         DISPLAY 'SPC290 - ROWS RE-ROLLED         '
006430             SPC-ROWS-MOVED
006440     ELSE
006450         DISPLAY 'SPC290 - ROWS THAT WOULD ROLL   '
006460             SPC-ROWS-MOVED
006470     END-IF.
006480     DISPLAY 'SPC290 - ROWS NOT MOVED         '
006490         SPC-ROWS-NOT-MOVED.
006500     DISPLAY 'SPC290 - AUDIT ROWS WRITTEN     '
006510         SPC-AUDITS-WRITTEN.
006520     IF WS-ABEND-YES
006530         MOVE 16 TO RETURN-CODE
006540     END-IF.
006550 9000-TERMINATE-EXIT.
006560     EXIT.
