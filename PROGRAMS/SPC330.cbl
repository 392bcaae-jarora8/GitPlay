000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SPC330.
000030 AUTHOR.         D. WHITFIELD.
000040 INSTALLATION.   DEPOSIT SYSTEMS - BATCH.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY                                       *
000090*    ------------------------------------------------------     *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    10/15/26   DW    ORIGINAL PROGRAM - E-STATEMENT BOUNCE      *
000120*                      AND RETURNED-MAIL POSTING.  READS THE     *
000130*                      DAY'S BOUNCE/RETURN FILE (COPY SPCBNCE)   *
000140*                      AND KEEPS A BOUNCE COUNT AND LAST-BOUNCE  *
000150*                      DATE, AND THE SAME FOR RETURNED MAIL, ON  *
000160*                      EACH SCHEDULE'S DSDS.SPCDLVP ROW.  A RUN  *
000170*                      OF E-DELIVERY BOUNCES AS LONG AS THE RUN  *
000180*                      PARM LIMIT SWITCHES THE SCHEDULE TO       *
000190*                      PAPER; REPEATED RETURNED MAIL FLAGS IT    *
000200*                      FOR THE BRANCH TO FIX THE ADDRESS.  EVERY *
000210*                      SWITCH, FLAG AND CLEAR IS LISTED ON THE   *
000220*                      DAILY REGISTER AND WRITES A DSDS.SPCAUDT  *
000230*                      ROW.                                      *
000240*****************************************************************
000250*****************************************************************
000260*    THE E-DELIVERY VENDOR AND THE PRINT SHOP SEND BACK WHAT     *
000270*    THEY COULD NOT DELIVER ON SPREADSHEETS, WHICH OPERATIONS    *
000280*    SAVES AS THE SPCBNCE FILE.  RUN IT BEFORE SPC150 SO A       *
000290*    SCHEDULE SWITCHED TODAY PRINTS TONIGHT.  THE FILE IS        *
000300*    OPTIONAL.                                                   *
000310*    EACH RECORD NAMES A SCHEDULE BY BANK/ACCOUNT/SEQ -          *
000320*      'E'  AN E-MAIL BOUNCE.  THE SCHEDULE MUST HAVE AN 'E'     *
000330*           ROW ON DSDS.SPCDLVP; ONE ALREADY ON PAPER IS NOT     *
000340*           COUNTED.                                             *
000350*      'R'  A RETURNED PAPER STATEMENT.  A SCHEDULE WITH NO      *
000360*           SPCDLVP ROW GETS A 'P' ROW TO COUNT ON.              *
000370*      'C'  THE BRANCH HAS FIXED THE ADDRESS - BOTH COUNTS AND   *
000380*           THE FLAG ARE CLEARED.  THE CHANNEL IS LEFT ALONE;    *
000390*           GOING BACK TO 'E' IS THE CUSTOMER'S CALL.            *
000400*    A COUNT ONLY RUNS WHILE NOTHING GETS THROUGH.  DSDS.SPCHIST *
000410*    SAYS WHICH STATEMENTS WENT OUT SINCE THE LAST ONE COUNTED - *
000420*    ONE (THIS ONE) ADDS TO THE RUN, TWO OR MORE MEAN A          *
000430*    STATEMENT IN BETWEEN WAS DELIVERED AND THE RUN STARTS       *
000440*    AGAIN AT ONE, AND NONE MEANS THE SAME STATEMENT WAS         *
000450*    REPORTED TWICE, WHICH IS NOT COUNTED AGAIN.                 *
000460*    THE RUN PARM CARRIES THE LIMITS - BOUNCES BEFORE THE SWITCH *
000470*    TO PAPER (DEFAULT 3) AND RETURNS BEFORE THE FLAG (DEFAULT   *
000480*    2).                                                         *
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 SPECIAL-NAMES.
000550     DECIMAL-POINT IS COMMA.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT SPCBNCE-FILE
000590         ASSIGN TO SPCBNCE
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SPCBNCE-STATUS.
000620
000630     SELECT SPCDLVP-FILE
000640         ASSIGN TO SPCDLVP
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS FK-SPCDLVP-KEY
000680         FILE STATUS IS WS-SPCDLVP-STATUS.
000690
000700     SELECT SPECSTMT-FILE
000710         ASSIGN TO SPECSTM
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS FK-SPECSTMT-KEY
000750         FILE STATUS IS WS-SPECSTMT-STATUS.
000760
000770     SELECT SPCHIST-FILE
000780         ASSIGN TO SPCHIST
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS FK-SPCHIST-KEY
000820         FILE STATUS IS WS-SPCHIST-STATUS.
000830
000840     SELECT SPCAUDT-FILE
000850         ASSIGN TO SPCAUDT
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS DYNAMIC
000880         RECORD KEY IS FK-SPCAUDT-KEY
000890         FILE STATUS IS WS-SPCAUDT-STATUS.
000900
000910     SELECT SPCBNRG-FILE
000920         ASSIGN TO SPCBNRG
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-SPCBNRG-STATUS.
000950
000960     SELECT RUN-PARM-FILE
000970         ASSIGN TO RUNPARM
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-RUNPARM-STATUS.
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  SPCBNCE-FILE.
001030 01  FD-SPCBNCE-REC              PIC X(80).
001040
001050 FD  SPCDLVP-FILE.
001060 01  FD-SPCDLVP-REC.
001070     05 FK-SPCDLVP-KEY.
001080         10 FK-DLV-BANK-NBR      PIC S9(3) USAGE COMP-3.
001090         10 FK-DLV-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001100         10 FK-DLV-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001110     05 FD-SPCDLVP-DATA          PIC X(76).
001120
001130 FD  SPECSTMT-FILE.
001140 01  FD-SPECSTMT-REC.
001150     05 FK-SPECSTMT-KEY.
001160         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
001170         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001180         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001190     05 FD-SPECSTMT-DATA         PIC X(49).
001200
001210 FD  SPCHIST-FILE.
001220 01  FD-SPCHIST-REC.
001230     05 FK-SPCHIST-KEY.
001240         10 FK-HST-BANK-NBR      PIC S9(3) USAGE COMP-3.
001250         10 FK-HST-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001260         10 FK-HST-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001270         10 FK-HST-RUN-DATE      PIC X(10).
001280     05 FD-SPCHIST-DATA          PIC X(31).
001290
001300 FD  SPCAUDT-FILE.
001310 01  FD-SPCAUDT-REC.
001320     05 FK-SPCAUDT-KEY.
001330         10 FK-AUD-BANK-NBR      PIC S9(3) USAGE COMP-3.
001340         10 FK-AUD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001350         10 FK-AUD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001360         10 FK-AUD-CHANGE-DATE   PIC X(10).
001370         10 FK-AUD-CHANGE-TIME   PIC X(8).
001380         10 FK-AUD-CHANGE-SEQ    PIC S9(4) USAGE COMP-3.
001390     05 FD-SPCAUDT-DATA          PIC X(150).
001400
001410 FD  SPCBNRG-FILE.
001420 01  FD-SPCBNRG-REC              PIC X(132).
001430
001440 FD  RUN-PARM-FILE
001450     RECORDING MODE IS F.
001460 01  RUN-PARM-REC.
001470     05 PARM-RUN-DATE            PIC X(10).
001480     05 PARM-BOUNCE-LIMIT        PIC 9(2).
001490     05 PARM-RETURN-LIMIT        PIC 9(2).
001500     05 PARM-OPERATOR-ID         PIC X(8).
001510
001520 WORKING-STORAGE SECTION.
001530 COPY SPCBNCE.
001540 COPY SPCDLVP.
001550 COPY SPECSTMT.
001560 COPY SPCHIST.
001570 COPY SPCAUDT.
001580
001590 01  WS-FILE-STATUSES.
001600     05 WS-SPCBNCE-STATUS        PIC X(2).
001610         88 WS-SPCBNCE-OK               VALUE '00'.
001620         88 WS-SPCBNCE-NOFILE           VALUE '35'.
001630     05 WS-SPCDLVP-STATUS        PIC X(2).
001640         88 WS-SPCDLVP-OK               VALUE '00'.
001650         88 WS-SPCDLVP-NOTFOUND         VALUE '23'.
001660     05 WS-SPECSTMT-STATUS       PIC X(2).
001670         88 WS-SPECSTMT-OK              VALUE '00'.
001680     05 WS-SPCHIST-STATUS        PIC X(2).
001690         88 WS-SPCHIST-OK               VALUE '00'.
001700     05 WS-SPCAUDT-STATUS        PIC X(2).
001710         88 WS-SPCAUDT-OK               VALUE '00'.
001720     05 WS-SPCBNRG-STATUS        PIC X(2).
001730         88 WS-SPCBNRG-OK               VALUE '00'.
001740     05 WS-RUNPARM-STATUS        PIC X(2).
001750         88 WS-RUNPARM-OK               VALUE '00'.
001760
001770 01  WS-SWITCHES.
001780     05 WS-BNCE-EOF-SW           PIC X(1)     VALUE 'N'.
001790         88 WS-BNCE-EOF-YES             VALUE 'Y'.
001800     05 WS-RECORD-OK-SW          PIC X(1)     VALUE 'N'.
001810         88 WS-RECORD-OK                VALUE 'Y'.
001820     05 WS-DATE-OK-SW            PIC X(1)     VALUE 'N'.
001830         88 WS-DATE-OK                  VALUE 'Y'.
001840     05 WS-DLVP-FOUND-SW         PIC X(1)     VALUE 'N'.
001850         88 WS-DLVP-FOUND               VALUE 'Y'.
001860     05 WS-NEW-ROW-SW            PIC X(1)     VALUE 'N'.
001870         88 WS-NEW-ROW                  VALUE 'Y'.
001880     05 WS-HIST-END-SW           PIC X(1)     VALUE 'N'.
001890         88 WS-HIST-END-YES             VALUE 'Y'.
001900     05 WS-COUNT-SW              PIC X(1)     VALUE 'Y'.
001910         88 WS-COUNT-TAKEN              VALUE 'Y'.
001920         88 WS-COUNT-SAME-STMT          VALUE 'D'.
001930         88 WS-COUNT-NOT-AFTER          VALUE 'N'.
001940     05 WS-ACTION-SW             PIC X(1)     VALUE ' '.
001950         88 WS-ACTION-NONE              VALUE ' '.
001960         88 WS-ACTION-SWITCH            VALUE 'S'.
001970         88 WS-ACTION-FLAG              VALUE 'F'.
001980         88 WS-ACTION-CLEAR             VALUE 'C'.
001990     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
002000         88 WS-ABEND-YES                VALUE 'Y'.
002010         88 WS-ABEND-NO                 VALUE 'N'.
002020
002030 01  WS-COUNTERS.
002040     05 SPC-RECS-READ            PIC S9(7) COMP-3 VALUE ZERO.
002050     05 SPC-RECS-REJECTED        PIC S9(7) COMP-3 VALUE ZERO.
002060     05 SPC-RECS-NOT-COUNTED     PIC S9(7) COMP-3 VALUE ZERO.
002070     05 SPC-BOUNCES-COUNTED      PIC S9(7) COMP-3 VALUE ZERO.
002080     05 SPC-RETURNS-COUNTED      PIC S9(7) COMP-3 VALUE ZERO.
002090     05 SPC-SWITCHED-TO-PAPER    PIC S9(7) COMP-3 VALUE ZERO.
002100     05 SPC-ADDRESSES-FLAGGED    PIC S9(7) COMP-3 VALUE ZERO.
002110     05 SPC-FLAGS-CLEARED        PIC S9(7) COMP-3 VALUE ZERO.
002120     05 SPC-ROWS-ADDED           PIC S9(7) COMP-3 VALUE ZERO.
002130     05 SPC-UPDATE-ERRORS        PIC S9(7) COMP-3 VALUE ZERO.
002140     05 SPC-AUDITS-WRITTEN       PIC S9(7) COMP-3 VALUE ZERO.
002150
002160 01  SPC-RUN-DATE                PIC X(10).
002170 01  SPC-BOUNCE-LIMIT            PIC S9(3) COMP-3.
002180 01  SPC-RETURN-LIMIT            PIC S9(3) COMP-3.
002190 01  SPC-OPERATOR-ID             PIC X(8).
002200 01  SPC-AUDIT-DATE              PIC X(10).
002210 01  SPC-AUDIT-TIME              PIC X(8).
002220 01  WS-AUDIT-SEQ                PIC S9(4) COMP-3 VALUE ZERO.
002230 01  WS-BEFORE-IMAGE             PIC X(49).
002240 01  WS-CURRENT-STAMP            PIC X(14).
002250 01  WS-OUTCOME                  PIC X(36).
002260
002270*****************************************************************
002280*    A KEYED DATE MUST BE A REAL YYYY-MM-DD DATE, AS IN SPC270.  *
002290*****************************************************************
002300 01  WS-CHK-DATE.
002310     05 WS-CHK-YYYY              PIC X(4).
002320     05 WS-CHK-DASH1             PIC X(1).
002330     05 WS-CHK-MM                PIC X(2).
002340     05 WS-CHK-DASH2             PIC X(1).
002350     05 WS-CHK-DD                PIC X(2).
002360 01  WS-CHK-YMD                  PIC 9(8).
002370
002380*****************************************************************
002390*    RUN-COUNT WORK FIELDS.  THE CALLER LOADS THE COUNT AND DATE *
002400*    LAST COUNTED FROM THE BOUNCE OR THE RETURN COLUMNS;         *
002410*    4000-NEXT-COUNT LEAVES THE COUNT THIS EVENT MAKES IT.       *
002420*****************************************************************
002430 01  WS-OLD-COUNT                PIC S9(3) COMP-3.
002440 01  WS-NEW-COUNT                PIC S9(3) COMP-3.
002450 01  WS-LAST-COUNTED-DATE        PIC X(10).
002460 01  WS-STMTS-SENT               PIC S9(3) COMP-3.
002470
002480*****************************************************************
002490*    THE SPCDLVP ROW AS LOGGED TO DSDS.SPCAUDT.  THE ROW IS 76   *
002500*    BYTES AND THE IMAGE 49, AND THE AUDIT ROW'S OWN KEY ALREADY *
002510*    NAMES THE SCHEDULE, SO THE KEY IS LEFT OFF AND THE TRACKING *
002520*    COLUMNS GO AHEAD OF THE DESTINATION, WHICH IS CUT SHORT.    *
002530*****************************************************************
002540 01  WS-AUDIT-IMAGE.
002550     05 WS-AIM-CHANNEL-SW        PIC X(1).
002560     05 WS-AIM-REVIEW-SW         PIC X(1).
002570     05 WS-AIM-BOUNCE-CNT        PIC S9(3) COMP-3.
002580     05 WS-AIM-BOUNCE-DATE       PIC X(10).
002590     05 WS-AIM-RETURN-CNT        PIC S9(3) COMP-3.
002600     05 WS-AIM-RETURN-DATE       PIC X(10).
002610     05 WS-AIM-DESTINATION       PIC X(23).
002620
002630 01  WS-REPORT-LINE.
002640     05 WS-RPT-BOUNCE-CNT        PIC ZZ9.
002650     05 WS-RPT-RETURN-CNT        PIC ZZ9.
002660     05 WS-RPT-COUNT             PIC Z(6)9.
002670
002680 PROCEDURE DIVISION.
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE
002710         THRU 1000-INITIALIZE-EXIT.
002720     IF WS-ABEND-NO
002730         PERFORM 2000-POST-BOUNCE-FILE
002740             THRU 2000-POST-BOUNCE-FILE-EXIT
002750         PERFORM 7500-WRITE-TOTALS
002760             THRU 7500-WRITE-TOTALS-EXIT
002770     END-IF.
002780     PERFORM 9000-TERMINATE
002790         THRU 9000-TERMINATE-EXIT.
002800     GOBACK.
002810
002820 1000-INITIALIZE.
002830     OPEN INPUT RUN-PARM-FILE.
002840     IF NOT WS-RUNPARM-OK
002850         DISPLAY 'SPC330 - RUN PARM FILE OPEN FAILED, STATUS '
002860             WS-RUNPARM-STATUS
002870         MOVE 'Y' TO WS-ABEND-SW
002880         GO TO 1000-INITIALIZE-EXIT
002890     END-IF.
002900     READ RUN-PARM-FILE.
002910     CLOSE RUN-PARM-FILE.
002920     MOVE PARM-RUN-DATE    TO SPC-RUN-DATE.
002930     MOVE PARM-OPERATOR-ID TO SPC-OPERATOR-ID.
002940     IF SPC-RUN-DATE = SPACES OR SPC-RUN-DATE = LOW-VALUES
002950         DISPLAY 'SPC330 - NO RUN DATE ON THE RUN PARM'
002960         MOVE 'Y' TO WS-ABEND-SW
002970         GO TO 1000-INITIALIZE-EXIT
002980     END-IF.
002990     IF PARM-BOUNCE-LIMIT NUMERIC AND PARM-BOUNCE-LIMIT > ZERO
003000         MOVE PARM-BOUNCE-LIMIT TO SPC-BOUNCE-LIMIT
003010     ELSE
003020         MOVE 3 TO SPC-BOUNCE-LIMIT
003030     END-IF.
003040     IF PARM-RETURN-LIMIT NUMERIC AND PARM-RETURN-LIMIT > ZERO
003050         MOVE PARM-RETURN-LIMIT TO SPC-RETURN-LIMIT
003060     ELSE
003070         MOVE 2 TO SPC-RETURN-LIMIT
003080     END-IF.
003090     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
003100     STRING WS-CURRENT-STAMP(1:4) '-' WS-CURRENT-STAMP(5:2)
003110             '-' WS-CURRENT-STAMP(7:2) DELIMITED BY SIZE
003120             INTO SPC-AUDIT-DATE.
003130     STRING WS-CURRENT-STAMP(9:2) ':' WS-CURRENT-STAMP(11:2)
003140             ':' WS-CURRENT-STAMP(13:2) DELIMITED BY SIZE
003150             INTO SPC-AUDIT-TIME.
003160     OPEN I-O SPCDLVP-FILE.
003170     IF NOT WS-SPCDLVP-OK
003180         DISPLAY 'SPC330 - SPCDLVP OPEN FAILED, STATUS '
003190             WS-SPCDLVP-STATUS
003200         MOVE 'Y' TO WS-ABEND-SW
003210         GO TO 1000-INITIALIZE-EXIT
003220     END-IF.
003230     OPEN INPUT SPECSTMT-FILE.
003240     IF NOT WS-SPECSTMT-OK
003250         DISPLAY 'SPC330 - SPECSTMT OPEN FAILED, STATUS '
003260             WS-SPECSTMT-STATUS
003270         MOVE 'Y' TO WS-ABEND-SW
003280         GO TO 1000-INITIALIZE-EXIT
003290     END-IF.
003300     OPEN INPUT SPCHIST-FILE.
003310     IF NOT WS-SPCHIST-OK
003320         DISPLAY 'SPC330 - SPCHIST OPEN FAILED, STATUS '
003330             WS-SPCHIST-STATUS
003340         MOVE 'Y' TO WS-ABEND-SW
003350         GO TO 1000-INITIALIZE-EXIT
003360     END-IF.
003370     OPEN I-O SPCAUDT-FILE.
003380     IF NOT WS-SPCAUDT-OK
003390         DISPLAY 'SPC330 - SPCAUDT OPEN FAILED, STATUS '
003400             WS-SPCAUDT-STATUS
003410         MOVE 'Y' TO WS-ABEND-SW
003420         GO TO 1000-INITIALIZE-EXIT
003430     END-IF.
003440     OPEN OUTPUT SPCBNRG-FILE.
003450     IF NOT WS-SPCBNRG-OK
003460         DISPLAY 'SPC330 - SPCBNRG OPEN FAILED, STATUS '
003470             WS-SPCBNRG-STATUS
003480         MOVE 'Y' TO WS-ABEND-SW
003490         GO TO 1000-INITIALIZE-EXIT
003500     END-IF.
003510     MOVE SPC-BOUNCE-LIMIT TO WS-RPT-BOUNCE-CNT.
003520     MOVE SPC-RETURN-LIMIT TO WS-RPT-RETURN-CNT.
003530     MOVE SPACES TO FD-SPCBNRG-REC.
003540     STRING 'SPC330 - E-STATEMENT BOUNCE / RETURNED-MAIL REGISTER'
003550             '  RUN DATE ' SPC-RUN-DATE
003560             '  PAPER AFTER ' WS-RPT-BOUNCE-CNT ' BOUNCES'
003570             '  FLAG AFTER ' WS-RPT-RETURN-CNT ' RETURNS'
003580             DELIMITED BY SIZE
003590             INTO FD-SPCBNRG-REC.
003600     WRITE FD-SPCBNRG-REC.
003610 1000-INITIALIZE-EXIT.
003620     EXIT.
003630
003640 2000-POST-BOUNCE-FILE.
003650     OPEN INPUT SPCBNCE-FILE.
003660     IF WS-SPCBNCE-NOFILE
003670         DISPLAY 'SPC330 - NO BOUNCE/RETURN FILE PRESENT'
003680         MOVE SPACES TO FD-SPCBNRG-REC
003690         MOVE 'NO BOUNCE/RETURN FILE TODAY' TO FD-SPCBNRG-REC
003700         WRITE FD-SPCBNRG-REC
003710         GO TO 2000-POST-BOUNCE-FILE-EXIT
003720     END-IF.
003730     IF NOT WS-SPCBNCE-OK
003740         DISPLAY 'SPC330 - SPCBNCE OPEN FAILED, STATUS '
003750             WS-SPCBNCE-STATUS
003760         MOVE 'Y' TO WS-ABEND-SW
003770         GO TO 2000-POST-BOUNCE-FILE-EXIT
003780     END-IF.
003790     PERFORM 2100-POST-ONE-RECORD
003800         THRU 2100-POST-ONE-RECORD-EXIT
003810         UNTIL WS-BNCE-EOF-YES.
003820     CLOSE SPCBNCE-FILE.
003830 2000-POST-BOUNCE-FILE-EXIT.
003840     EXIT.
003850
003860*****************************************************************
003870*    ONE RECORD.  EVERY OUTCOME WORTH A LOOK - A SWITCH, A FLAG, *
003880*    A CLEAR, A REJECT OR A RECORD NOT COUNTED - LEAVES ITS TEXT *
003890*    IN WS-OUTCOME AND GOES ON THE REGISTER.  A BOUNCE OR RETURN *
003900*    THAT ONLY ADDS TO A COUNT IS IN THE TOTALS.                 *
003910*****************************************************************
003920 2100-POST-ONE-RECORD.
003930     READ SPCBNCE-FILE NEXT RECORD
003940         AT END
003950             MOVE 'Y' TO WS-BNCE-EOF-SW
003960             GO TO 2100-POST-ONE-RECORD-EXIT
003970     END-READ.
003980     ADD 1 TO SPC-RECS-READ.
003990     MOVE FD-SPCBNCE-REC TO DSDS-SPCBNCE.
004000     MOVE SPACES TO WS-OUTCOME.
004010     MOVE ' '    TO WS-ACTION-SW.
004020     MOVE 'N'    TO WS-DLVP-FOUND-SW.
004030     MOVE 'N'    TO WS-NEW-ROW-SW.
004040     PERFORM 2200-EDIT-RECORD
004050         THRU 2200-EDIT-RECORD-EXIT.
004060     IF NOT WS-RECORD-OK
004070         ADD 1 TO SPC-RECS-REJECTED
004080         PERFORM 6000-WRITE-REGISTER-LINE
004090             THRU 6000-WRITE-REGISTER-LINE-EXIT
004100         GO TO 2100-POST-ONE-RECORD-EXIT
004110     END-IF.
004120     PERFORM 2300-READ-DELIVERY
004130         THRU 2300-READ-DELIVERY-EXIT.
004140     EVALUATE TRUE
004150         WHEN BNCE-EMAIL-BOUNCE
004160             PERFORM 3000-POST-BOUNCE
004170                 THRU 3000-POST-BOUNCE-EXIT
004180         WHEN BNCE-RETURNED-MAIL
004190             PERFORM 3100-POST-RETURN
004200                 THRU 3100-POST-RETURN-EXIT
004210         WHEN OTHER
004220             PERFORM 3200-POST-ADDRESS-FIXED
004230                 THRU 3200-POST-ADDRESS-FIXED-EXIT
004240     END-EVALUATE.
004250     IF WS-OUTCOME NOT = SPACES
004260         PERFORM 6000-WRITE-REGISTER-LINE
004270             THRU 6000-WRITE-REGISTER-LINE-EXIT
004280     END-IF.
004290 2100-POST-ONE-RECORD-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330*    EDIT ONE RECORD.  THE FIRST FAILURE NAMES THE REASON IN     *
004340*    WS-OUTCOME AND LEAVES WS-RECORD-OK-SW AT 'N'.               *
004350*****************************************************************
004360 2200-EDIT-RECORD.
004370     MOVE 'N' TO WS-RECORD-OK-SW.
004380     IF BNCE-BANK-NBR NOT NUMERIC
004390             OR BNCE-ACCT-NBR NOT NUMERIC
004400             OR BNCE-SEQ-NBR NOT NUMERIC
004410         MOVE 'REJECTED - BANK/ACCT/SEQ NOT NUMERIC'
004420             TO WS-OUTCOME
004430         GO TO 2200-EDIT-RECORD-EXIT
004440     END-IF.
004450     IF NOT BNCE-EMAIL-BOUNCE AND NOT BNCE-RETURNED-MAIL
004460             AND NOT BNCE-ADDRESS-FIXED
004470         MOVE 'REJECTED - TYPE NOT E, R OR C' TO WS-OUTCOME
004480         GO TO 2200-EDIT-RECORD-EXIT
004490     END-IF.
004500     MOVE BNCE-EVENT-DATE TO WS-CHK-DATE.
004510     PERFORM 2250-CHECK-DATE
004520         THRU 2250-CHECK-DATE-EXIT.
004530     IF NOT WS-DATE-OK
004540         MOVE 'REJECTED - EVENT DATE NOT VALID' TO WS-OUTCOME
004550         GO TO 2200-EDIT-RECORD-EXIT
004560     END-IF.
004570     IF BNCE-EVENT-DATE > SPC-RUN-DATE
004580         MOVE 'REJECTED - EVENT DATE AFTER RUN DATE'
004590             TO WS-OUTCOME
004600         GO TO 2200-EDIT-RECORD-EXIT
004610     END-IF.
004620     MOVE 'Y' TO WS-RECORD-OK-SW.
004630 2200-EDIT-RECORD-EXIT.
004640     EXIT.
004650
004660 2250-CHECK-DATE.
004670     MOVE 'N' TO WS-DATE-OK-SW.
004680     IF WS-CHK-YYYY NOT NUMERIC OR WS-CHK-MM NOT NUMERIC
004690             OR WS-CHK-DD NOT NUMERIC
004700             OR WS-CHK-DASH1 NOT = '-' OR WS-CHK-DASH2 NOT = '-'
004710         GO TO 2250-CHECK-DATE-EXIT
004720     END-IF.
004730     STRING WS-CHK-YYYY WS-CHK-MM WS-CHK-DD DELIMITED BY SIZE
004740         INTO WS-CHK-YMD.
004750     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-YMD) = ZERO
004760         MOVE 'Y' TO WS-DATE-OK-SW
004770     END-IF.
004780 2250-CHECK-DATE-EXIT.
004790     EXIT.
004800
004810 2300-READ-DELIVERY.
004820     MOVE BNCE-BANK-NBR TO FK-DLV-BANK-NBR.
004830     MOVE BNCE-ACCT-NBR TO FK-DLV-ACCT-NBR.
004840     MOVE BNCE-SEQ-NBR  TO FK-DLV-SEQ-NBR.
004850     READ SPCDLVP-FILE.
004860     IF WS-SPCDLVP-OK
004870         MOVE FD-SPCDLVP-DATA TO DSDS-SPCDLVP
004880         MOVE 'Y' TO WS-DLVP-FOUND-SW
004890     END-IF.
004900 2300-READ-DELIVERY-EXIT.
004910     EXIT.
004920
004930*****************************************************************
004940*    AN E-MAIL BOUNCE.  ONLY A SCHEDULE STILL ON 'E' IS COUNTED. *
004950*    WHEN THE RUN REACHES THE LIMIT THE ROW GOES TO PAPER AND    *
004960*    THE E-MAIL ADDRESS IS FLAGGED; THE DESTINATION IS KEPT SO   *
004970*    THE BRANCH CAN SEE WHAT BOUNCED.                            *
004980*****************************************************************
004990 3000-POST-BOUNCE.
005000     IF NOT WS-DLVP-FOUND
005010         ADD 1 TO SPC-RECS-REJECTED
005020         MOVE 'REJECTED - NO DELIVERY PREFERENCE' TO WS-OUTCOME
005030         GO TO 3000-POST-BOUNCE-EXIT
005040     END-IF.
005050     IF NOT DLVP-ELECTRONIC
005060         ADD 1 TO SPC-RECS-NOT-COUNTED
005070         MOVE 'NOT COUNTED - SCHEDULE IS ON PAPER' TO WS-OUTCOME
005080         GO TO 3000-POST-BOUNCE-EXIT
005090     END-IF.
005100     MOVE DLVP-BOUNCE-CNT  TO WS-OLD-COUNT.
005110     MOVE DLVP-BOUNCE-DATE TO WS-LAST-COUNTED-DATE.
005120     PERFORM 4000-NEXT-COUNT
005130         THRU 4000-NEXT-COUNT-EXIT.
005140     IF NOT WS-COUNT-TAKEN
005150         PERFORM 3900-NOT-COUNTED
005160             THRU 3900-NOT-COUNTED-EXIT
005170         GO TO 3000-POST-BOUNCE-EXIT
005180     END-IF.
005190     PERFORM 8100-BUILD-AUDIT-IMAGE
005200         THRU 8100-BUILD-AUDIT-IMAGE-EXIT.
005210     MOVE WS-AUDIT-IMAGE  TO WS-BEFORE-IMAGE.
005220     ADD 1 TO SPC-BOUNCES-COUNTED.
005230     MOVE WS-NEW-COUNT    TO DLVP-BOUNCE-CNT.
005240     MOVE BNCE-EVENT-DATE TO DLVP-BOUNCE-DATE.
005250     IF DLVP-BOUNCE-CNT NOT < SPC-BOUNCE-LIMIT
005260         MOVE 'P' TO DLVP-CHANNEL-SW
005270         IF DLVP-REVIEW-POSTAL OR DLVP-REVIEW-BOTH
005280             MOVE 'B' TO DLVP-REVIEW-SW
005290         ELSE
005300             MOVE 'E' TO DLVP-REVIEW-SW
005310         END-IF
005320         MOVE 'S' TO WS-ACTION-SW
005330     END-IF.
005340     PERFORM 5000-REWRITE-DELIVERY
005350         THRU 5000-REWRITE-DELIVERY-EXIT.
005360 3000-POST-BOUNCE-EXIT.
005370     EXIT.
005380
005390*****************************************************************
005400*    A RETURNED PAPER STATEMENT.  A SCHEDULE WITH NO SPCDLVP ROW *
005410*    IS ALREADY ON PAPER, SO IT GETS A 'P' ROW TO COUNT ON -     *
005420*    PROVIDED THE SCHEDULE IS ON DSDS.SPECSTMT.  WHEN THE RUN    *
005430*    REACHES THE LIMIT THE MAILING ADDRESS IS FLAGGED; A ROW     *
005440*    ALREADY FLAGGED JUST KEEPS COUNTING.                        *
005450*****************************************************************
005460 3100-POST-RETURN.
005470     IF NOT WS-DLVP-FOUND
005480         MOVE BNCE-BANK-NBR TO FK-SPC-BANK-NBR
005490         MOVE BNCE-ACCT-NBR TO FK-SPC-ACCT-NBR
005500         MOVE BNCE-SEQ-NBR  TO FK-SPC-SEQ-NBR
005510         READ SPECSTMT-FILE
005520         IF NOT WS-SPECSTMT-OK
005530             ADD 1 TO SPC-RECS-REJECTED
005540             MOVE 'REJECTED - NO SCHEDULE ON FILE' TO WS-OUTCOME
005550             GO TO 3100-POST-RETURN-EXIT
005560         END-IF
005570         MOVE 'Y'           TO WS-NEW-ROW-SW
005580         MOVE BNCE-BANK-NBR TO DLVP-BANK-NBR
005590         MOVE BNCE-ACCT-NBR TO DLVP-ACCT-NBR
005600         MOVE BNCE-SEQ-NBR  TO DLVP-SEQ-NBR
005610         MOVE 'P'           TO DLVP-CHANNEL-SW
005620         MOVE SPACES        TO DLVP-DESTINATION
005630         MOVE ZERO          TO DLVP-BOUNCE-CNT
005640         MOVE SPACES        TO DLVP-BOUNCE-DATE
005650         MOVE ZERO          TO DLVP-RETURN-CNT
005660         MOVE SPACES        TO DLVP-RETURN-DATE
005670         MOVE ' '           TO DLVP-REVIEW-SW
005680     END-IF.
005690     MOVE DLVP-RETURN-CNT  TO WS-OLD-COUNT.
005700     MOVE DLVP-RETURN-DATE TO WS-LAST-COUNTED-DATE.
005710     PERFORM 4000-NEXT-COUNT
005720         THRU 4000-NEXT-COUNT-EXIT.
005730     IF NOT WS-COUNT-TAKEN
005740         PERFORM 3900-NOT-COUNTED
005750             THRU 3900-NOT-COUNTED-EXIT
005760         GO TO 3100-POST-RETURN-EXIT
005770     END-IF.
005780     IF WS-NEW-ROW
005790         MOVE SPACES TO WS-BEFORE-IMAGE
005800     ELSE
005810         PERFORM 8100-BUILD-AUDIT-IMAGE
005820             THRU 8100-BUILD-AUDIT-IMAGE-EXIT
005830         MOVE WS-AUDIT-IMAGE TO WS-BEFORE-IMAGE
005840     END-IF.
005850     ADD 1 TO SPC-RETURNS-COUNTED.
005860     MOVE WS-NEW-COUNT    TO DLVP-RETURN-CNT.
005870     MOVE BNCE-EVENT-DATE TO DLVP-RETURN-DATE.
005880     IF DLVP-RETURN-CNT NOT < SPC-RETURN-LIMIT
005890             AND NOT DLVP-REVIEW-POSTAL
005900             AND NOT DLVP-REVIEW-BOTH
005910         IF DLVP-REVIEW-EMAIL
005920             MOVE 'B' TO DLVP-REVIEW-SW
005930         ELSE
005940             MOVE 'R' TO DLVP-REVIEW-SW
005950         END-IF
005960         MOVE 'F' TO WS-ACTION-SW
005970     END-IF.
005980     IF WS-NEW-ROW
005990         PERFORM 5100-WRITE-DELIVERY
006000             THRU 5100-WRITE-DELIVERY-EXIT
006010     ELSE
006020         PERFORM 5000-REWRITE-DELIVERY
006030             THRU 5000-REWRITE-DELIVERY-EXIT
006040     END-IF.
006050 3100-POST-RETURN-EXIT.
006060     EXIT.
006070
006080*****************************************************************
006090*    THE BRANCH HAS FIXED THE ADDRESS.  BOTH RUNS START AGAIN    *
006100*    FROM NOTHING AND THE FLAG COMES OFF.                        *
006110*****************************************************************
006120 3200-POST-ADDRESS-FIXED.
006130     IF NOT WS-DLVP-FOUND
006140         ADD 1 TO SPC-RECS-REJECTED
006150         MOVE 'REJECTED - NO DELIVERY PREFERENCE' TO WS-OUTCOME
006160         GO TO 3200-POST-ADDRESS-FIXED-EXIT
006170     END-IF.
006180     IF DLVP-BOUNCE-CNT = ZERO AND DLVP-RETURN-CNT = ZERO
006190             AND DLVP-REVIEW-NONE
006200         ADD 1 TO SPC-RECS-NOT-COUNTED
006210         MOVE 'NOT CLEARED - NOTHING TO CLEAR' TO WS-OUTCOME
006220         GO TO 3200-POST-ADDRESS-FIXED-EXIT
006230     END-IF.
006240     PERFORM 8100-BUILD-AUDIT-IMAGE
006250         THRU 8100-BUILD-AUDIT-IMAGE-EXIT.
006260     MOVE WS-AUDIT-IMAGE TO WS-BEFORE-IMAGE.
006270     MOVE ZERO   TO DLVP-BOUNCE-CNT.
006280     MOVE SPACES TO DLVP-BOUNCE-DATE.
006290     MOVE ZERO   TO DLVP-RETURN-CNT.
006300     MOVE SPACES TO DLVP-RETURN-DATE.
006310     MOVE ' '    TO DLVP-REVIEW-SW.
006320     MOVE 'C'    TO WS-ACTION-SW.
006330     PERFORM 5000-REWRITE-DELIVERY
006340         THRU 5000-REWRITE-DELIVERY-EXIT.
006350 3200-POST-ADDRESS-FIXED-EXIT.
006360     EXIT.
006370
006380 3900-NOT-COUNTED.
006390     ADD 1 TO SPC-RECS-NOT-COUNTED.
006400     IF WS-COUNT-SAME-STMT
006410         MOVE 'NOT COUNTED - SAME STATEMENT AS LAST'
006420             TO WS-OUTCOME
006430     ELSE
006440         MOVE 'NOT COUNTED - NOT AFTER LAST COUNTED'
006450             TO WS-OUTCOME
006460     END-IF.
006470 3900-NOT-COUNTED-EXIT.
006480     EXIT.
006490
006500*****************************************************************
006510*    WHAT THIS EVENT MAKES THE RUN.  WITH NOTHING COUNTED YET IT *
006520*    IS ONE.  OTHERWISE THE SCHEDULE'S COMPLETED AND ON-DEMAND   *
006530*    DSDS.SPCHIST ROWS AFTER THE DATE LAST COUNTED, UP TO AND    *
006540*    INCLUDING THIS EVENT'S DATE, ARE THE STATEMENTS SENT IN     *
006550*    BETWEEN - NONE IS THE SAME STATEMENT AGAIN, ONE IS THE NEXT *
006560*    STATEMENT AND ADDS TO THE RUN, TWO OR MORE MEAN ONE GOT     *
006570*    THROUGH AND THE RUN STARTS OVER.  AN EVENT DATED ON OR      *
006580*    BEFORE THE LAST ONE COUNTED IS OLD NEWS.                    *
006590*****************************************************************
006600 4000-NEXT-COUNT.
006610     MOVE 'Y' TO WS-COUNT-SW.
006620     IF WS-OLD-COUNT NOT > ZERO OR WS-LAST-COUNTED-DATE = SPACES
006630         MOVE 1 TO WS-NEW-COUNT
006640         GO TO 4000-NEXT-COUNT-EXIT
006650     END-IF.
006660     IF BNCE-EVENT-DATE NOT > WS-LAST-COUNTED-DATE
006670         MOVE 'N' TO WS-COUNT-SW
006680         GO TO 4000-NEXT-COUNT-EXIT
006690     END-IF.
006700     PERFORM 4100-COUNT-STATEMENTS
006710         THRU 4100-COUNT-STATEMENTS-EXIT.
006720     IF WS-STMTS-SENT = ZERO
006730         MOVE 'D' TO WS-COUNT-SW
006740         GO TO 4000-NEXT-COUNT-EXIT
006750     END-IF.
006760     IF WS-STMTS-SENT > 1
006770         MOVE 1 TO WS-NEW-COUNT
006780         GO TO 4000-NEXT-COUNT-EXIT
006790     END-IF.
006800     IF WS-OLD-COUNT < 999
006810         COMPUTE WS-NEW-COUNT = WS-OLD-COUNT + 1
006820     ELSE
006830         MOVE WS-OLD-COUNT TO WS-NEW-COUNT
006840     END-IF.
006850 4000-NEXT-COUNT-EXIT.
006860     EXIT.
006870
006880 4100-COUNT-STATEMENTS.
006890     MOVE ZERO TO WS-STMTS-SENT.
006900     MOVE 'N'  TO WS-HIST-END-SW.
006910     MOVE BNCE-BANK-NBR        TO FK-HST-BANK-NBR.
006920     MOVE BNCE-ACCT-NBR        TO FK-HST-ACCT-NBR.
006930     MOVE BNCE-SEQ-NBR         TO FK-HST-SEQ-NBR.
006940     MOVE WS-LAST-COUNTED-DATE TO FK-HST-RUN-DATE.
006950     START SPCHIST-FILE KEY IS NOT LESS THAN FK-SPCHIST-KEY
006960         INVALID KEY
006970             MOVE 'Y' TO WS-HIST-END-SW
006980     END-START.
006990     PERFORM 4110-READ-HISTORY
007000         THRU 4110-READ-HISTORY-EXIT
007010         UNTIL WS-HIST-END-YES
007020             OR WS-STMTS-SENT > 1.
007030 4100-COUNT-STATEMENTS-EXIT.
007040     EXIT.
007050
007060 4110-READ-HISTORY.
007070     READ SPCHIST-FILE NEXT RECORD
007080         AT END
007090             MOVE 'Y' TO WS-HIST-END-SW
007100             GO TO 4110-READ-HISTORY-EXIT
007110     END-READ.
007120     MOVE FD-SPCHIST-DATA TO DSDS-SPCHIST.
007130     IF HIST-BANK-NBR NOT = BNCE-BANK-NBR
007140             OR HIST-ACCT-NBR NOT = BNCE-ACCT-NBR
007150             OR HIST-SEQ-NBR NOT = BNCE-SEQ-NBR
007160             OR HIST-RUN-DATE > BNCE-EVENT-DATE
007170         MOVE 'Y' TO WS-HIST-END-SW
007180         GO TO 4110-READ-HISTORY-EXIT
007190     END-IF.
007200     IF HIST-RUN-DATE = WS-LAST-COUNTED-DATE
007210         GO TO 4110-READ-HISTORY-EXIT
007220     END-IF.
007230     IF HIST-COMPLETE OR HIST-ONDEMAND
007240         ADD 1 TO WS-STMTS-SENT
007250     END-IF.
007260 4110-READ-HISTORY-EXIT.
007270     EXIT.
007280
007290 5000-REWRITE-DELIVERY.
007300     MOVE DSDS-SPCDLVP TO FD-SPCDLVP-DATA.
007310     REWRITE FD-SPCDLVP-REC.
007320     IF NOT WS-SPCDLVP-OK
007330         DISPLAY 'SPC330 - SPCDLVP REWRITE FAILED FOR BANK '
007340             DLVP-BANK-NBR ' ACCT ' DLVP-ACCT-NBR
007350             ' STATUS ' WS-SPCDLVP-STATUS
007360         ADD 1 TO SPC-UPDATE-ERRORS
007370         MOVE 'NOT POSTED - SPCDLVP REWRITE FAILED' TO WS-OUTCOME
007380         GO TO 5000-REWRITE-DELIVERY-EXIT
007390     END-IF.
007400     PERFORM 5500-LOG-ACTION
007410         THRU 5500-LOG-ACTION-EXIT.
007420 5000-REWRITE-DELIVERY-EXIT.
007430     EXIT.
007440
007450 5100-WRITE-DELIVERY.
007460     MOVE DLVP-BANK-NBR TO FK-DLV-BANK-NBR.
007470     MOVE DLVP-ACCT-NBR TO FK-DLV-ACCT-NBR.
007480     MOVE DLVP-SEQ-NBR  TO FK-DLV-SEQ-NBR.
007490     MOVE DSDS-SPCDLVP  TO FD-SPCDLVP-DATA.
007500     WRITE FD-SPCDLVP-REC.
007510     IF NOT WS-SPCDLVP-OK
007520         DISPLAY 'SPC330 - SPCDLVP WRITE FAILED FOR BANK '
007530             DLVP-BANK-NBR ' ACCT ' DLVP-ACCT-NBR
007540             ' STATUS ' WS-SPCDLVP-STATUS
007550         ADD 1 TO SPC-UPDATE-ERRORS
007560         MOVE 'NOT POSTED - SPCDLVP WRITE FAILED' TO WS-OUTCOME
007570         GO TO 5100-WRITE-DELIVERY-EXIT
007580     END-IF.
007590     ADD 1 TO SPC-ROWS-ADDED.
007600     PERFORM 5500-LOG-ACTION
007610         THRU 5500-LOG-ACTION-EXIT.
007620 5100-WRITE-DELIVERY-EXIT.
007630     EXIT.
007640
007650*****************************************************************
007660*    AFTER A GOOD WRITE OR REWRITE.  A SWITCH, FLAG OR CLEAR     *
007670*    NAMES ITSELF FOR THE REGISTER, AND IT OR A NEW ROW WRITES   *
007680*    THE DSDS.SPCAUDT ROW.  A COUNT ALONE IS NOT LOGGED.         *
007690*****************************************************************
007700 5500-LOG-ACTION.
007710     EVALUATE TRUE
007720         WHEN WS-ACTION-SWITCH
007730             ADD 1 TO SPC-SWITCHED-TO-PAPER
007740             MOVE 'SWITCHED TO PAPER' TO WS-OUTCOME
007750         WHEN WS-ACTION-FLAG
007760             ADD 1 TO SPC-ADDRESSES-FLAGGED
007770             MOVE 'MAILING ADDRESS FLAGGED' TO WS-OUTCOME
007780         WHEN WS-ACTION-CLEAR
007790             ADD 1 TO SPC-FLAGS-CLEARED
007800             MOVE 'COUNTS AND FLAG CLEARED' TO WS-OUTCOME
007810         WHEN OTHER
007820             CONTINUE
007830     END-EVALUATE.
007840     IF WS-ACTION-NONE AND NOT WS-NEW-ROW
007850         GO TO 5500-LOG-ACTION-EXIT
007860     END-IF.
007870     IF WS-NEW-ROW
007880         MOVE 'A' TO AUDT-CHANGE-TYPE
007890     ELSE
007900         MOVE 'C' TO AUDT-CHANGE-TYPE
007910     END-IF.
007920     PERFORM 8100-BUILD-AUDIT-IMAGE
007930         THRU 8100-BUILD-AUDIT-IMAGE-EXIT.
007940     MOVE WS-AUDIT-IMAGE TO AUDT-AFTER-IMAGE.
007950     PERFORM 8000-WRITE-AUDIT
007960         THRU 8000-WRITE-AUDIT-EXIT.
007970 5500-LOG-ACTION-EXIT.
007980     EXIT.
007990
008000*****************************************************************
008010*    THE RECORD'S KEY IS PRINTED AS IT CAME ON THE FILE, SO A    *
008020*    REJECTED RECORD CAN BE FOUND ON THE SPREADSHEET.  THE       *
008030*    COUNTS ARE THE ROW'S AS THEY NOW STAND.                     *
008040*****************************************************************
008050 6000-WRITE-REGISTER-LINE.
008060     IF WS-DLVP-FOUND OR WS-NEW-ROW
008070         MOVE DLVP-BOUNCE-CNT TO WS-RPT-BOUNCE-CNT
008080         MOVE DLVP-RETURN-CNT TO WS-RPT-RETURN-CNT
008090     ELSE
008100         MOVE ZERO TO WS-RPT-BOUNCE-CNT
008110         MOVE ZERO TO WS-RPT-RETURN-CNT
008120     END-IF.
008130     MOVE SPACES TO FD-SPCBNRG-REC.
008140     STRING 'BANK ' BNCE-BANK-NBR
008150             ' ACCT ' BNCE-ACCT-NBR
008160             ' SEQ ' BNCE-SEQ-NBR
008170             ' ' BNCE-TYPE-SW
008180             ' ' BNCE-EVENT-DATE
008190             ' BNC ' WS-RPT-BOUNCE-CNT
008200             ' RTN ' WS-RPT-RETURN-CNT
008210             ' ' WS-OUTCOME
008220             ' ' BNCE-SOURCE-ID
008230             ' ' BNCE-REASON(1:22)
008240             DELIMITED BY SIZE
008250             INTO FD-SPCBNRG-REC.
008260     WRITE FD-SPCBNRG-REC.
008270 6000-WRITE-REGISTER-LINE-EXIT.
008280     EXIT.
008290
008300 7500-WRITE-TOTALS.
008310     MOVE SPC-RECS-READ TO WS-RPT-COUNT.
008320     MOVE SPACES TO FD-SPCBNRG-REC.
008330     STRING 'TOTAL RECORDS READ              ' WS-RPT-COUNT
008340             DELIMITED BY SIZE INTO FD-SPCBNRG-REC.
008350     WRITE FD-SPCBNRG-REC.
008360     MOVE SPC-RECS-REJECTED TO WS-RPT-COUNT.
008370     MOVE SPACES TO FD-SPCBNRG-REC.
008380     STRING 'TOTAL RECORDS REJECTED          ' WS-RPT-COUNT
008390             DELIMITED BY SIZE INTO FD-SPCBNRG-REC.
008400     WRITE FD-SPCBNRG-REC.
008410     MOVE SPC-RECS-NOT-COUNTED TO WS-RPT-COUNT.
008420     MOVE SPACES TO FD-SPCBNRG-REC.
008430     STRING 'TOTAL RECORDS NOT COUNTED       ' WS-RPT-COUNT
008440             DELIMITED BY SIZE INTO FD-SPCBNRG-REC.
008450     WRITE FD-SPCBNRG-REC.
008460     MOVE SPC-BOUNCES-COUNTED TO WS-RPT-COUNT.
008470     MOVE SPACES TO FD-SPCBNRG-REC.
008480     STRING 'TOTAL E-MAIL BOUNCES COUNTED    ' WS-RPT-COUNT
008490             DELIMITED BY SIZE INTO FD-SPCBNRG-REC.
008500     WRITE FD-SPCBNRG-REC.
008510     MOVE SPC-RETURNS-COUNTED TO WS-RPT-COUNT.
008520     MOVE SPACES TO FD-SPCBNRG-REC.
008530     STRING 'TOTAL RETURNED MAIL COUNTED     ' WS-RPT-COUNT
008540             DELIMITED BY SIZE INTO FD-SPCBNRG-REC.
008550     WRITE FD-SPCBNRG-REC.
008560     MOVE SPC-SWITCHED-TO-PAPER TO WS-RPT-COUNT.
008570     MOVE SPACES TO FD-SPCBNRG-REC.
008580     STRING 'TOTAL SWITCHED TO PAPER         ' WS-RPT-COUNT
008590             DELIMITED BY SIZE INTO FD-SPCBNRG-REC.
008600     WRITE FD-SPCBNRG-REC.
008610     MOVE SPC-ADDRESSES-FLAGGED TO WS-RPT-COUNT.
008620     MOVE SPACES TO FD-SPCBNRG-REC.
008630     STRING 'TOTAL MAILING ADDRESSES FLAGGED ' WS-RPT-COUNT
008640             DELIMITED BY SIZE INTO FD-SPCBNRG-REC.
008650     WRITE FD-SPCBNRG-REC.
008660     MOVE SPC-FLAGS-CLEARED TO WS-RPT-COUNT.
008670     MOVE SPACES TO FD-SPCBNRG-REC.
008680     STRING 'TOTAL COUNTS AND FLAGS CLEARED  ' WS-RPT-COUNT
008690             DELIMITED BY SIZE INTO FD-SPCBNRG-REC.
008700     WRITE FD-SPCBNRG-REC.
008710     MOVE SPC-UPDATE-ERRORS TO WS-RPT-COUNT.
008720     MOVE SPACES TO FD-SPCBNRG-REC.
008730     STRING 'TOTAL NOT POSTED - I-O ERROR    ' WS-RPT-COUNT
008740             DELIMITED BY SIZE INTO FD-SPCBNRG-REC.
008750     WRITE FD-SPCBNRG-REC.
008760 7500-WRITE-TOTALS-EXIT.
008770     EXIT.
008780
008790*****************************************************************
008800*    ONE DSDS.SPCAUDT CHANGE-LOG ROW PER SPCDLVP ROW ADDED,      *
008810*    SWITCHED, FLAGGED OR CLEARED, UNDER THE SCHEDULE'S OWN      *
008820*    BANK/ACCOUNT/SEQ.  A FAILED LOG WRITE IS REPORTED BUT DOES  *
008830*    NOT UNDO THE CHANGE.                                        *
008840*****************************************************************
008850 8000-WRITE-AUDIT.
008860     ADD 1 TO WS-AUDIT-SEQ.
008870     MOVE DLVP-BANK-NBR   TO AUDT-BANK-NBR.
008880     MOVE DLVP-ACCT-NBR   TO AUDT-ACCT-NBR.
008890     MOVE DLVP-SEQ-NBR    TO AUDT-SEQ-NBR.
008900     MOVE SPC-AUDIT-DATE  TO AUDT-CHANGE-DATE.
008910     MOVE SPC-AUDIT-TIME  TO AUDT-CHANGE-TIME.
008920     MOVE WS-AUDIT-SEQ    TO AUDT-CHANGE-SEQ.
008930     MOVE 'SPC330'        TO AUDT-SOURCE-ID.
008940     MOVE SPC-OPERATOR-ID TO AUDT-OPERATOR-ID.
008950     MOVE 'BTCH'          TO AUDT-TERMINAL-ID.
008960     MOVE WS-BEFORE-IMAGE TO AUDT-BEFORE-IMAGE.
008970     MOVE AUDT-BANK-NBR    TO FK-AUD-BANK-NBR.
008980     MOVE AUDT-ACCT-NBR    TO FK-AUD-ACCT-NBR.
008990     MOVE AUDT-SEQ-NBR     TO FK-AUD-SEQ-NBR.
009000     MOVE AUDT-CHANGE-DATE TO FK-AUD-CHANGE-DATE.
009010     MOVE AUDT-CHANGE-TIME TO FK-AUD-CHANGE-TIME.
009020     MOVE AUDT-CHANGE-SEQ  TO FK-AUD-CHANGE-SEQ.
009030     MOVE DSDS-SPCAUDT     TO FD-SPCAUDT-DATA.
009040     WRITE FD-SPCAUDT-REC.
009050     IF WS-SPCAUDT-OK
009060         ADD 1 TO SPC-AUDITS-WRITTEN
009070     ELSE
009080         DISPLAY 'SPC330 - SPCAUDT WRITE FAILED FOR BANK '
009090             AUDT-BANK-NBR ' ACCT ' AUDT-ACCT-NBR
009100             ' STATUS ' WS-SPCAUDT-STATUS
009110     END-IF.
009120 8000-WRITE-AUDIT-EXIT.
009130     EXIT.
009140
009150 8100-BUILD-AUDIT-IMAGE.
009160     MOVE DLVP-CHANNEL-SW  TO WS-AIM-CHANNEL-SW.
009170     MOVE DLVP-REVIEW-SW   TO WS-AIM-REVIEW-SW.
009180     MOVE DLVP-BOUNCE-CNT  TO WS-AIM-BOUNCE-CNT.
009190     MOVE DLVP-BOUNCE-DATE TO WS-AIM-BOUNCE-DATE.
009200     MOVE DLVP-RETURN-CNT  TO WS-AIM-RETURN-CNT.
009210     MOVE DLVP-RETURN-DATE TO WS-AIM-RETURN-DATE.
009220     MOVE DLVP-DESTINATION TO WS-AIM-DESTINATION.
009230 8100-BUILD-AUDIT-IMAGE-EXIT.
009240     EXIT.
009250
009260 9000-TERMINATE.
009270     CLOSE SPCDLVP-FILE.
009280     CLOSE SPECSTMT-FILE.
009290     CLOSE SPCHIST-FILE.
009300     CLOSE SPCAUDT-FILE.
009310     CLOSE SPCBNRG-FILE.
009320     DISPLAY 'SPC330 - RECORDS READ          ' SPC-RECS-READ.
009330     DISPLAY 'SPC330 - RECORDS REJECTED      ' SPC-RECS-REJECTED.
009340     DISPLAY 'SPC330 - RECORDS NOT COUNTED   '
009350         SPC-RECS-NOT-COUNTED.
009360     DISPLAY 'SPC330 - BOUNCES COUNTED       '
009370         SPC-BOUNCES-COUNTED.
009380     DISPLAY 'SPC330 - RETURNS COUNTED       '
009390         SPC-RETURNS-COUNTED.
009400     DISPLAY 'SPC330 - SWITCHED TO PAPER     '
009410         SPC-SWITCHED-TO-PAPER.
009420     DISPLAY 'SPC330 - ADDRESSES FLAGGED     '
009430         SPC-ADDRESSES-FLAGGED.
009440     DISPLAY 'SPC330 - FLAGS CLEARED         ' SPC-FLAGS-CLEARED.
009450     DISPLAY 'SPC330 - SPCDLVP ROWS ADDED    ' SPC-ROWS-ADDED.
009460     DISPLAY 'SPC330 - NOT POSTED, I-O ERROR ' SPC-UPDATE-ERRORS.
009470     DISPLAY 'SPC330 - AUDIT ROWS WRITTEN    ' SPC-AUDITS-WRITTEN.
009480     IF WS-ABEND-YES
009490         MOVE 16 TO RETURN-CODE
009500     END-IF.
009510 9000-TERMINATE-EXIT.
009520     EXIT.
