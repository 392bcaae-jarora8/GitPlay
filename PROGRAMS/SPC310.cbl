000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SPC310.
000030 AUTHOR.         D. WHITFIELD.
000040 INSTALLATION.   DEPOSIT SYSTEMS - ONLINE.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY                                       *
000090*    ------------------------------------------------------     *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    10/15/26   DW    ORIGINAL PROGRAM - ONLINE MAINTENANCE OF   *
000120*                      DSDS.SPCCDTB VIA MAP SPC310M.  REPLACES   *
000130*                      THE DIRECT SQL FEE CHANGES OPS HAD TO     *
000140*                      ROUTE THROUGH THE DBA TEAM.  ADDS A NEW   *
000150*                      EFFECTIVE PERIOD, CHANGES A PERIOD'S      *
000160*                      PRICING, OR END-DATES A PERIOD, KEEPING A *
000170*                      SWITCH/TRAN CODE'S PERIODS FREE OF GAPS   *
000180*                      AND OVERLAPS.  EVERY CHANGE IS HELD ON    *
000190*                      DSDS.SPCCDPN UNTIL A SECOND OPERATOR      *
000200*                      APPROVES OR REJECTS IT.                   *
000210*****************************************************************
000220*****************************************************************
000230*    KEYS ON CDTB-CHARGE-SW/CDTB-TRAN-CODE AND LISTS THE         *
000240*    EFFECTIVE PERIODS ON FILE.  PF5 SUBMITS AN ADD (A), PRICING *
000250*    CHANGE (C) OR END-DATE (E) - THE CHANGE IS TRIED AGAINST A  *
000260*    COPY OF THE PERIODS IN STORAGE AND REFUSED IF IT WOULD LEAVE*
000270*    TWO PERIODS OVERLAPPING OR A DAY WITH NO PERIOD BETWEEN THE *
000280*    FIRST AND THE LAST.  A CHANGE THAT PASSES IS WRITTEN TO     *
000290*    DSDS.SPCCDPN AS PENDING - DSDS.SPCCDTB IS NOT TOUCHED.      *
000300*    PF11 STEPS THROUGH THE PENDING CHANGES.  PF9 APPROVES THE   *
000310*    ONE ON SCREEN - ONLY AN OPERATOR OTHER THAN THE ONE WHO     *
000320*    SUBMITTED IT - AND APPLIES IT AFTER TRYING IT AGAIN AGAINST *
000330*    THE PERIODS AS THEY NOW STAND.  PF10 REJECTS IT WITH A      *
000340*    REASON - THE SUBMITTING OPERATOR MAY ALSO REJECT IT TO      *
000350*    WITHDRAW IT.  ONE PENDING CHANGE PER SWITCH/TRAN CODE AT A  *
000360*    TIME.  PSEUDO-CONVERSATIONAL - THE CURRENT KEY AND THE      *
000370*    PENDING CHANGE ON SCREEN ARE CARRIED FORWARD IN DFHCOMMAREA.*
000380*****************************************************************
000390*****************************************************************
000400*    AN ADD SPLITS THE PERIOD ITS START DATE FALLS INSIDE - THAT *
000410*    PERIOD IS CUT SHORT THE DAY BEFORE AND THE NEW ONE RUNS TO  *
000420*    ITS OLD END DATE UNLESS ANOTHER END DATE IS KEYED, THE SAME *
000430*    WAY A FEE CHANGE WAS ALWAYS KEYED AHEAD AS A NEW PERIOD.  AN*
000440*    APPROVED CHANGE CAN TOUCH TWO DSDS.SPCCDTB ROWS, SO FILES   *
000450*    'SPCCDTB' AND 'SPCCDPN' ARE RECOVERABLE AND A FAILURE PART  *
000460*    WAY THROUGH IS BACKED OUT WITH SYNCPOINT ROLLBACK.          *
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 DATA DIVISION.
000530 WORKING-STORAGE SECTION.
000540 COPY SPC310.
000550 COPY SPCCDTB.
000560 COPY SPCCDPN.
000570
000580 01  WS-MAP-NAME                 PIC X(8)  VALUE 'SPC310M'.
000590 01  WS-MAPSET-NAME              PIC X(8)  VALUE 'SPC310M'.
000600 01  WS-TRANID                   PIC X(4)  VALUE 'SP31'.
000610
000620 01  WS-RESP-CODE                PIC S9(8) COMP.
000630
000640*****************************************************************
000650*    RIDFLD KEY GROUPS, BUILT BEFORE EVERY FILE CONTROL CALL THE *
000660*    SAME WAY SPC030 BUILDS ONE FOR FILE 'SPECSTM'.              *
000670*****************************************************************
000680 01  WS-SPCCDTB-KEY.
000690     05 DK-CHARGE-SW             PIC X(2).
000700     05 DK-TRAN-CODE             PIC S9(3) COMP-3.
000710     05 DK-EFF-FROM              PIC X(10).
000720
000730 01  WS-SPCCDPN-KEY.
000740     05 PK-CHARGE-SW             PIC X(2).
000750     05 PK-TRAN-CODE             PIC S9(3) COMP-3.
000760     05 PK-REQ-DATE              PIC X(10).
000770     05 PK-REQ-TIME              PIC X(8).
000780     05 PK-REQ-SEQ               PIC S9(4) COMP-3.
000790
000800*****************************************************************
000810*    RECORD AREAS FOR FILE I-O - KEY PREFIX FOLLOWED BY THE      *
000820*    DSDS- COLUMN MIRROR, THE SHAPE THE BATCH PROGRAMS USE FOR   *
000830*    DSDS.SPCCDTB.  LOGICAL FIELD ACCESS GOES THROUGH THE DSDS-  *
000840*    MIRRORS, NEVER THESE GROUPS DIRECTLY.                       *
000850*****************************************************************
000860 01  WS-SPCCDTB-REC.
000870     05 FK-SPCCDTB-KEY.
000880         10 FK-CDTB-CHARGE-SW    PIC X(2).
000890         10 FK-CDTB-TRAN-CODE    PIC S9(3) USAGE COMP-3.
000900         10 FK-CDTB-EFF-FROM     PIC X(10).
000910     05 FD-SPCCDTB-DATA          PIC X(71).
000920
000930 01  WS-SPCCDPN-REC.
000940     05 FK-SPCCDPN-KEY.
000950         10 FK-CDP-CHARGE-SW     PIC X(2).
000960         10 FK-CDP-TRAN-CODE     PIC S9(3) USAGE COMP-3.
000970         10 FK-CDP-REQ-DATE      PIC X(10).
000980         10 FK-CDP-REQ-TIME      PIC X(8).
000990         10 FK-CDP-REQ-SEQ       PIC S9(4) USAGE COMP-3.
001000     05 FD-SPCCDPN-DATA          PIC X(237).
001010
001020 01  WS-OPERATOR-ID              PIC X(8).
001030 01  WS-ABSTIME                  PIC S9(15) COMP-3.
001040 01  WS-NOW-DATE                 PIC X(10).
001050 01  WS-NOW-TIME                 PIC X(8).
001060 01  WS-TASK-WORK                PIC S9(7)  COMP-3.
001070 01  WS-REQ-SEQ                  PIC S9(4)  COMP-3.
001080
001090 01  WS-COMMAREA.
001100     05 CA-CHARGE-SW             PIC X(2).
001110     05 CA-TRAN-CODE             PIC S9(3) COMP-3.
001120     05 CA-PEND-KEY.
001130         10 CA-PEND-CHARGE-SW    PIC X(2).
001140         10 CA-PEND-TRAN-CODE    PIC S9(3) COMP-3.
001150         10 CA-PEND-REQ-DATE     PIC X(10).
001160         10 CA-PEND-REQ-TIME     PIC X(8).
001170         10 CA-PEND-REQ-SEQ      PIC S9(4) COMP-3.
001180
001190 01  WS-PREV-CHARGE-SW           PIC X(2).
001200 01  WS-PREV-TRAN-CODE           PIC S9(3) COMP-3.
001210
001220 01  WS-EDIT-SWITCHES.
001230     05 WS-EDIT-OK-SW            PIC X(1)     VALUE 'Y'.
001240         88 WS-EDIT-OK                  VALUE 'Y'.
001250         88 WS-EDIT-FAILED              VALUE 'N'.
001260     05 WS-DETAIL-SW             PIC X(1)     VALUE 'N'.
001270         88 WS-DETAIL-YES               VALUE 'Y'.
001280     05 WS-MATCH-SW              PIC X(1)     VALUE 'N'.
001290         88 WS-MATCH-YES                VALUE 'Y'.
001300     05 WS-COVER-SW              PIC X(1)     VALUE 'N'.
001310         88 WS-COVER-YES                VALUE 'Y'.
001320     05 WS-INSERT-SW             PIC X(1)     VALUE 'N'.
001330         88 WS-INSERT-FOUND             VALUE 'Y'.
001340     05 WS-BROWSE-DONE-SW        PIC X(1)     VALUE 'N'.
001350         88 WS-BROWSE-DONE              VALUE 'Y'.
001360     05 WS-PEND-FOUND-SW         PIC X(1)     VALUE 'N'.
001370         88 WS-PEND-FOUND               VALUE 'Y'.
001380     05 WS-SKIP-CURRENT-SW       PIC X(1)     VALUE 'N'.
001390         88 WS-SKIP-CURRENT             VALUE 'Y'.
001400     05 WS-APPLY-OK-SW           PIC X(1)     VALUE 'Y'.
001410         88 WS-APPLY-OK                 VALUE 'Y'.
001420         88 WS-APPLY-FAILED             VALUE 'N'.
001430     05 WS-OVERFLOW-SW           PIC X(1)     VALUE 'N'.
001440         88 WS-TABLE-OVERFLOW           VALUE 'Y'.
001450
001460*****************************************************************
001470*    THE SWITCH/TRAN CODE'S PERIODS, IN EFFECTIVE-FROM ORDER AS  *
001480*    THE KEYED BROWSE RETURNS THEM.  A CHANGE IS APPLIED HERE    *
001490*    FIRST AND CHECKED FOR GAPS AND OVERLAPS BEFORE IT IS HELD   *
001500*    OR APPLIED.  WS-PER-ACTION-SW MARKS WHAT THE CHANGE DID TO  *
001510*    EACH ENTRY - 'S' SHORTENED BY AN ADD, 'U' UPDATED, 'N' NEW. *
001520*****************************************************************
001530 01  WS-PER-MAX                  PIC S9(4) COMP VALUE 40.
001540 01  WS-PER-COUNT                PIC S9(4) COMP VALUE ZERO.
001550 01  WS-PERIOD-TABLE.
001560     05 WS-PER-ENTRY             OCCURS 40 TIMES
001570                                 INDEXED BY WS-PER-IDX
001580                                            WS-PER-IDX2.
001590         10 WS-PER-ROW.
001600             15 WS-PER-CHARGE-SW PIC X(2).
001610             15 WS-PER-TRAN-CODE PIC S9(3) COMP-3.
001620             15 WS-PER-FROM      PIC X(10).
001630             15 WS-PER-TO        PIC X(10).
001640             15 WS-PER-DESC      PIC X(40).
001650             15 WS-PER-FEE-TYPE  PIC X(1).
001660             15 WS-PER-FEE-AMOUNT PIC S9(7)V99 COMP-3.
001670             15 WS-PER-BAL-BASE  PIC X(1).
001680         10 WS-PER-ACTION-SW     PIC X(1).
001690 01  WS-SUB                      PIC S9(4) COMP.
001700 01  WS-INS-POS                  PIC S9(4) COMP.
001710 01  WS-FIRST-SHOWN              PIC S9(4) COMP.
001720 01  WS-LINE-SUB                 PIC S9(4) COMP.
001730
001740*****************************************************************
001750*    THE CHANGE BEING SUBMITTED OR APPROVED, AND THE             *
001760*    DSDS-SPCCDTB ROW IT ALTERS AS IT STOOD BEFOREHAND.          *
001770*****************************************************************
001780 01  WS-CHG-FIELDS.
001790     05 WS-CHG-ACTION            PIC X(1).
001800         88 WS-CHG-ADD                  VALUE 'A'.
001810         88 WS-CHG-PRICING              VALUE 'C'.
001820         88 WS-CHG-END                  VALUE 'E'.
001830     05 WS-CHG-FROM              PIC X(10).
001840     05 WS-CHG-TO                PIC X(10).
001850     05 WS-CHG-DESC              PIC X(40).
001860     05 WS-CHG-FEE-TYPE          PIC X(1).
001870     05 WS-CHG-FEE-AMOUNT        PIC S9(7)V99 COMP-3.
001880     05 WS-CHG-BAL-BASE          PIC X(1).
001890 01  WS-TARGET-IMAGE             PIC X(71).
001900 01  WS-COVER-OLD-TO             PIC X(10).
001910 01  WS-FIND-DATE                PIC X(10).
001920
001930*****************************************************************
001940*    DETAIL FIELDS AS THEY GO BACK TO THE SCREEN - EITHER A      *
001950*    PERIOD FROM THE TABLE, A PENDING CHANGE, OR WHAT THE        *
001960*    OPERATOR KEYED WHEN AN EDIT FAILS.                          *
001970*****************************************************************
001980 01  WS-DETAIL-FIELDS.
001990     05 WS-DTL-ACTION            PIC X(1).
002000     05 WS-DTL-FROM              PIC X(10).
002010     05 WS-DTL-TO                PIC X(10).
002020     05 WS-DTL-FEE-TYPE          PIC X(1).
002030     05 WS-DTL-AMOUNT            PIC X(12).
002040     05 WS-DTL-BAL-BASE          PIC X(1).
002050     05 WS-DTL-DESC              PIC X(40).
002060     05 WS-DTL-RJRSN             PIC X(30).
002070
002080 01  WS-PER-LINES.
002090     05 WS-PER-LINE              PIC X(79) OCCURS 6 TIMES.
002100 01  WS-PEND-TEXT                PIC X(70).
002110 01  WS-MSG-TEXT                 PIC X(79).
002120 01  WS-MSG-HOLD                 PIC X(79).
002130 01  WS-ACTION-WORD              PIC X(6).
002140
002150 01  WS-DSP-AMOUNT               PIC Z(6)9.99.
002160 01  WS-AMOUNT-CHECK             PIC X(12).
002170
002180 01  WS-EDIT-DATE-FIELD          PIC X(10).
002190 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE-FIELD.
002200     05 WS-EDIT-DATE-YYYY        PIC X(4).
002210     05 WS-EDIT-DATE-DASH1       PIC X(1).
002220     05 WS-EDIT-DATE-MM          PIC X(2).
002230     05 WS-EDIT-DATE-DASH2       PIC X(1).
002240     05 WS-EDIT-DATE-DD          PIC X(2).
002250 01  WS-EDIT-DATE-LABEL          PIC X(20).
002260
002270*****************************************************************
002280*    INTEGER-DATE WORK AREAS FOR THE DAY-BEFORE AND GAP          *
002290*    ARITHMETIC - THE SAME TECHNIQUE SPC010 USES TO ROLL A DATE. *
002300*****************************************************************
002310 01  WS-DATE-TEXT.
002320     05 WS-DTX-YYYY              PIC 9(4).
002330     05 FILLER                   PIC X        VALUE '-'.
002340     05 WS-DTX-MM                PIC 9(2).
002350     05 FILLER                   PIC X        VALUE '-'.
002360     05 WS-DTX-DD                PIC 9(2).
002370
002380 01  WS-YYYYMMDD                 PIC 9(8).
002390 01  WS-YYYYMMDD-X REDEFINES WS-YYYYMMDD.
002400     05 WS-YMD-YYYY              PIC 9(4).
002410     05 WS-YMD-MM                PIC 9(2).
002420     05 WS-YMD-DD                PIC 9(2).
002430
002440 01  WS-NEW-YYYYMMDD             PIC 9(8).
002450 01  WS-NEW-YYYYMMDD-X REDEFINES WS-NEW-YYYYMMDD.
002460     05 WS-NEW-YYYY              PIC 9(4).
002470     05 WS-NEW-MM                PIC 9(2).
002480     05 WS-NEW-DD                PIC 9(2).
002490
002500 01  WS-DATE-INTEGER             PIC S9(9) COMP-3.
002510 01  WS-PREV-INTEGER             PIC S9(9) COMP-3.
002520 01  WS-DAY-GAP                  PIC S9(9) COMP-3.
002530
002540 LINKAGE SECTION.
002550 01  DFHCOMMAREA                 PIC X(29).
002560
002570 PROCEDURE DIVISION.
002580 0000-MAINLINE.
002590     EXEC CICS HANDLE CONDITION
002600         MAPFAIL    (0100-MAPFAIL)
002610         ERROR      (9999-ABEND)
002620     END-EXEC.
002630
002640     IF EIBCALEN = ZERO
002650         PERFORM 1000-INITIAL-ENTRY
002660             THRU 1000-INITIAL-ENTRY-EXIT
002670     ELSE
002680         MOVE DFHCOMMAREA TO WS-COMMAREA
002690         PERFORM 2000-RECEIVE-MAP
002700             THRU 2000-RECEIVE-MAP-EXIT
002710     END-IF.
002720
002730     GOBACK.
002740
002750 0100-MAPFAIL.
002760     MOVE LOW-VALUES TO SPC310MO.
002770     MOVE 'PLEASE KEY CHARGE SW/TRAN CODE AND PRESS ENTER'
002780         TO MSGO.
002790     PERFORM 8000-SEND-MAP
002800         THRU 8000-SEND-MAP-EXIT.
002810     EXEC CICS RETURN
002820         TRANSID(WS-TRANID)
002830         COMMAREA(WS-COMMAREA)
002840         LENGTH(LENGTH OF WS-COMMAREA)
002850     END-EXEC.
002860
002870 1000-INITIAL-ENTRY.
002880     MOVE LOW-VALUES TO SPC310MO.
002890     MOVE SPACES TO WS-COMMAREA.
002900     MOVE ZERO TO CA-TRAN-CODE.
002910     PERFORM 8000-SEND-MAP
002920         THRU 8000-SEND-MAP-EXIT.
002930     EXEC CICS RETURN
002940         TRANSID(WS-TRANID)
002950         COMMAREA(WS-COMMAREA)
002960         LENGTH(LENGTH OF WS-COMMAREA)
002970     END-EXEC.
002980 1000-INITIAL-ENTRY-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020*    AID KEYS: ENTER=LOOKUP  PF5=SUBMIT  PF9=APPROVE             *
003030*    PF10=REJECT  PF11=NEXT PENDING  PF3=EXIT.  A CHANGED        *
003040*    SWITCH/TRAN CODE DROPS THE PENDING CHANGE CARRIED FROM THE  *
003050*    LAST SCREEN, SO PF9/PF10 CAN ONLY ACT ON A CHANGE THE       *
003060*    OPERATOR HAS JUST BEEN SHOWN.                               *
003070*****************************************************************
003080 2000-RECEIVE-MAP.
003090     EXEC CICS RECEIVE MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
003100         INTO(SPC310MI)
003110     END-EXEC.
003120
003130     IF EIBAID = DFHPF3
003140         EXEC CICS RETURN END-EXEC
003150     END-IF.
003160
003170     MOVE CA-CHARGE-SW TO WS-PREV-CHARGE-SW.
003180     MOVE CA-TRAN-CODE TO WS-PREV-TRAN-CODE.
003190     MOVE CHGSWI                   TO CA-CHARGE-SW.
003200     MOVE FUNCTION NUMVAL(TRANCDI) TO CA-TRAN-CODE.
003210     IF CA-CHARGE-SW NOT = WS-PREV-CHARGE-SW
003220             OR CA-TRAN-CODE NOT = WS-PREV-TRAN-CODE
003230         MOVE SPACES TO CA-PEND-KEY
003240     END-IF.
003250     MOVE SPACES TO WS-MSG-TEXT WS-PEND-TEXT WS-PER-LINES.
003260     MOVE ZERO TO WS-PER-COUNT.
003270
003280     EVALUATE EIBAID
003290         WHEN DFHPF5
003300             PERFORM 3000-SUBMIT-CHANGE
003310                 THRU 3000-SUBMIT-CHANGE-EXIT
003320         WHEN DFHPF9
003330             PERFORM 4000-APPROVE-CHANGE
003340                 THRU 4000-APPROVE-CHANGE-EXIT
003350         WHEN DFHPF10
003360             PERFORM 4500-REJECT-CHANGE
003370                 THRU 4500-REJECT-CHANGE-EXIT
003380         WHEN DFHPF11
003390             PERFORM 5000-NEXT-PENDING
003400                 THRU 5000-NEXT-PENDING-EXIT
003410         WHEN OTHER
003420             MOVE EFFFRI TO WS-FIND-DATE
003430             PERFORM 2100-LOOKUP
003440                 THRU 2100-LOOKUP-EXIT
003450     END-EVALUATE.
003460     GO TO 6000-REDISPLAY.
003470 2000-RECEIVE-MAP-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510*    LIST THE PERIODS ON FILE AND SHOW ONE IN DETAIL - THE ONE   *
003520*    STARTING ON WS-FIND-DATE IF THERE IS ONE, ELSE THE ONE IN   *
003530*    FORCE TODAY, ELSE THE LATEST.  ANY PENDING CHANGE FOR THE   *
003540*    SWITCH/TRAN CODE GOES ON THE PENDING LINE.                  *
003550*****************************************************************
003560 2100-LOOKUP.
003570     IF CA-CHARGE-SW = SPACES OR CA-CHARGE-SW = LOW-VALUES
003580         MOVE 'PLEASE KEY CHARGE SW/TRAN CODE AND PRESS ENTER'
003590             TO WS-MSG-TEXT
003600         GO TO 2100-LOOKUP-EXIT
003610     END-IF.
003620     PERFORM 7100-LOAD-PERIODS
003630         THRU 7100-LOAD-PERIODS-EXIT.
003640     PERFORM 7300-FIND-PENDING
003650         THRU 7300-FIND-PENDING-EXIT.
003660     IF WS-PER-COUNT = ZERO
003670         MOVE 'NO PERIODS ON FILE - ACTION A AND PF5 ADDS ONE'
003680             TO WS-MSG-TEXT
003690         GO TO 2100-LOOKUP-EXIT
003700     END-IF.
003710     PERFORM 2150-PICK-DETAIL-PERIOD
003720         THRU 2150-PICK-DETAIL-PERIOD-EXIT.
003730 2100-LOOKUP-EXIT.
003740     EXIT.
003750
003760 2150-PICK-DETAIL-PERIOD.
003770     PERFORM 7510-FIND-FROM-DATE
003780         THRU 7510-FIND-FROM-DATE-EXIT.
003790     IF NOT WS-MATCH-YES
003800         PERFORM 7900-GET-TIMESTAMP
003810             THRU 7900-GET-TIMESTAMP-EXIT
003820         MOVE WS-NOW-DATE TO WS-FIND-DATE
003830         PERFORM 7520-FIND-COVERING
003840             THRU 7520-FIND-COVERING-EXIT
003850         IF WS-COVER-YES
003860             SET WS-PER-IDX TO WS-PER-IDX2
003870         ELSE
003880             SET WS-PER-IDX TO WS-PER-COUNT
003890         END-IF
003900     END-IF.
003910     PERFORM 7400-DETAIL-FROM-PERIOD
003920         THRU 7400-DETAIL-FROM-PERIOD-EXIT.
003930 2150-PICK-DETAIL-PERIOD-EXIT.
003940     EXIT.
003950
003960*****************************************************************
003970*    PF5 - EDIT THE KEYED CHANGE, TRY IT AGAINST THE PERIODS ON  *
003980*    FILE, AND HOLD IT ON DSDS.SPCCDPN FOR A SECOND OPERATOR.    *
003990*****************************************************************
004000 3000-SUBMIT-CHANGE.
004010     PERFORM 3050-KEEP-KEYED-DETAIL
004020         THRU 3050-KEEP-KEYED-DETAIL-EXIT.
004030     PERFORM 7100-LOAD-PERIODS
004040         THRU 7100-LOAD-PERIODS-EXIT.
004050     PERFORM 7300-FIND-PENDING
004060         THRU 7300-FIND-PENDING-EXIT.
004070     PERFORM 3100-VALIDATE-FIELDS
004080         THRU 3100-VALIDATE-FIELDS-EXIT.
004090     IF WS-EDIT-FAILED
004100         GO TO 3000-SUBMIT-CHANGE-EXIT
004110     END-IF.
004120     IF WS-PEND-FOUND
004130         MOVE 'A CHANGE IS ALREADY PENDING - DECIDE IT FIRST'
004140             TO WS-MSG-TEXT
004150         GO TO 3000-SUBMIT-CHANGE-EXIT
004160     END-IF.
004170     PERFORM 7500-APPLY-TO-TABLE
004180         THRU 7500-APPLY-TO-TABLE-EXIT.
004190     IF WS-EDIT-OK
004200         PERFORM 7600-CHECK-CONTINUITY
004210             THRU 7600-CHECK-CONTINUITY-EXIT
004220     END-IF.
004230     IF WS-EDIT-FAILED
004240         PERFORM 7100-LOAD-PERIODS
004250             THRU 7100-LOAD-PERIODS-EXIT
004260         GO TO 3000-SUBMIT-CHANGE-EXIT
004270     END-IF.
004280
004290     PERFORM 7900-GET-TIMESTAMP
004300         THRU 7900-GET-TIMESTAMP-EXIT.
004310     MOVE CA-CHARGE-SW        TO CDPN-CHARGE-SW.
004320     MOVE CA-TRAN-CODE        TO CDPN-TRAN-CODE.
004330     MOVE WS-NOW-DATE         TO CDPN-REQ-DATE.
004340     MOVE WS-NOW-TIME         TO CDPN-REQ-TIME.
004350     MOVE WS-REQ-SEQ          TO CDPN-REQ-SEQ.
004360     MOVE WS-CHG-ACTION       TO CDPN-ACTION-SW.
004370     MOVE 'P'                 TO CDPN-STATUS-SW.
004380     MOVE WS-CHG-FROM         TO CDPN-EFF-FROM-DATE.
004390     MOVE WS-CHG-TO           TO CDPN-EFF-TO-DATE.
004400     MOVE WS-CHG-DESC         TO CDPN-DESCRIPTION.
004410     MOVE WS-CHG-FEE-TYPE     TO CDPN-FEE-TYPE.
004420     MOVE WS-CHG-FEE-AMOUNT   TO CDPN-FEE-AMOUNT.
004430     MOVE WS-CHG-BAL-BASE     TO CDPN-BAL-BASE.
004440     MOVE WS-OPERATOR-ID      TO CDPN-REQ-OPERATOR.
004450     MOVE EIBTRMID            TO CDPN-REQ-TERMINAL.
004460     MOVE SPACES              TO CDPN-DEC-OPERATOR
004470                                 CDPN-DEC-TERMINAL
004480                                 CDPN-DEC-DATE
004490                                 CDPN-DEC-TIME
004500                                 CDPN-REJECT-REASON.
004510     MOVE WS-TARGET-IMAGE     TO CDPN-BEFORE-IMAGE.
004520     MOVE CDPN-CHARGE-SW TO PK-CHARGE-SW FK-CDP-CHARGE-SW.
004530     MOVE CDPN-TRAN-CODE TO PK-TRAN-CODE FK-CDP-TRAN-CODE.
004540     MOVE CDPN-REQ-DATE  TO PK-REQ-DATE  FK-CDP-REQ-DATE.
004550     MOVE CDPN-REQ-TIME  TO PK-REQ-TIME  FK-CDP-REQ-TIME.
004560     MOVE CDPN-REQ-SEQ   TO PK-REQ-SEQ   FK-CDP-REQ-SEQ.
004570     MOVE DSDS-SPCCDPN   TO FD-SPCCDPN-DATA.
004580     EXEC CICS WRITE FILE('SPCCDPN')
004590         FROM(WS-SPCCDPN-REC)
004600         RIDFLD(WS-SPCCDPN-KEY)
004610         RESP(WS-RESP-CODE)
004620     END-EXEC.
004630     PERFORM 7100-LOAD-PERIODS
004640         THRU 7100-LOAD-PERIODS-EXIT.
004650     IF WS-RESP-CODE = DFHRESP(DUPREC)
004660         MOVE 'DUPLICATE REQUEST KEY - PRESS PF5 AGAIN'
004670             TO WS-MSG-TEXT
004680         GO TO 3000-SUBMIT-CHANGE-EXIT
004690     END-IF.
004700     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
004710         MOVE 'SUBMIT FAILED - SEE CICS STATUS LOG' TO WS-MSG-TEXT
004720         GO TO 3000-SUBMIT-CHANGE-EXIT
004730     END-IF.
004740     MOVE WS-SPCCDPN-KEY TO CA-PEND-KEY.
004750     PERFORM 7350-BUILD-PEND-TEXT
004760         THRU 7350-BUILD-PEND-TEXT-EXIT.
004770     MOVE 'SUBMITTED - A SECOND OPERATOR MUST APPROVE'
004780         TO WS-MSG-TEXT.
004790 3000-SUBMIT-CHANGE-EXIT.
004800     EXIT.
004810
004820 3050-KEEP-KEYED-DETAIL.
004830     MOVE 'Y' TO WS-DETAIL-SW.
004840     MOVE ACTNI   TO WS-DTL-ACTION.
004850     MOVE EFFFRI  TO WS-DTL-FROM.
004860     MOVE EFFTOI  TO WS-DTL-TO.
004870     MOVE FEETYPI TO WS-DTL-FEE-TYPE.
004880     MOVE FEEAMTI TO WS-DTL-AMOUNT.
004890     MOVE BALBASI TO WS-DTL-BAL-BASE.
004900     MOVE DESCI   TO WS-DTL-DESC.
004910     MOVE RJRSNI  TO WS-DTL-RJRSN.
004920 3050-KEEP-KEYED-DETAIL-EXIT.
004930     EXIT.
004940
004950*****************************************************************
004960*    FIELD-LEVEL EDITS.  EVERY ACTION NEEDS THE SWITCH AND A     *
004970*    VALID EFFECTIVE-FROM DATE.  AN ADD OR PRICING CHANGE NEEDS  *
004980*    A DESCRIPTION, FEE TYPE F OR P, A NON-NEGATIVE AMOUNT, AND  *
004990*    ON A PERCENT ROW A BALANCE BASE OF A OR E.  AN ADD MAY      *
005000*    LEAVE EFF TO BLANK; AN END-DATE MUST KEY IT.                *
005010*****************************************************************
005020 3100-VALIDATE-FIELDS.
005030     MOVE 'Y' TO WS-EDIT-OK-SW.
005040     MOVE SPACES TO WS-CHG-FIELDS.
005050     MOVE ZERO TO WS-CHG-FEE-AMOUNT.
005060
005070     IF CA-CHARGE-SW = SPACES OR CA-CHARGE-SW = LOW-VALUES
005080         MOVE 'CHARGE SWITCH IS REQUIRED' TO WS-MSG-TEXT
005090         MOVE 'N' TO WS-EDIT-OK-SW
005100         GO TO 3100-VALIDATE-FIELDS-EXIT
005110     END-IF.
005120
005130     MOVE WS-DTL-ACTION TO WS-CHG-ACTION.
005140     IF NOT WS-CHG-ADD AND NOT WS-CHG-PRICING AND NOT WS-CHG-END
005150         MOVE 'INVALID ACTION - MUST BE A, C OR E' TO WS-MSG-TEXT
005160         MOVE 'N' TO WS-EDIT-OK-SW
005170         GO TO 3100-VALIDATE-FIELDS-EXIT
005180     END-IF.
005190
005200     MOVE 'EFF FROM' TO WS-EDIT-DATE-LABEL.
005210     MOVE WS-DTL-FROM TO WS-EDIT-DATE-FIELD.
005220     PERFORM 3150-VALIDATE-ONE-DATE
005230         THRU 3150-VALIDATE-ONE-DATE-EXIT.
005240     IF WS-EDIT-FAILED
005250         GO TO 3100-VALIDATE-FIELDS-EXIT
005260     END-IF.
005270     MOVE WS-DTL-FROM TO WS-CHG-FROM.
005280
005290     IF WS-DTL-TO = SPACES OR WS-DTL-TO = LOW-VALUES
005300         IF WS-CHG-END
005310             MOVE 'EFF TO IS REQUIRED TO END-DATE A PERIOD'
005320                 TO WS-MSG-TEXT
005330             MOVE 'N' TO WS-EDIT-OK-SW
005340             GO TO 3100-VALIDATE-FIELDS-EXIT
005350         END-IF
005360     ELSE
005370         IF NOT WS-CHG-PRICING
005380             MOVE 'EFF TO' TO WS-EDIT-DATE-LABEL
005390             MOVE WS-DTL-TO TO WS-EDIT-DATE-FIELD
005400             PERFORM 3150-VALIDATE-ONE-DATE
005410                 THRU 3150-VALIDATE-ONE-DATE-EXIT
005420             IF WS-EDIT-FAILED
005430                 GO TO 3100-VALIDATE-FIELDS-EXIT
005440             END-IF
005450             IF WS-DTL-TO < WS-DTL-FROM
005460                 MOVE 'EFF TO MAY NOT PRECEDE EFF FROM'
005470                     TO WS-MSG-TEXT
005480                 MOVE 'N' TO WS-EDIT-OK-SW
005490                 GO TO 3100-VALIDATE-FIELDS-EXIT
005500             END-IF
005510             MOVE WS-DTL-TO TO WS-CHG-TO
005520         END-IF
005530     END-IF.
005540
005550     IF WS-CHG-END
005560         GO TO 3100-VALIDATE-FIELDS-EXIT
005570     END-IF.
005580
005590     IF WS-DTL-DESC = SPACES OR WS-DTL-DESC = LOW-VALUES
005600         MOVE 'DESCRIPTION IS REQUIRED' TO WS-MSG-TEXT
005610         MOVE 'N' TO WS-EDIT-OK-SW
005620         GO TO 3100-VALIDATE-FIELDS-EXIT
005630     END-IF.
005640     MOVE WS-DTL-DESC TO WS-CHG-DESC.
005650
005660     IF WS-DTL-FEE-TYPE NOT = 'F' AND WS-DTL-FEE-TYPE NOT = 'P'
005670         MOVE 'INVALID FEE TYPE - MUST BE F (FLAT) OR P (PERCENT)'
005680             TO WS-MSG-TEXT
005690         MOVE 'N' TO WS-EDIT-OK-SW
005700         GO TO 3100-VALIDATE-FIELDS-EXIT
005710     END-IF.
005720     MOVE WS-DTL-FEE-TYPE TO WS-CHG-FEE-TYPE.
005730
005740     PERFORM 3160-EDIT-AMOUNT
005750         THRU 3160-EDIT-AMOUNT-EXIT.
005760     IF WS-EDIT-FAILED
005770         GO TO 3100-VALIDATE-FIELDS-EXIT
005780     END-IF.
005790
005800     IF WS-CHG-FEE-TYPE = 'P'
005810         IF WS-DTL-BAL-BASE NOT = 'A'
005820                 AND WS-DTL-BAL-BASE NOT = 'E'
005830             MOVE 'PERCENT FEE NEEDS BAL BASE A OR E'
005840                 TO WS-MSG-TEXT
005850             MOVE 'N' TO WS-EDIT-OK-SW
005860             GO TO 3100-VALIDATE-FIELDS-EXIT
005870         END-IF
005880         MOVE WS-DTL-BAL-BASE TO WS-CHG-BAL-BASE
005890     ELSE
005900         MOVE SPACE TO WS-CHG-BAL-BASE
005910     END-IF.
005920 3100-VALIDATE-FIELDS-EXIT.
005930     EXIT.
005940
005950*****************************************************************
005960*    ONE KEYED-IN DATE, STAGED INTO WS-EDIT-DATE-FIELD BY THE    *
005970*    CALLER, MUST BE A REAL YYYY-MM-DD CALENDAR DATE - THE TEXT  *
005980*    SHAPE CDTB-EFF-FROM-DATE/CDTB-EFF-TO-DATE CARRY AND THE     *
005990*    PRICING PROGRAMS COMPARE DIRECTLY AS TEXT.                  *
006000*****************************************************************
006010 3150-VALIDATE-ONE-DATE.
006020     IF WS-EDIT-DATE-DASH1 NOT = '-'
006030             OR WS-EDIT-DATE-DASH2 NOT = '-'
006040             OR WS-EDIT-DATE-YYYY NOT NUMERIC
006050             OR WS-EDIT-DATE-MM NOT NUMERIC
006060             OR WS-EDIT-DATE-DD NOT NUMERIC
006070         STRING FUNCTION TRIM(WS-EDIT-DATE-LABEL)
006080             DELIMITED BY SIZE
006090             ' MUST BE YYYY-MM-DD' DELIMITED BY SIZE
006100             INTO WS-MSG-TEXT
006110         MOVE 'N' TO WS-EDIT-OK-SW
006120         GO TO 3150-VALIDATE-ONE-DATE-EXIT
006130     END-IF.
006140     MOVE WS-EDIT-DATE-FIELD TO WS-DATE-TEXT.
006150     PERFORM 7800-DATE-TO-INTEGER
006160         THRU 7800-DATE-TO-INTEGER-EXIT.
006170     IF WS-DTX-MM < 1 OR WS-DTX-MM > 12
006180             OR WS-DTX-DD < 1 OR WS-DTX-DD > 31
006190             OR WS-DATE-INTEGER NOT > ZERO
006200         STRING FUNCTION TRIM(WS-EDIT-DATE-LABEL)
006210             DELIMITED BY SIZE
006220             ' IS NOT A CALENDAR DATE' DELIMITED BY SIZE
006230             INTO WS-MSG-TEXT
006240         MOVE 'N' TO WS-EDIT-OK-SW
006250     END-IF.
006260 3150-VALIDATE-ONE-DATE-EXIT.
006270     EXIT.
006280
006290 3160-EDIT-AMOUNT.
006300     MOVE WS-DTL-AMOUNT TO WS-AMOUNT-CHECK.
006310     INSPECT WS-AMOUNT-CHECK REPLACING ALL LOW-VALUE BY SPACE.
006320     IF WS-AMOUNT-CHECK = SPACES
006330         MOVE 'AMOUNT/RATE IS REQUIRED' TO WS-MSG-TEXT
006340         MOVE 'N' TO WS-EDIT-OK-SW
006350         GO TO 3160-EDIT-AMOUNT-EXIT
006360     END-IF.
006370     INSPECT WS-AMOUNT-CHECK CONVERTING '0123456789.'
006380         TO '           '.
006390     IF WS-AMOUNT-CHECK NOT = SPACES
006400         MOVE 'AMOUNT/RATE MUST BE DIGITS AND A POINT'
006410             TO WS-MSG-TEXT
006420         MOVE 'N' TO WS-EDIT-OK-SW
006430         GO TO 3160-EDIT-AMOUNT-EXIT
006440     END-IF.
006450     MOVE WS-DTL-AMOUNT TO WS-AMOUNT-CHECK.
006460     INSPECT WS-AMOUNT-CHECK REPLACING ALL LOW-VALUE BY SPACE.
006470     IF FUNCTION NUMVAL(WS-AMOUNT-CHECK) > 9999999.99
006480         MOVE 'AMOUNT/RATE IS TOO LARGE' TO WS-MSG-TEXT
006490         MOVE 'N' TO WS-EDIT-OK-SW
006500         GO TO 3160-EDIT-AMOUNT-EXIT
006510     END-IF.
006520     MOVE FUNCTION NUMVAL(WS-AMOUNT-CHECK) TO WS-CHG-FEE-AMOUNT.
006530 3160-EDIT-AMOUNT-EXIT.
006540     EXIT.
006550
006560*****************************************************************
006570*    PF9 - APPROVE THE PENDING CHANGE ON SCREEN.  THE APPROVER   *
006580*    MUST NOT BE THE OPERATOR WHO SUBMITTED IT.  THE CHANGE IS   *
006590*    TRIED AGAIN AGAINST THE PERIODS AS THEY STAND NOW, SINCE    *
006600*    ANOTHER CHANGE MAY HAVE BEEN APPLIED SINCE IT WAS SUBMITTED.*
006610*****************************************************************
006620 4000-APPROVE-CHANGE.
006630     IF CA-PEND-REQ-DATE = SPACES
006640         PERFORM 2100-LOOKUP
006650             THRU 2100-LOOKUP-EXIT
006660         MOVE 'NO PENDING CHANGE ON SCREEN - USE ENTER OR PF11'
006670             TO WS-MSG-TEXT
006680         GO TO 4000-APPROVE-CHANGE-EXIT
006690     END-IF.
006700     PERFORM 4900-READ-PENDING-FOR-UPDATE
006710         THRU 4900-READ-PENDING-FOR-UPDATE-EXIT.
006720     IF WS-EDIT-FAILED
006730         GO TO 4000-APPROVE-CHANGE-EXIT
006740     END-IF.
006750     IF CDPN-REQ-OPERATOR = WS-OPERATOR-ID
006760         EXEC CICS UNLOCK FILE('SPCCDPN') END-EXEC
006770         PERFORM 7100-LOAD-PERIODS
006780             THRU 7100-LOAD-PERIODS-EXIT
006790         PERFORM 7350-BUILD-PEND-TEXT
006800             THRU 7350-BUILD-PEND-TEXT-EXIT
006810         PERFORM 7450-DETAIL-FROM-PENDING
006820             THRU 7450-DETAIL-FROM-PENDING-EXIT
006830         MOVE 'APPROVER MUST NOT BE THE SUBMITTING OPERATOR'
006840             TO WS-MSG-TEXT
006850         GO TO 4000-APPROVE-CHANGE-EXIT
006860     END-IF.
006870
006880     MOVE CDPN-ACTION-SW     TO WS-CHG-ACTION.
006890     MOVE CDPN-EFF-FROM-DATE TO WS-CHG-FROM.
006900     MOVE CDPN-EFF-TO-DATE   TO WS-CHG-TO.
006910     MOVE CDPN-DESCRIPTION   TO WS-CHG-DESC.
006920     MOVE CDPN-FEE-TYPE      TO WS-CHG-FEE-TYPE.
006930     MOVE CDPN-FEE-AMOUNT    TO WS-CHG-FEE-AMOUNT.
006940     MOVE CDPN-BAL-BASE      TO WS-CHG-BAL-BASE.
006950     PERFORM 7100-LOAD-PERIODS
006960         THRU 7100-LOAD-PERIODS-EXIT.
006970     PERFORM 7500-APPLY-TO-TABLE
006980         THRU 7500-APPLY-TO-TABLE-EXIT.
006990     IF WS-EDIT-OK
007000         PERFORM 7600-CHECK-CONTINUITY
007010             THRU 7600-CHECK-CONTINUITY-EXIT
007020     END-IF.
007030     IF WS-EDIT-FAILED
007040         EXEC CICS UNLOCK FILE('SPCCDPN') END-EXEC
007050         MOVE WS-MSG-TEXT TO WS-MSG-HOLD
007060         MOVE SPACES TO WS-MSG-TEXT
007070         STRING 'CANNOT APPLY, REJECT IT - ' WS-MSG-HOLD
007080             DELIMITED BY SIZE
007090             INTO WS-MSG-TEXT
007100         PERFORM 7100-LOAD-PERIODS
007110             THRU 7100-LOAD-PERIODS-EXIT
007120         PERFORM 7350-BUILD-PEND-TEXT
007130             THRU 7350-BUILD-PEND-TEXT-EXIT
007140         PERFORM 7450-DETAIL-FROM-PENDING
007150             THRU 7450-DETAIL-FROM-PENDING-EXIT
007160         GO TO 4000-APPROVE-CHANGE-EXIT
007170     END-IF.
007180
007190     MOVE 'Y' TO WS-APPLY-OK-SW.
007200     PERFORM 4100-APPLY-ONE-PERIOD
007210         THRU 4100-APPLY-ONE-PERIOD-EXIT
007220         VARYING WS-PER-IDX FROM 1 BY 1
007230         UNTIL WS-PER-IDX > WS-PER-COUNT OR WS-APPLY-FAILED.
007240     IF WS-APPLY-OK
007250         MOVE 'A'             TO CDPN-STATUS-SW
007260         MOVE WS-OPERATOR-ID  TO CDPN-DEC-OPERATOR
007270         MOVE EIBTRMID        TO CDPN-DEC-TERMINAL
007280         MOVE WS-NOW-DATE     TO CDPN-DEC-DATE
007290         MOVE WS-NOW-TIME     TO CDPN-DEC-TIME
007300         MOVE WS-TARGET-IMAGE TO CDPN-BEFORE-IMAGE
007310         MOVE DSDS-SPCCDPN    TO FD-SPCCDPN-DATA
007320         EXEC CICS REWRITE FILE('SPCCDPN')
007330             FROM(WS-SPCCDPN-REC)
007340             RESP(WS-RESP-CODE)
007350         END-EXEC
007360         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007370             MOVE 'N' TO WS-APPLY-OK-SW
007380         END-IF
007390     END-IF.
007400     IF WS-APPLY-FAILED
007410         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
007420         MOVE 'APPROVE FAILED - NOTHING APPLIED, SEE LOG'
007430             TO WS-MSG-TEXT
007440     ELSE
007450         MOVE SPACES TO CA-PEND-KEY
007460         MOVE 'CHANGE APPROVED AND APPLIED TO THE FEE TABLE'
007470             TO WS-MSG-TEXT
007480     END-IF.
007490     MOVE CDPN-EFF-FROM-DATE TO WS-FIND-DATE.
007500     MOVE WS-MSG-TEXT TO WS-MSG-HOLD.
007510     PERFORM 2100-LOOKUP
007520         THRU 2100-LOOKUP-EXIT.
007530     MOVE WS-MSG-HOLD TO WS-MSG-TEXT.
007540 4000-APPROVE-CHANGE-EXIT.
007550     EXIT.
007560
007570*****************************************************************
007580*    WRITE ONE CHANGED TABLE ENTRY BACK - A NEW PERIOD IS        *
007590*    WRITTEN, A SHORTENED OR UPDATED ONE IS READ FOR UPDATE AND  *
007600*    REWRITTEN.  UNTOUCHED ENTRIES ARE SKIPPED.                  *
007610*****************************************************************
007620 4100-APPLY-ONE-PERIOD.
007630     IF WS-PER-ACTION-SW(WS-PER-IDX) = SPACE
007640         GO TO 4100-APPLY-ONE-PERIOD-EXIT
007650     END-IF.
007660     MOVE WS-PER-CHARGE-SW(WS-PER-IDX) TO DK-CHARGE-SW.
007670     MOVE WS-PER-TRAN-CODE(WS-PER-IDX) TO DK-TRAN-CODE.
007680     MOVE WS-PER-FROM(WS-PER-IDX)      TO DK-EFF-FROM.
007690     IF WS-PER-ACTION-SW(WS-PER-IDX) NOT = 'N'
007700         EXEC CICS READ FILE('SPCCDTB')
007710             INTO(WS-SPCCDTB-REC)
007720             RIDFLD(WS-SPCCDTB-KEY)
007730             UPDATE
007740             RESP(WS-RESP-CODE)
007750         END-EXEC
007760         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007770             MOVE 'N' TO WS-APPLY-OK-SW
007780             GO TO 4100-APPLY-ONE-PERIOD-EXIT
007790         END-IF
007800     END-IF.
007810     MOVE WS-PER-ROW(WS-PER-IDX) TO DSDS-SPCCDTB.
007820     MOVE CDTB-CHARGE-SW     TO FK-CDTB-CHARGE-SW.
007830     MOVE CDTB-TRAN-CODE     TO FK-CDTB-TRAN-CODE.
007840     MOVE CDTB-EFF-FROM-DATE TO FK-CDTB-EFF-FROM.
007850     MOVE DSDS-SPCCDTB       TO FD-SPCCDTB-DATA.
007860     IF WS-PER-ACTION-SW(WS-PER-IDX) = 'N'
007870         EXEC CICS WRITE FILE('SPCCDTB')
007880             FROM(WS-SPCCDTB-REC)
007890             RIDFLD(WS-SPCCDTB-KEY)
007900             RESP(WS-RESP-CODE)
007910         END-EXEC
007920     ELSE
007930         EXEC CICS REWRITE FILE('SPCCDTB')
007940             FROM(WS-SPCCDTB-REC)
007950             RESP(WS-RESP-CODE)
007960         END-EXEC
007970     END-IF.
007980     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007990         MOVE 'N' TO WS-APPLY-OK-SW
008000     END-IF.
008010 4100-APPLY-ONE-PERIOD-EXIT.
008020     EXIT.
008030
008040*****************************************************************
008050*    PF10 - REJECT THE PENDING CHANGE ON SCREEN.  A REASON IS    *
008060*    REQUIRED.  ANY OPERATOR MAY REJECT - THE ONE WHO SUBMITTED  *
008070*    IT DOES SO TO WITHDRAW IT.                                  *
008080*****************************************************************
008090 4500-REJECT-CHANGE.
008100     IF CA-PEND-REQ-DATE = SPACES
008110         PERFORM 2100-LOOKUP
008120             THRU 2100-LOOKUP-EXIT
008130         MOVE 'NO PENDING CHANGE ON SCREEN - USE ENTER OR PF11'
008140             TO WS-MSG-TEXT
008150         GO TO 4500-REJECT-CHANGE-EXIT
008160     END-IF.
008170     PERFORM 4900-READ-PENDING-FOR-UPDATE
008180         THRU 4900-READ-PENDING-FOR-UPDATE-EXIT.
008190     IF WS-EDIT-FAILED
008200         GO TO 4500-REJECT-CHANGE-EXIT
008210     END-IF.
008220     IF RJRSNI = SPACES OR RJRSNI = LOW-VALUES
008230         EXEC CICS UNLOCK FILE('SPCCDPN') END-EXEC
008240         PERFORM 7100-LOAD-PERIODS
008250             THRU 7100-LOAD-PERIODS-EXIT
008260         PERFORM 7350-BUILD-PEND-TEXT
008270             THRU 7350-BUILD-PEND-TEXT-EXIT
008280         PERFORM 7450-DETAIL-FROM-PENDING
008290             THRU 7450-DETAIL-FROM-PENDING-EXIT
008300         MOVE 'KEY A REJECT REASON BEFORE PRESSING PF10'
008310             TO WS-MSG-TEXT
008320         GO TO 4500-REJECT-CHANGE-EXIT
008330     END-IF.
008340     MOVE 'R'             TO CDPN-STATUS-SW.
008350     MOVE WS-OPERATOR-ID  TO CDPN-DEC-OPERATOR.
008360     MOVE EIBTRMID        TO CDPN-DEC-TERMINAL.
008370     MOVE WS-NOW-DATE     TO CDPN-DEC-DATE.
008380     MOVE WS-NOW-TIME     TO CDPN-DEC-TIME.
008390     MOVE RJRSNI          TO CDPN-REJECT-REASON.
008400     MOVE DSDS-SPCCDPN    TO FD-SPCCDPN-DATA.
008410     EXEC CICS REWRITE FILE('SPCCDPN')
008420         FROM(WS-SPCCDPN-REC)
008430         RESP(WS-RESP-CODE)
008440     END-EXEC.
008450     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
008460         MOVE 'REJECT FAILED - SEE CICS STATUS LOG' TO WS-MSG-HOLD
008470     ELSE
008480         MOVE SPACES TO CA-PEND-KEY
008490         IF CDPN-REQ-OPERATOR = WS-OPERATOR-ID
008500             MOVE 'CHANGE WITHDRAWN' TO WS-MSG-HOLD
008510         ELSE
008520             MOVE 'CHANGE REJECTED' TO WS-MSG-HOLD
008530         END-IF
008540     END-IF.
008550     MOVE CDPN-EFF-FROM-DATE TO WS-FIND-DATE.
008560     PERFORM 2100-LOOKUP
008570         THRU 2100-LOOKUP-EXIT.
008580     MOVE WS-MSG-HOLD TO WS-MSG-TEXT.
008590 4500-REJECT-CHANGE-EXIT.
008600     EXIT.
008610
008620*****************************************************************
008630*    READ THE PENDING CHANGE ON SCREEN FOR UPDATE AND MAKE SURE  *
008640*    NOBODY HAS DECIDED IT SINCE IT WAS SHOWN.  ALSO PICKS UP    *
008650*    THE OPERATOR AND TIMESTAMP FOR THE DECISION.                *
008660*****************************************************************
008670 4900-READ-PENDING-FOR-UPDATE.
008680     MOVE 'Y' TO WS-EDIT-OK-SW.
008690     PERFORM 7900-GET-TIMESTAMP
008700         THRU 7900-GET-TIMESTAMP-EXIT.
008710     MOVE CA-PEND-KEY TO WS-SPCCDPN-KEY.
008720     EXEC CICS READ FILE('SPCCDPN')
008730         INTO(WS-SPCCDPN-REC)
008740         RIDFLD(WS-SPCCDPN-KEY)
008750         UPDATE
008760         RESP(WS-RESP-CODE)
008770     END-EXEC.
008780     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
008790         MOVE 'N' TO WS-EDIT-OK-SW
008800         MOVE SPACES TO CA-PEND-KEY
008810         MOVE SPACES TO WS-FIND-DATE
008820         PERFORM 2100-LOOKUP
008830             THRU 2100-LOOKUP-EXIT
008840         MOVE 'PENDING CHANGE NO LONGER ON FILE' TO WS-MSG-TEXT
008850         GO TO 4900-READ-PENDING-FOR-UPDATE-EXIT
008860     END-IF.
008870     MOVE FD-SPCCDPN-DATA TO DSDS-SPCCDPN.
008880     MOVE CDPN-CHARGE-SW TO CA-CHARGE-SW.
008890     MOVE CDPN-TRAN-CODE TO CA-TRAN-CODE.
008900     IF NOT CDPN-PENDING
008910         EXEC CICS UNLOCK FILE('SPCCDPN') END-EXEC
008920         MOVE 'N' TO WS-EDIT-OK-SW
008930         MOVE SPACES TO CA-PEND-KEY
008940         MOVE CDPN-EFF-FROM-DATE TO WS-FIND-DATE
008950         PERFORM 2100-LOOKUP
008960             THRU 2100-LOOKUP-EXIT
008970         MOVE 'THAT CHANGE HAS ALREADY BEEN APPROVED OR REJECTED'
008980             TO WS-MSG-TEXT
008990     END-IF.
009000 4900-READ-PENDING-FOR-UPDATE-EXIT.
009010     EXIT.
009020
009030*****************************************************************
009040*    PF11 - STEP TO THE NEXT PENDING CHANGE, ACROSS ALL CHARGE   *
009050*    SWITCHES, AFTER THE ONE ON SCREEN (FROM THE TOP WHEN NONE   *
009060*    IS ON SCREEN) AND SHOW WHAT IT PROPOSES.                    *
009070*****************************************************************
009080 5000-NEXT-PENDING.
009090     IF CA-PEND-REQ-DATE = SPACES
009100         MOVE LOW-VALUES TO WS-SPCCDPN-KEY
009110         MOVE 'N' TO WS-SKIP-CURRENT-SW
009120     ELSE
009130         MOVE CA-PEND-KEY TO WS-SPCCDPN-KEY
009140         MOVE 'Y' TO WS-SKIP-CURRENT-SW
009150     END-IF.
009160     MOVE 'N' TO WS-PEND-FOUND-SW.
009170     MOVE 'N' TO WS-BROWSE-DONE-SW.
009180     EXEC CICS STARTBR FILE('SPCCDPN')
009190         RIDFLD(WS-SPCCDPN-KEY)
009200         GTEQ
009210         RESP(WS-RESP-CODE)
009220     END-EXEC.
009230     IF WS-RESP-CODE = DFHRESP(NORMAL)
009240         PERFORM 5100-READ-PEND-NEXT
009250             THRU 5100-READ-PEND-NEXT-EXIT
009260             UNTIL WS-PEND-FOUND OR WS-BROWSE-DONE
009270         EXEC CICS ENDBR FILE('SPCCDPN') END-EXEC
009280     END-IF.
009290     IF NOT WS-PEND-FOUND
009300         MOVE SPACES TO CA-PEND-KEY
009310         MOVE SPACES TO WS-FIND-DATE
009320         IF CA-CHARGE-SW NOT = SPACES
009330                 AND CA-CHARGE-SW NOT = LOW-VALUES
009340             PERFORM 2100-LOOKUP
009350                 THRU 2100-LOOKUP-EXIT
009360         END-IF
009370         MOVE 'NO MORE PENDING CHANGES - PF11 STARTS OVER'
009380             TO WS-MSG-TEXT
009390         GO TO 5000-NEXT-PENDING-EXIT
009400     END-IF.
009410     MOVE WS-SPCCDPN-KEY TO CA-PEND-KEY.
009420     MOVE CDPN-CHARGE-SW TO CA-CHARGE-SW.
009430     MOVE CDPN-TRAN-CODE TO CA-TRAN-CODE.
009440     PERFORM 7100-LOAD-PERIODS
009450         THRU 7100-LOAD-PERIODS-EXIT.
009460     PERFORM 7350-BUILD-PEND-TEXT
009470         THRU 7350-BUILD-PEND-TEXT-EXIT.
009480     PERFORM 7450-DETAIL-FROM-PENDING
009490         THRU 7450-DETAIL-FROM-PENDING-EXIT.
009500     MOVE 'PF9 APPROVES, PF10 REJECTS, PF11 FOR NEXT'
009510         TO WS-MSG-TEXT.
009520 5000-NEXT-PENDING-EXIT.
009530     EXIT.
009540
009550 5100-READ-PEND-NEXT.
009560     EXEC CICS READNEXT FILE('SPCCDPN')
009570         INTO(WS-SPCCDPN-REC)
009580         RIDFLD(WS-SPCCDPN-KEY)
009590         RESP(WS-RESP-CODE)
009600     END-EXEC.
009610     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
009620         MOVE 'Y' TO WS-BROWSE-DONE-SW
009630         GO TO 5100-READ-PEND-NEXT-EXIT
009640     END-IF.
009650     IF WS-SKIP-CURRENT AND WS-SPCCDPN-KEY = CA-PEND-KEY
009660         GO TO 5100-READ-PEND-NEXT-EXIT
009670     END-IF.
009680     MOVE FD-SPCCDPN-DATA TO DSDS-SPCCDPN.
009690     IF CDPN-PENDING
009700         MOVE 'Y' TO WS-PEND-FOUND-SW
009710     END-IF.
009720 5100-READ-PEND-NEXT-EXIT.
009730     EXIT.
009740
009750*****************************************************************
009760*    REFRESH THE SCREEN FROM THE KEY, THE DETAIL FIELDS, THE     *
009770*    PERIOD TABLE AND THE PENDING LINE, THEN SEND IT BACK.       *
009780*****************************************************************
009790 6000-REDISPLAY.
009800     MOVE LOW-VALUES TO SPC310MO.
009810     MOVE CA-CHARGE-SW TO CHGSWO.
009820     MOVE CA-TRAN-CODE TO TRANCDO.
009830     IF WS-DETAIL-YES
009840         MOVE WS-DTL-ACTION   TO ACTNO
009850         MOVE WS-DTL-FROM     TO EFFFRO
009860         MOVE WS-DTL-TO       TO EFFTOO
009870         MOVE WS-DTL-FEE-TYPE TO FEETYPO
009880         MOVE WS-DTL-AMOUNT   TO FEEAMTO
009890         MOVE WS-DTL-BAL-BASE TO BALBASO
009900         MOVE WS-DTL-DESC     TO DESCO
009910         MOVE WS-DTL-RJRSN    TO RJRSNO
009920     END-IF.
009930     PERFORM 6100-BUILD-PERIOD-LINES
009940         THRU 6100-BUILD-PERIOD-LINES-EXIT.
009950     MOVE WS-PER-LINE(1) TO PER1O.
009960     MOVE WS-PER-LINE(2) TO PER2O.
009970     MOVE WS-PER-LINE(3) TO PER3O.
009980     MOVE WS-PER-LINE(4) TO PER4O.
009990     MOVE WS-PER-LINE(5) TO PER5O.
010000     MOVE WS-PER-LINE(6) TO PER6O.
010010     MOVE WS-PEND-TEXT TO PENDO.
010020     MOVE WS-MSG-TEXT  TO MSGO.
010030     PERFORM 8000-SEND-MAP
010040         THRU 8000-SEND-MAP-EXIT.
010050     EXEC CICS RETURN
010060         TRANSID(WS-TRANID)
010070         COMMAREA(WS-COMMAREA)
010080         LENGTH(LENGTH OF WS-COMMAREA)
010090     END-EXEC.
010100
010110*****************************************************************
010120*    SIX LINES FIT - WITH MORE PERIODS THAN THAT ON FILE THE     *
010130*    LATEST SIX ARE SHOWN, SINCE THE OLD ONES NO LONGER PRICE    *
010140*    ANYTHING BUT LATE CORRECTIONS.                              *
010150*****************************************************************
010160 6100-BUILD-PERIOD-LINES.
010170     MOVE SPACES TO WS-PER-LINES.
010180     IF WS-PER-COUNT > 6
010190         COMPUTE WS-FIRST-SHOWN = WS-PER-COUNT - 5
010200     ELSE
010210         MOVE 1 TO WS-FIRST-SHOWN
010220     END-IF.
010230     PERFORM 6110-BUILD-ONE-LINE
010240         THRU 6110-BUILD-ONE-LINE-EXIT
010250         VARYING WS-LINE-SUB FROM 1 BY 1
010260         UNTIL WS-LINE-SUB > 6.
010270 6100-BUILD-PERIOD-LINES-EXIT.
010280     EXIT.
010290
010300 6110-BUILD-ONE-LINE.
010310     COMPUTE WS-SUB = WS-FIRST-SHOWN + WS-LINE-SUB - 1.
010320     IF WS-SUB > WS-PER-COUNT
010330         GO TO 6110-BUILD-ONE-LINE-EXIT
010340     END-IF.
010350     MOVE WS-PER-FEE-AMOUNT(WS-SUB) TO WS-DSP-AMOUNT.
010360     STRING WS-PER-FROM(WS-SUB) ' - ' WS-PER-TO(WS-SUB)
010370             '  ' WS-PER-FEE-TYPE(WS-SUB)
010380             ' ' WS-DSP-AMOUNT
010390             ' ' WS-PER-BAL-BASE(WS-SUB)
010400             '  ' WS-PER-DESC(WS-SUB)
010410             DELIMITED BY SIZE
010420             INTO WS-PER-LINE(WS-LINE-SUB).
010430 6110-BUILD-ONE-LINE-EXIT.
010440     EXIT.
010450
010460*****************************************************************
010470*    LOAD THE SWITCH/TRAN CODE'S PERIODS INTO WS-PERIOD-TABLE.   *
010480*****************************************************************
010490 7100-LOAD-PERIODS.
010500     MOVE ZERO TO WS-PER-COUNT.
010510     MOVE 'N' TO WS-BROWSE-DONE-SW.
010520     MOVE 'N' TO WS-OVERFLOW-SW.
010530     MOVE CA-CHARGE-SW TO DK-CHARGE-SW.
010540     MOVE CA-TRAN-CODE TO DK-TRAN-CODE.
010550     MOVE LOW-VALUES   TO DK-EFF-FROM.
010560     EXEC CICS STARTBR FILE('SPCCDTB')
010570         RIDFLD(WS-SPCCDTB-KEY)
010580         GTEQ
010590         RESP(WS-RESP-CODE)
010600     END-EXEC.
010610     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
010620         GO TO 7100-LOAD-PERIODS-EXIT
010630     END-IF.
010640     PERFORM 7110-READ-PERIOD-NEXT
010650         THRU 7110-READ-PERIOD-NEXT-EXIT
010660         UNTIL WS-BROWSE-DONE.
010670     EXEC CICS ENDBR FILE('SPCCDTB') END-EXEC.
010680 7100-LOAD-PERIODS-EXIT.
010690     EXIT.
010700
010710 7110-READ-PERIOD-NEXT.
010720     EXEC CICS READNEXT FILE('SPCCDTB')
010730         INTO(WS-SPCCDTB-REC)
010740         RIDFLD(WS-SPCCDTB-KEY)
010750         RESP(WS-RESP-CODE)
010760     END-EXEC.
010770     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
010780         MOVE 'Y' TO WS-BROWSE-DONE-SW
010790         GO TO 7110-READ-PERIOD-NEXT-EXIT
010800     END-IF.
010810     MOVE FD-SPCCDTB-DATA TO DSDS-SPCCDTB.
010820     IF CDTB-CHARGE-SW NOT = CA-CHARGE-SW
010830             OR CDTB-TRAN-CODE NOT = CA-TRAN-CODE
010840         MOVE 'Y' TO WS-BROWSE-DONE-SW
010850         GO TO 7110-READ-PERIOD-NEXT-EXIT
010860     END-IF.
010870     IF WS-PER-COUNT NOT < WS-PER-MAX
010880         MOVE 'Y' TO WS-BROWSE-DONE-SW
010890         MOVE 'Y' TO WS-OVERFLOW-SW
010900         MOVE 'TOO MANY PERIODS TO EDIT HERE - SEE DBA'
010910             TO WS-MSG-TEXT
010920         GO TO 7110-READ-PERIOD-NEXT-EXIT
010930     END-IF.
010940     ADD 1 TO WS-PER-COUNT.
010950     MOVE DSDS-SPCCDTB TO WS-PER-ROW(WS-PER-COUNT).
010960     MOVE SPACE TO WS-PER-ACTION-SW(WS-PER-COUNT).
010970 7110-READ-PERIOD-NEXT-EXIT.
010980     EXIT.
010990
011000*****************************************************************
011010*    FIND THE OLDEST PENDING CHANGE FOR THE SWITCH/TRAN CODE ON  *
011020*    SCREEN AND CARRY ITS KEY IN THE COMMAREA FOR PF9/PF10.      *
011030*****************************************************************
011040 7300-FIND-PENDING.
011050     MOVE 'N' TO WS-PEND-FOUND-SW.
011060     MOVE 'N' TO WS-BROWSE-DONE-SW.
011070     MOVE CA-CHARGE-SW TO PK-CHARGE-SW.
011080     MOVE CA-TRAN-CODE TO PK-TRAN-CODE.
011090     MOVE LOW-VALUES   TO PK-REQ-DATE PK-REQ-TIME.
011100     MOVE ZERO         TO PK-REQ-SEQ.
011110     EXEC CICS STARTBR FILE('SPCCDPN')
011120         RIDFLD(WS-SPCCDPN-KEY)
011130         GTEQ
011140         RESP(WS-RESP-CODE)
011150     END-EXEC.
011160     IF WS-RESP-CODE = DFHRESP(NORMAL)
011170         PERFORM 7310-READ-PEND-FOR-KEY
011180             THRU 7310-READ-PEND-FOR-KEY-EXIT
011190             UNTIL WS-PEND-FOUND OR WS-BROWSE-DONE
011200         EXEC CICS ENDBR FILE('SPCCDPN') END-EXEC
011210     END-IF.
011220     IF WS-PEND-FOUND
011230         MOVE WS-SPCCDPN-KEY TO CA-PEND-KEY
011240         PERFORM 7350-BUILD-PEND-TEXT
011250             THRU 7350-BUILD-PEND-TEXT-EXIT
011260     ELSE
011270         MOVE SPACES TO CA-PEND-KEY
011280         MOVE 'NONE' TO WS-PEND-TEXT
011290     END-IF.
011300 7300-FIND-PENDING-EXIT.
011310     EXIT.
011320
011330 7310-READ-PEND-FOR-KEY.
011340     EXEC CICS READNEXT FILE('SPCCDPN')
011350         INTO(WS-SPCCDPN-REC)
011360         RIDFLD(WS-SPCCDPN-KEY)
011370         RESP(WS-RESP-CODE)
011380     END-EXEC.
011390     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
011400         MOVE 'Y' TO WS-BROWSE-DONE-SW
011410         GO TO 7310-READ-PEND-FOR-KEY-EXIT
011420     END-IF.
011430     MOVE FD-SPCCDPN-DATA TO DSDS-SPCCDPN.
011440     IF CDPN-CHARGE-SW NOT = CA-CHARGE-SW
011450             OR CDPN-TRAN-CODE NOT = CA-TRAN-CODE
011460         MOVE 'Y' TO WS-BROWSE-DONE-SW
011470         GO TO 7310-READ-PEND-FOR-KEY-EXIT
011480     END-IF.
011490     IF CDPN-PENDING
011500         MOVE 'Y' TO WS-PEND-FOUND-SW
011510     END-IF.
011520 7310-READ-PEND-FOR-KEY-EXIT.
011530     EXIT.
011540
011550 7350-BUILD-PEND-TEXT.
011560     EVALUATE TRUE
011570         WHEN CDPN-ADD-PERIOD
011580             MOVE 'ADD'    TO WS-ACTION-WORD
011590         WHEN CDPN-CHANGE-PRICING
011600             MOVE 'CHANGE' TO WS-ACTION-WORD
011610         WHEN OTHER
011620             MOVE 'END'    TO WS-ACTION-WORD
011630     END-EVALUATE.
011640     MOVE CDPN-FEE-AMOUNT TO WS-DSP-AMOUNT.
011650     MOVE SPACES TO WS-PEND-TEXT.
011660     STRING WS-ACTION-WORD ' ' CDPN-EFF-FROM-DATE
011670             ' - ' CDPN-EFF-TO-DATE
011680             ' ' CDPN-FEE-TYPE ' ' WS-DSP-AMOUNT
011690             ' BY ' CDPN-REQ-OPERATOR ' ' CDPN-REQ-DATE
011700             DELIMITED BY SIZE
011710             INTO WS-PEND-TEXT.
011720 7350-BUILD-PEND-TEXT-EXIT.
011730     EXIT.
011740
011750 7400-DETAIL-FROM-PERIOD.
011760     MOVE 'Y' TO WS-DETAIL-SW.
011770     MOVE SPACES TO WS-DETAIL-FIELDS.
011780     MOVE WS-PER-FROM(WS-PER-IDX)      TO WS-DTL-FROM.
011790     MOVE WS-PER-TO(WS-PER-IDX)        TO WS-DTL-TO.
011800     MOVE WS-PER-FEE-TYPE(WS-PER-IDX)  TO WS-DTL-FEE-TYPE.
011810     MOVE WS-PER-FEE-AMOUNT(WS-PER-IDX) TO WS-DSP-AMOUNT.
011820     MOVE WS-DSP-AMOUNT                TO WS-DTL-AMOUNT.
011830     MOVE WS-PER-BAL-BASE(WS-PER-IDX)  TO WS-DTL-BAL-BASE.
011840     MOVE WS-PER-DESC(WS-PER-IDX)      TO WS-DTL-DESC.
011850 7400-DETAIL-FROM-PERIOD-EXIT.
011860     EXIT.
011870
011880 7450-DETAIL-FROM-PENDING.
011890     MOVE 'Y' TO WS-DETAIL-SW.
011900     MOVE SPACES TO WS-DETAIL-FIELDS.
011910     MOVE CDPN-ACTION-SW     TO WS-DTL-ACTION.
011920     MOVE CDPN-EFF-FROM-DATE TO WS-DTL-FROM.
011930     MOVE CDPN-EFF-TO-DATE   TO WS-DTL-TO.
011940     MOVE CDPN-FEE-TYPE      TO WS-DTL-FEE-TYPE.
011950     MOVE CDPN-FEE-AMOUNT    TO WS-DSP-AMOUNT.
011960     MOVE WS-DSP-AMOUNT      TO WS-DTL-AMOUNT.
011970     MOVE CDPN-BAL-BASE      TO WS-DTL-BAL-BASE.
011980     MOVE CDPN-DESCRIPTION   TO WS-DTL-DESC.
011990 7450-DETAIL-FROM-PENDING-EXIT.
012000     EXIT.
012010
012020*****************************************************************
012030*    APPLY WS-CHG-FIELDS TO THE PERIOD TABLE IN STORAGE AND SAVE *
012040*    THE ROW IT ALTERS IN WS-TARGET-IMAGE.  NOTHING IS WRITTEN.  *
012050*****************************************************************
012060 7500-APPLY-TO-TABLE.
012070     MOVE 'Y' TO WS-EDIT-OK-SW.
012080     MOVE SPACES TO WS-TARGET-IMAGE.
012090     IF WS-TABLE-OVERFLOW
012100         MOVE 'TOO MANY PERIODS TO EDIT HERE - SEE DBA'
012110             TO WS-MSG-TEXT
012120         MOVE 'N' TO WS-EDIT-OK-SW
012130         GO TO 7500-APPLY-TO-TABLE-EXIT
012140     END-IF.
012150     MOVE WS-CHG-FROM TO WS-FIND-DATE.
012160     PERFORM 7510-FIND-FROM-DATE
012170         THRU 7510-FIND-FROM-DATE-EXIT.
012180     EVALUATE TRUE
012190         WHEN WS-CHG-ADD
012200             PERFORM 7540-APPLY-ADD
012210                 THRU 7540-APPLY-ADD-EXIT
012220         WHEN WS-CHG-PRICING
012230             PERFORM 7550-APPLY-PRICING
012240                 THRU 7550-APPLY-PRICING-EXIT
012250         WHEN OTHER
012260             PERFORM 7560-APPLY-END
012270                 THRU 7560-APPLY-END-EXIT
012280     END-EVALUATE.
012290 7500-APPLY-TO-TABLE-EXIT.
012300     EXIT.
012310
012320*****************************************************************
012330*    WS-PER-IDX TO THE PERIOD STARTING ON WS-FIND-DATE.          *
012340*****************************************************************
012350 7510-FIND-FROM-DATE.
012360     MOVE 'N' TO WS-MATCH-SW.
012370     SET WS-PER-IDX TO 1.
012380     PERFORM 7511-TEST-FROM-DATE
012390         THRU 7511-TEST-FROM-DATE-EXIT
012400         UNTIL WS-MATCH-YES OR WS-PER-IDX > WS-PER-COUNT.
012410 7510-FIND-FROM-DATE-EXIT.
012420     EXIT.
012430
012440 7511-TEST-FROM-DATE.
012450     IF WS-PER-FROM(WS-PER-IDX) = WS-FIND-DATE
012460         MOVE 'Y' TO WS-MATCH-SW
012470     ELSE
012480         SET WS-PER-IDX UP BY 1
012490     END-IF.
012500 7511-TEST-FROM-DATE-EXIT.
012510     EXIT.
012520
012530*****************************************************************
012540*    WS-PER-IDX2 TO THE PERIOD WS-FIND-DATE FALLS INSIDE.        *
012550*****************************************************************
012560 7520-FIND-COVERING.
012570     MOVE 'N' TO WS-COVER-SW.
012580     SET WS-PER-IDX2 TO 1.
012590     PERFORM 7521-TEST-COVERING
012600         THRU 7521-TEST-COVERING-EXIT
012610         UNTIL WS-COVER-YES OR WS-PER-IDX2 > WS-PER-COUNT.
012620 7520-FIND-COVERING-EXIT.
012630     EXIT.
012640
012650 7521-TEST-COVERING.
012660     IF WS-PER-FROM(WS-PER-IDX2) NOT > WS-FIND-DATE
012670             AND WS-PER-TO(WS-PER-IDX2) NOT < WS-FIND-DATE
012680         MOVE 'Y' TO WS-COVER-SW
012690     ELSE
012700         SET WS-PER-IDX2 UP BY 1
012710     END-IF.
012720 7521-TEST-COVERING-EXIT.
012730     EXIT.
012740
012750*****************************************************************
012760*    AN ADD MAY NOT START ON THE SAME DAY AS A PERIOD ON FILE.   *
012770*    THE PERIOD ITS START DATE FALLS INSIDE ENDS THE DAY BEFORE, *
012780*    AND WITH NO EFF TO KEYED THE NEW PERIOD TAKES OVER THAT     *
012790*    PERIOD'S OLD END DATE - OR RUNS TO THE DAY BEFORE THE NEXT  *
012800*    PERIOD, OR IS OPEN-ENDED (9999-12-31) WHEN NOTHING FOLLOWS. *
012810*****************************************************************
012820 7540-APPLY-ADD.
012830     IF WS-MATCH-YES
012840         STRING 'A PERIOD ALREADY STARTS ON ' WS-CHG-FROM
012850             ' - USE ACTION C OR E' DELIMITED BY SIZE
012860             INTO WS-MSG-TEXT
012870         MOVE 'N' TO WS-EDIT-OK-SW
012880         GO TO 7540-APPLY-ADD-EXIT
012890     END-IF.
012900     IF WS-PER-COUNT NOT < WS-PER-MAX
012910         MOVE 'TOO MANY PERIODS TO EDIT HERE - SEE DBA'
012920             TO WS-MSG-TEXT
012930         MOVE 'N' TO WS-EDIT-OK-SW
012940         GO TO 7540-APPLY-ADD-EXIT
012950     END-IF.
012960     MOVE SPACES TO WS-COVER-OLD-TO.
012970     PERFORM 7520-FIND-COVERING
012980         THRU 7520-FIND-COVERING-EXIT.
012990     IF WS-COVER-YES
013000         MOVE WS-PER-ROW(WS-PER-IDX2) TO WS-TARGET-IMAGE
013010         MOVE WS-PER-TO(WS-PER-IDX2)  TO WS-COVER-OLD-TO
013020         MOVE WS-CHG-FROM TO WS-DATE-TEXT
013030         PERFORM 7800-DATE-TO-INTEGER
013040             THRU 7800-DATE-TO-INTEGER-EXIT
013050         SUBTRACT 1 FROM WS-DATE-INTEGER
013060         PERFORM 7810-INTEGER-TO-DATE
013070             THRU 7810-INTEGER-TO-DATE-EXIT
013080         MOVE WS-DATE-TEXT TO WS-PER-TO(WS-PER-IDX2)
013090         MOVE 'S' TO WS-PER-ACTION-SW(WS-PER-IDX2)
013100     END-IF.
013110
013120     MOVE 'N' TO WS-INSERT-SW.
013130     SET WS-PER-IDX TO 1.
013140     PERFORM 7541-TEST-INSERT-POINT
013150         THRU 7541-TEST-INSERT-POINT-EXIT
013160         UNTIL WS-INSERT-FOUND OR WS-PER-IDX > WS-PER-COUNT.
013170     SET WS-INS-POS TO WS-PER-IDX.
013180
013190     IF WS-CHG-TO = SPACES
013200         IF WS-COVER-YES
013210             MOVE WS-COVER-OLD-TO TO WS-CHG-TO
013220         ELSE
013230             IF WS-INSERT-FOUND
013240                 MOVE WS-PER-FROM(WS-PER-IDX) TO WS-DATE-TEXT
013250                 PERFORM 7800-DATE-TO-INTEGER
013260                     THRU 7800-DATE-TO-INTEGER-EXIT
013270                 SUBTRACT 1 FROM WS-DATE-INTEGER
013280                 PERFORM 7810-INTEGER-TO-DATE
013290                     THRU 7810-INTEGER-TO-DATE-EXIT
013300                 MOVE WS-DATE-TEXT TO WS-CHG-TO
013310             ELSE
013320                 MOVE '9999-12-31' TO WS-CHG-TO
013330             END-IF
013340         END-IF
013350     END-IF.
013360
013370     PERFORM 7542-SHIFT-UP
013380         THRU 7542-SHIFT-UP-EXIT
013390         VARYING WS-SUB FROM WS-PER-COUNT BY -1
013400         UNTIL WS-SUB < WS-INS-POS.
013410     ADD 1 TO WS-PER-COUNT.
013420     MOVE CA-CHARGE-SW      TO WS-PER-CHARGE-SW(WS-INS-POS).
013430     MOVE CA-TRAN-CODE      TO WS-PER-TRAN-CODE(WS-INS-POS).
013440     MOVE WS-CHG-FROM       TO WS-PER-FROM(WS-INS-POS).
013450     MOVE WS-CHG-TO         TO WS-PER-TO(WS-INS-POS).
013460     MOVE WS-CHG-DESC       TO WS-PER-DESC(WS-INS-POS).
013470     MOVE WS-CHG-FEE-TYPE   TO WS-PER-FEE-TYPE(WS-INS-POS).
013480     MOVE WS-CHG-FEE-AMOUNT TO WS-PER-FEE-AMOUNT(WS-INS-POS).
013490     MOVE WS-CHG-BAL-BASE   TO WS-PER-BAL-BASE(WS-INS-POS).
013500     MOVE 'N'               TO WS-PER-ACTION-SW(WS-INS-POS).
013510 7540-APPLY-ADD-EXIT.
013520     EXIT.
013530
013540 7541-TEST-INSERT-POINT.
013550     IF WS-PER-FROM(WS-PER-IDX) > WS-CHG-FROM
013560         MOVE 'Y' TO WS-INSERT-SW
013570     ELSE
013580         SET WS-PER-IDX UP BY 1
013590     END-IF.
013600 7541-TEST-INSERT-POINT-EXIT.
013610     EXIT.
013620
013630 7542-SHIFT-UP.
013640     MOVE WS-PER-ENTRY(WS-SUB) TO WS-PER-ENTRY(WS-SUB + 1).
013650 7542-SHIFT-UP-EXIT.
013660     EXIT.
013670
013680 7550-APPLY-PRICING.
013690     IF NOT WS-MATCH-YES
013700         STRING 'NO PERIOD STARTS ON ' WS-CHG-FROM
013710             DELIMITED BY SIZE
013720             INTO WS-MSG-TEXT
013730         MOVE 'N' TO WS-EDIT-OK-SW
013740         GO TO 7550-APPLY-PRICING-EXIT
013750     END-IF.
013760     MOVE WS-PER-ROW(WS-PER-IDX) TO WS-TARGET-IMAGE.
013770     MOVE WS-PER-TO(WS-PER-IDX)  TO WS-CHG-TO.
013780     MOVE WS-CHG-DESC       TO WS-PER-DESC(WS-PER-IDX).
013790     MOVE WS-CHG-FEE-TYPE   TO WS-PER-FEE-TYPE(WS-PER-IDX).
013800     MOVE WS-CHG-FEE-AMOUNT TO WS-PER-FEE-AMOUNT(WS-PER-IDX).
013810     MOVE WS-CHG-BAL-BASE   TO WS-PER-BAL-BASE(WS-PER-IDX).
013820     MOVE 'U'               TO WS-PER-ACTION-SW(WS-PER-IDX).
013830 7550-APPLY-PRICING-EXIT.
013840     EXIT.
013850
013860 7560-APPLY-END.
013870     IF NOT WS-MATCH-YES
013880         STRING 'NO PERIOD STARTS ON ' WS-CHG-FROM
013890             DELIMITED BY SIZE
013900             INTO WS-MSG-TEXT
013910         MOVE 'N' TO WS-EDIT-OK-SW
013920         GO TO 7560-APPLY-END-EXIT
013930     END-IF.
013940     IF WS-PER-TO(WS-PER-IDX) = WS-CHG-TO
013950         STRING 'THAT PERIOD ALREADY ENDS ON ' WS-CHG-TO
013960             DELIMITED BY SIZE
013970             INTO WS-MSG-TEXT
013980         MOVE 'N' TO WS-EDIT-OK-SW
013990         GO TO 7560-APPLY-END-EXIT
014000     END-IF.
014010     MOVE WS-PER-ROW(WS-PER-IDX) TO WS-TARGET-IMAGE.
014020     MOVE WS-PER-DESC(WS-PER-IDX)       TO WS-CHG-DESC.
014030     MOVE WS-PER-FEE-TYPE(WS-PER-IDX)   TO WS-CHG-FEE-TYPE.
014040     MOVE WS-PER-FEE-AMOUNT(WS-PER-IDX) TO WS-CHG-FEE-AMOUNT.
014050     MOVE WS-PER-BAL-BASE(WS-PER-IDX)   TO WS-CHG-BAL-BASE.
014060     MOVE WS-CHG-TO TO WS-PER-TO(WS-PER-IDX).
014070     MOVE 'U'       TO WS-PER-ACTION-SW(WS-PER-IDX).
014080 7560-APPLY-END-EXIT.
014090     EXIT.
014100
014110*****************************************************************
014120*    NO PERIOD MAY END BEFORE IT STARTS, AND EACH PERIOD MUST    *
014130*    START THE DAY AFTER THE ONE BEFORE IT ENDS - AN EARLIER     *
014140*    START IS AN OVERLAP, A LATER ONE A GAP.                     *
014150*****************************************************************
014160 7600-CHECK-CONTINUITY.
014170     PERFORM 7610-CHECK-ONE-PERIOD
014180         THRU 7610-CHECK-ONE-PERIOD-EXIT
014190         VARYING WS-PER-IDX FROM 1 BY 1
014200         UNTIL WS-PER-IDX > WS-PER-COUNT OR WS-EDIT-FAILED.
014210 7600-CHECK-CONTINUITY-EXIT.
014220     EXIT.
014230
014240 7610-CHECK-ONE-PERIOD.
014250     IF WS-PER-FROM(WS-PER-IDX) > WS-PER-TO(WS-PER-IDX)
014260         STRING 'PERIOD FROM ' WS-PER-FROM(WS-PER-IDX)
014270             ' WOULD END BEFORE IT STARTS' DELIMITED BY SIZE
014280             INTO WS-MSG-TEXT
014290         MOVE 'N' TO WS-EDIT-OK-SW
014300         GO TO 7610-CHECK-ONE-PERIOD-EXIT
014310     END-IF.
014320     IF WS-PER-IDX = 1
014330         GO TO 7610-CHECK-ONE-PERIOD-EXIT
014340     END-IF.
014350     SET WS-PER-IDX2 TO WS-PER-IDX.
014360     SET WS-PER-IDX2 DOWN BY 1.
014370     IF WS-PER-TO(WS-PER-IDX2) NOT < WS-PER-FROM(WS-PER-IDX)
014380         STRING 'PERIODS FROM ' WS-PER-FROM(WS-PER-IDX2)
014390             ' AND ' WS-PER-FROM(WS-PER-IDX)
014400             ' WOULD OVERLAP' DELIMITED BY SIZE
014410             INTO WS-MSG-TEXT
014420         MOVE 'N' TO WS-EDIT-OK-SW
014430         GO TO 7610-CHECK-ONE-PERIOD-EXIT
014440     END-IF.
014450     MOVE WS-PER-TO(WS-PER-IDX2) TO WS-DATE-TEXT.
014460     PERFORM 7800-DATE-TO-INTEGER
014470         THRU 7800-DATE-TO-INTEGER-EXIT.
014480     MOVE WS-DATE-INTEGER TO WS-PREV-INTEGER.
014490     MOVE WS-PER-FROM(WS-PER-IDX) TO WS-DATE-TEXT.
014500     PERFORM 7800-DATE-TO-INTEGER
014510         THRU 7800-DATE-TO-INTEGER-EXIT.
014520     COMPUTE WS-DAY-GAP = WS-DATE-INTEGER - WS-PREV-INTEGER.
014530     IF WS-DAY-GAP NOT = 1
014540         STRING 'NO PERIOD WOULD COVER ' WS-PER-TO(WS-PER-IDX2)
014550             ' THRU ' WS-PER-FROM(WS-PER-IDX)
014560             ' - GAPS ARE NOT ALLOWED' DELIMITED BY SIZE
014570             INTO WS-MSG-TEXT
014580         MOVE 'N' TO WS-EDIT-OK-SW
014590     END-IF.
014600 7610-CHECK-ONE-PERIOD-EXIT.
014610     EXIT.
014620
014630 7800-DATE-TO-INTEGER.
014640     MOVE ZERO TO WS-DATE-INTEGER.
014650     IF WS-DTX-YYYY NOT NUMERIC OR WS-DTX-MM NOT NUMERIC
014660             OR WS-DTX-DD NOT NUMERIC
014670         GO TO 7800-DATE-TO-INTEGER-EXIT
014680     END-IF.
014690     MOVE WS-DTX-YYYY TO WS-YMD-YYYY.
014700     MOVE WS-DTX-MM   TO WS-YMD-MM.
014710     MOVE WS-DTX-DD   TO WS-YMD-DD.
014720     COMPUTE WS-DATE-INTEGER =
014730         FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD).
014740 7800-DATE-TO-INTEGER-EXIT.
014750     EXIT.
014760
014770 7810-INTEGER-TO-DATE.
014780     MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
014790         TO WS-NEW-YYYYMMDD.
014800     MOVE WS-NEW-YYYY TO WS-DTX-YYYY.
014810     MOVE WS-NEW-MM   TO WS-DTX-MM.
014820     MOVE WS-NEW-DD   TO WS-DTX-DD.
014830 7810-INTEGER-TO-DATE-EXIT.
014840     EXIT.
014850
014860*****************************************************************
014870*    CURRENT DATE/TIME, SIGNED-ON OPERATOR, AND A REQUEST SEQ    *
014880*    SEEDED FROM THE LOW-ORDER DIGITS OF EIBTASKN SO TWO TASKS   *
014890*    SUBMITTING IN THE SAME SECOND DO NOT COLLIDE - THE SAME     *
014900*    STAMP SPC030 PUTS ON ITS DSDS.SPCAUDT ROWS.                 *
014910*****************************************************************
014920 7900-GET-TIMESTAMP.
014930     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
014940     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
014950         YYYYMMDD(WS-NOW-DATE)
014960         DATESEP('-')
014970         TIME(WS-NOW-TIME)
014980         TIMESEP(':')
014990     END-EXEC.
015000     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID) END-EXEC.
015010     COMPUTE WS-TASK-WORK = EIBTASKN / 10000.
015020     COMPUTE WS-REQ-SEQ = EIBTASKN
015030         - (WS-TASK-WORK * 10000).
015040 7900-GET-TIMESTAMP-EXIT.
015050     EXIT.
015060
015070 8000-SEND-MAP.
015080     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
015090         FROM(SPC310MO)
015100         ERASE
015110         CURSOR
015120     END-EXEC.
015130 8000-SEND-MAP-EXIT.
015140     EXIT.
015150
015160 9999-ABEND.
015170     MOVE 'UNEXPECTED CICS ERROR - CONTACT SUPPORT' TO MSGO.
015180     PERFORM 8000-SEND-MAP
015190         THRU 8000-SEND-MAP-EXIT.
015200     EXEC CICS RETURN END-EXEC.
