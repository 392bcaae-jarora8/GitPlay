000250*                      ROW" FROM ONE PLACE.  THE RUN PARM NOW    *
000260*                      CARRIES THE OPERATOR ID THE LOG ROWS      *
000270*                      ARE STAMPED WITH.                         *
000280*    09/02/26   DW    DSDS.SPCCDTB IS NOW EFFECTIVE-DATED        *
000290*                      (CDTB-EFF-FROM-DATE/CDTB-EFF-TO-DATE ON   *
000300*                      THE KEY) - THE CHARGE-SWITCH EDIT NOW     *
000310*                      REQUIRES A ROW IN FORCE ON THE            *
000320*                      TRANSACTION'S NEXT-PROCESS DATE, THE      *
000330*                      FIRST DATE THE SWITCH WILL BE PRICED.     *
000340*    10/15/26   DW    WIDENED FD-SPCCDTB-DATA TO 71 BYTES FOR    *
000350*                      THE NEW CDTB-BAL-BASE COLUMN (BALANCE     *
000360*                      BASE OF A PERCENT-TYPE FEE).              *
000370*****************************************************************
000380*****************************************************************
000390*    THE EDITS MIRROR SPC030'S 3100-VALIDATE-FIELDS AND          *
000400*    3150-VALIDATE-ONE-DATE: FREQUENCY W/M/Q/A, PROCESS DAY IN   *
000410*    RANGE FOR THE FREQUENCY, DATES SHAPED YYYY-MM-DD, END NOT   *
000420*    BEFORE START.  THE CHARGE SWITCH IS VALIDATED AGAINST       *
000430*    DSDS.SPCCDTB ITSELF (EXACT TRAN-CODE ROW, ELSE THE          *
000440*    TRAN-CODE-ZERO DEFAULT, THE SAME FALLBACK SPC080 DECODES    *
000450*    WITH) - BATCH CAN AFFORD THE TABLE READ THE ONLINE EDIT     *
000460*    AVOIDS.  AN ADD CARRYING SEQ-NBR ZERO IS ASSIGNED THE       *
000470*    NEXT SEQ-NBR FOR THE BANK/ACCOUNT BY THE SAME KEYED        *
000480*    BROWSE TECHNIQUE SPC030'S 3300-READ-LOWEST-SEQ USES.        *
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
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS FK-SPECSTMT-KEY
000630         FILE STATUS IS WS-SPECSTMT-STATUS.
000640
000650     SELECT SPCCDTB-FILE
000660         ASSIGN TO SPCCDTB
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS FK-SPCCDTB-KEY
000700         FILE STATUS IS WS-SPCCDTB-STATUS.
000710
000720     SELECT SPCMNTT-FILE
000730         ASSIGN TO SPCMNTT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-SPCMNTT-STATUS.
000760
000770     SELECT SPCMNTR-FILE
000780         ASSIGN TO SPCMNTR
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-SPCMNTR-STATUS.
000810
000820     SELECT SPCAUDT-FILE
000830         ASSIGN TO SPCAUDT
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS FK-SPCAUDT-KEY
000870         FILE STATUS IS WS-SPCAUDT-STATUS.
000880
000890     SELECT RUN-PARM-FILE
000900         ASSIGN TO RUNPARM
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RUNPARM-STATUS.
000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  SPECSTMT-FILE.
000960 01  FD-SPECSTMT-REC.
000970     05 FK-SPECSTMT-KEY.
000980         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
000990         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001000         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001010     05 FD-SPECSTMT-DATA         PIC X(49).
001020
001030 FD  SPCCDTB-FILE.
001040 01  FD-SPCCDTB-REC.
001050     05 FK-SPCCDTB-KEY.
001060         10 FK-CDTB-CHARGE-SW    PIC X(2).
001070         10 FK-CDTB-TRAN-CODE    PIC S9(3) USAGE COMP-3.
001080         10 FK-CDTB-EFF-FROM     PIC X(10).
001090     05 FD-SPCCDTB-DATA          PIC X(71).
001100
001110 FD  SPCMNTT-FILE
001120     RECORDING MODE IS F.
001130 01  FD-SPCMNTT-REC.
001140     05 MTRN-ACTION              PIC X(1).
001150         88 MTRN-IS-ADD                 VALUE 'A'.
001160         88 MTRN-IS-CHANGE              VALUE 'C'.
001170         88 MTRN-IS-DELETE              VALUE 'D'.
001180     05 MTRN-BANK-NBR            PIC 9(3).
001190     05 MTRN-ACCT-NBR            PIC 9(9).
001200     05 MTRN-SEQ-NBR             PIC 9(4).
001210     05 MTRN-ACCT-ID             PIC 9(3).
001220     05 MTRN-TRAN-CODE           PIC 9(3).
001230     05 MTRN-FREQUENCY           PIC X(1).
001240     05 MTRN-PROCESS-DAY         PIC 9(3).
001250     05 MTRN-CHARGE-SW           PIC X(2).
001260     05 MTRN-START-DATE          PIC X(10).
001270     05 MTRN-END-DATE            PIC X(10).
001280     05 MTRN-NEXT-PROCESS        PIC X(10).
001290
001300 FD  SPCMNTR-FILE.
001310 01  FD-SPCMNTR-REC              PIC X(132).
001320
001330 FD  SPCAUDT-FILE.
001340 01  FD-SPCAUDT-REC.
001350     05 FK-SPCAUDT-KEY.
001360         10 FK-AUD-BANK-NBR      PIC S9(3) USAGE COMP-3.
001370         10 FK-AUD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001380         10 FK-AUD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001390         10 FK-AUD-CHANGE-DATE   PIC X(10).
001400         10 FK-AUD-CHANGE-TIME   PIC X(8).
001410         10 FK-AUD-CHANGE-SEQ    PIC S9(4) USAGE COMP-3.
001420     05 FD-SPCAUDT-DATA          PIC X(150).
001430
001440 FD  RUN-PARM-FILE
001450     RECORDING MODE IS F.
001460 01  RUN-PARM-REC.
001470     05 PARM-OPERATOR-ID         PIC X(8).
001480
001490 WORKING-STORAGE SECTION.
001500 COPY SPECSTMT.
001510 COPY SPCCDTB.
001520 COPY SPCAUDT.
001530
001540 01  WS-FILE-STATUSES.
001550     05 WS-SPECSTMT-STATUS       PIC X(2).
001560         88 WS-SPECSTMT-OK              VALUE '00'.
001570         88 WS-SPECSTMT-EOF             VALUE '10'.
001580         88 WS-SPECSTMT-NOTFOUND        VALUE '23'.
001590         88 WS-SPECSTMT-DUP             VALUE '22'.
001600     05 WS-SPCCDTB-STATUS        PIC X(2).
001610         88 WS-SPCCDTB-OK               VALUE '00'.
001620         88 WS-SPCCDTB-NOTFOUND         VALUE '23'.
001630     05 WS-SPCMNTT-STATUS        PIC X(2).
001640         88 WS-SPCMNTT-OK               VALUE '00'.
001650         88 WS-SPCMNTT-EOF              VALUE '10'.
001660     05 WS-SPCMNTR-STATUS        PIC X(2).
001670         88 WS-SPCMNTR-OK               VALUE '00'.
001680     05 WS-SPCAUDT-STATUS        PIC X(2).
001690         88 WS-SPCAUDT-OK               VALUE '00'.
001700     05 WS-RUNPARM-STATUS        PIC X(2).
001710         88 WS-RUNPARM-OK               VALUE '00'.
001720
001730 01  WS-SWITCHES.
001740     05 WS-TRAN-EOF-SW           PIC X(1)     VALUE 'N'.
001750         88 WS-TRAN-EOF-YES             VALUE 'Y'.
001760     05 WS-REJECT-SW             PIC X(1)     VALUE 'N'.
001770         88 WS-REJECT-YES               VALUE 'Y'.
001780         88 WS-REJECT-NO                VALUE 'N'.
001790     05 WS-SEQ-DONE-SW           PIC X(1)     VALUE 'N'.
001800         88 WS-SEQ-DONE-YES             VALUE 'Y'.
001810         88 WS-SEQ-DONE-NO              VALUE 'N'.
001820     05 WS-CDTB-FOUND-SW         PIC X(1)     VALUE 'N'.
001830         88 WS-CDTB-FOUND-YES           VALUE 'Y'.
001840     05 WS-CDTB-DONE-SW          PIC X(1)     VALUE 'N'.
001850         88 WS-CDTB-DONE-YES            VALUE 'Y'.
001860     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
001870         88 WS-ABEND-YES                VALUE 'Y'.
001880         88 WS-ABEND-NO                 VALUE 'N'.
001890
001900 01  WS-COUNTERS.
001910     05 SPC-TRANS-READ           PIC S9(7) COMP-3 VALUE ZERO.
001920     05 SPC-ROWS-ADDED           PIC S9(7) COMP-3 VALUE ZERO.
001930     05 SPC-ROWS-CHANGED         PIC S9(7) COMP-3 VALUE ZERO.
001940     05 SPC-ROWS-DELETED         PIC S9(7) COMP-3 VALUE ZERO.
001950     05 SPC-TRANS-REJECTED       PIC S9(7) COMP-3 VALUE ZERO.
001960     05 SPC-AUDITS-WRITTEN       PIC S9(7) COMP-3 VALUE ZERO.
001970
001980 01  WS-REJECT-REASON            PIC X(45).
001990
002000 01  SPC-OPERATOR-ID             PIC X(8).
002010 01  SPC-AUDIT-DATE              PIC X(10).
002020 01  SPC-AUDIT-TIME              PIC X(8).
002030 01  WS-AUDIT-SEQ                PIC S9(4) COMP-3 VALUE ZERO.
002040 01  WS-BEFORE-IMAGE             PIC X(49).
002050 01  WS-CURRENT-STAMP            PIC X(14).
002060
002070 01  WS-MAX-PROCESS-DAY          PIC S9(3) COMP-3.
002080 01  WS-ASSIGNED-SEQ             PIC S9(4) COMP-3.
002090 01  WS-HIGH-SEQ                 PIC S9(4) COMP-3.
002100
002110 01  WS-TGT-CHARGE-SW            PIC X(2).
002120 01  WS-TGT-TRAN-CODE            PIC S9(3) COMP-3.
002130
002140 01  WS-EDIT-DATE-FIELD          PIC X(10).
002150 01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE-FIELD.
002160     05 WS-EDIT-DATE-YYYY        PIC X(4).
002170     05 WS-EDIT-DATE-DASH1       PIC X(1).
002180     05 WS-EDIT-DATE-MM          PIC X(2).
002190     05 WS-EDIT-DATE-DASH2       PIC X(1).
002200     05 WS-EDIT-DATE-DD          PIC X(2).
002210 01  WS-EDIT-DATE-LABEL          PIC X(20).
002220
002230 01  WS-REPORT-LINE.
002240     05 WS-RPT-BANK-NBR          PIC ZZ9.
002250     05 WS-RPT-ACCT-NBR          PIC Z(8)9.
002260     05 WS-RPT-SEQ-NBR           PIC Z(3)9.
002270
002280 PROCEDURE DIVISION.
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE
002310         THRU 1000-INITIALIZE-EXIT.
002320     IF WS-ABEND-NO
002330         PERFORM 2000-PROCESS-TRAN
002340             THRU 2000-PROCESS-TRAN-EXIT
002350             UNTIL WS-TRAN-EOF-YES
002360     END-IF.
002370     PERFORM 9000-TERMINATE
002380         THRU 9000-TERMINATE-EXIT.
002390     GOBACK.
002400
002410 1000-INITIALIZE.
002420     OPEN INPUT RUN-PARM-FILE.
002430     IF NOT WS-RUNPARM-OK
002440         DISPLAY 'SPC140 - RUN PARM FILE OPEN FAILED, STATUS '
002450             WS-RUNPARM-STATUS
002460         MOVE 'Y' TO WS-ABEND-SW
002470         GO TO 1000-INITIALIZE-EXIT
002480     END-IF.
002490     READ RUN-PARM-FILE.
002500     CLOSE RUN-PARM-FILE.
002510     MOVE PARM-OPERATOR-ID TO SPC-OPERATOR-ID.
002520     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
002530     STRING WS-CURRENT-STAMP(1:4) '-' WS-CURRENT-STAMP(5:2)
002540             '-' WS-CURRENT-STAMP(7:2) DELIMITED BY SIZE
002550             INTO SPC-AUDIT-DATE.
002560     STRING WS-CURRENT-STAMP(9:2) ':' WS-CURRENT-STAMP(11:2)
002570             ':' WS-CURRENT-STAMP(13:2) DELIMITED BY SIZE
002580             INTO SPC-AUDIT-TIME.
002590     OPEN I-O SPECSTMT-FILE.
002600     IF NOT WS-SPECSTMT-OK
002610         DISPLAY 'SPC140 - SPECSTMT OPEN FAILED, STATUS '
002620             WS-SPECSTMT-STATUS
002630         MOVE 'Y' TO WS-ABEND-SW
002640         GO TO 1000-INITIALIZE-EXIT
002650     END-IF.
002660     OPEN INPUT SPCCDTB-FILE.
002670     IF NOT WS-SPCCDTB-OK
002680         DISPLAY 'SPC140 - SPCCDTB OPEN FAILED, STATUS '
002690             WS-SPCCDTB-STATUS
002700         MOVE 'Y' TO WS-ABEND-SW
002710         GO TO 1000-INITIALIZE-EXIT
002720     END-IF.
002730     OPEN INPUT SPCMNTT-FILE.
002740     IF NOT WS-SPCMNTT-OK
002750         DISPLAY 'SPC140 - SPCMNTT OPEN FAILED, STATUS '
002760             WS-SPCMNTT-STATUS
002770         MOVE 'Y' TO WS-ABEND-SW
002780         GO TO 1000-INITIALIZE-EXIT
002790     END-IF.
002800     OPEN OUTPUT SPCMNTR-FILE.
002810     IF NOT WS-SPCMNTR-OK
002820         DISPLAY 'SPC140 - SPCMNTR OPEN FAILED, STATUS '
002830             WS-SPCMNTR-STATUS
002840         MOVE 'Y' TO WS-ABEND-SW
002850         GO TO 1000-INITIALIZE-EXIT
002860     END-IF.
002870     OPEN I-O SPCAUDT-FILE.
002880     IF NOT WS-SPCAUDT-OK
002890         DISPLAY 'SPC140 - SPCAUDT OPEN FAILED, STATUS '
002900             WS-SPCAUDT-STATUS
002910         MOVE 'Y' TO WS-ABEND-SW
002920     END-IF.
002930 1000-INITIALIZE-EXIT.
002940     EXIT.
002950
002960 2000-PROCESS-TRAN.
002970     READ SPCMNTT-FILE NEXT RECORD
002980         AT END
002990             MOVE 'Y' TO WS-TRAN-EOF-SW
003000             GO TO 2000-PROCESS-TRAN-EXIT
003010     END-READ.
003020     ADD 1 TO SPC-TRANS-READ.
003030     MOVE 'N' TO WS-REJECT-SW.
003040     PERFORM 3000-VALIDATE-TRAN
003050         THRU 3000-VALIDATE-TRAN-EXIT.
003060     IF WS-REJECT-NO
003070         EVALUATE TRUE
003080             WHEN MTRN-IS-ADD
003090                 PERFORM 4000-ADD-ROW
003100                     THRU 4000-ADD-ROW-EXIT
003110             WHEN MTRN-IS-CHANGE
003120                 PERFORM 5000-CHANGE-ROW
003130                     THRU 5000-CHANGE-ROW-EXIT
003140             WHEN MTRN-IS-DELETE
003150                 PERFORM 6000-DELETE-ROW
003160                     THRU 6000-DELETE-ROW-EXIT
003170         END-EVALUATE
003180     END-IF.
003190     IF WS-REJECT-YES
003200         ADD 1 TO SPC-TRANS-REJECTED
003210         PERFORM 7100-WRITE-REJECT-LINE
003220             THRU 7100-WRITE-REJECT-LINE-EXIT
003230     ELSE
003240         PERFORM 7000-WRITE-ACCEPT-LINE
003250             THRU 7000-WRITE-ACCEPT-LINE-EXIT
003260     END-IF.
003270 2000-PROCESS-TRAN-EXIT.
003280     EXIT.
003290
003300*****************************************************************
003310*    TRANSACTION-LEVEL EDITS.  THE KEY MUST BE NUMERIC FOR ANY   *
003320*    ACTION; A DELETE NEEDS NOTHING ELSE, SO ITS DATA COLUMNS    *
003330*    (USUALLY BLANK ON A DELETE CARD) ARE NOT EDITED.  ADD AND   *
003340*    CHANGE GO THROUGH THE FULL SPC030-SHAPE FIELD EDITS.        *
003350*****************************************************************
003360 3000-VALIDATE-TRAN.
003370     IF NOT MTRN-IS-ADD AND NOT MTRN-IS-CHANGE
003380             AND NOT MTRN-IS-DELETE
003390         MOVE 'ACTION CODE MUST BE A, C OR D'
003400             TO WS-REJECT-REASON
003410         MOVE 'Y' TO WS-REJECT-SW
003420         GO TO 3000-VALIDATE-TRAN-EXIT
003430     END-IF.
003440     IF MTRN-BANK-NBR NOT NUMERIC
003450             OR MTRN-ACCT-NBR NOT NUMERIC
003460             OR MTRN-SEQ-NBR NOT NUMERIC
003470             OR MTRN-ACCT-ID NOT NUMERIC
003480         MOVE 'BANK/ACCT/SEQ/ACCT-ID MUST BE NUMERIC'
003490             TO WS-REJECT-REASON
003500         MOVE 'Y' TO WS-REJECT-SW
003510         GO TO 3000-VALIDATE-TRAN-EXIT
003520     END-IF.
003530     IF MTRN-IS-DELETE
003540         GO TO 3000-VALIDATE-TRAN-EXIT
003550     END-IF.
003560     IF MTRN-TRAN-CODE NOT NUMERIC
003570             OR MTRN-PROCESS-DAY NOT NUMERIC
003580         MOVE 'TRAN-CODE/PROCESS-DAY MUST BE NUMERIC'
003590             TO WS-REJECT-REASON
003600         MOVE 'Y' TO WS-REJECT-SW
003610         GO TO 3000-VALIDATE-TRAN-EXIT
003620     END-IF.
003630     IF MTRN-FREQUENCY NOT = 'W' AND MTRN-FREQUENCY NOT = 'M'
003640             AND MTRN-FREQUENCY NOT = 'Q'
003650             AND MTRN-FREQUENCY NOT = 'A'
003660         MOVE 'INVALID FREQUENCY - MUST BE W, M, Q OR A'
003670             TO WS-REJECT-REASON
003680         MOVE 'Y' TO WS-REJECT-SW
003690         GO TO 3000-VALIDATE-TRAN-EXIT
003700     END-IF.
003710     EVALUATE MTRN-FREQUENCY
003720         WHEN 'W'
003730             MOVE 7 TO WS-MAX-PROCESS-DAY
003740         WHEN OTHER
003750             MOVE 31 TO WS-MAX-PROCESS-DAY
003760     END-EVALUATE.
003770     IF MTRN-PROCESS-DAY < 1
003780             OR MTRN-PROCESS-DAY > WS-MAX-PROCESS-DAY
003790         MOVE 'PROCESS DAY OUT OF RANGE FOR THIS FREQUENCY'
003800             TO WS-REJECT-REASON
003810         MOVE 'Y' TO WS-REJECT-SW
003820         GO TO 3000-VALIDATE-TRAN-EXIT
003830     END-IF.
003840     MOVE 'START DATE' TO WS-EDIT-DATE-LABEL.
003850     MOVE MTRN-START-DATE TO WS-EDIT-DATE-FIELD.
003860     PERFORM 3150-VALIDATE-ONE-DATE
003870         THRU 3150-VALIDATE-ONE-DATE-EXIT.
003880     IF WS-REJECT-YES
003890         GO TO 3000-VALIDATE-TRAN-EXIT
003900     END-IF.
003910     MOVE 'END DATE' TO WS-EDIT-DATE-LABEL.
003920     MOVE MTRN-END-DATE TO WS-EDIT-DATE-FIELD.
003930     PERFORM 3150-VALIDATE-ONE-DATE
003940         THRU 3150-VALIDATE-ONE-DATE-EXIT.
003950     IF WS-REJECT-YES
003960         GO TO 3000-VALIDATE-TRAN-EXIT
003970     END-IF.
003980     IF MTRN-END-DATE < MTRN-START-DATE
003990         MOVE 'END DATE MAY NOT PRECEDE START DATE'
004000             TO WS-REJECT-REASON
004010         MOVE 'Y' TO WS-REJECT-SW
004020         GO TO 3000-VALIDATE-TRAN-EXIT
004030     END-IF.
004040     MOVE 'NEXT PROCESS DATE' TO WS-EDIT-DATE-LABEL.
004050     MOVE MTRN-NEXT-PROCESS TO WS-EDIT-DATE-FIELD.
004060     PERFORM 3150-VALIDATE-ONE-DATE
004070         THRU 3150-VALIDATE-ONE-DATE-EXIT.
004080     IF WS-REJECT-YES
004090         GO TO 3000-VALIDATE-TRAN-EXIT
004100     END-IF.
004110*****************************************************************
004120*    THE CHARGE-SWITCH EDIT RUNS LAST - IT COMPARES EFFECTIVE    *
004130*    DATES AGAINST MTRN-NEXT-PROCESS, SO THAT DATE MUST HAVE     *
004140*    PASSED ITS OWN SHAPE EDIT FIRST OR A MALFORMED DATE WOULD   *
004150*    REJECT WITH THE WRONG MESSAGE.                              *
004160*****************************************************************
004170     PERFORM 3200-VALIDATE-CHARGE-SW
004180         THRU 3200-VALIDATE-CHARGE-SW-EXIT.
004190 3000-VALIDATE-TRAN-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230*    ONE DATE FIELD, STAGED INTO WS-EDIT-DATE-FIELD BY THE       *
004240*    CALLER, MUST BE A VALID YYYY-MM-DD - THE SAME EDIT SHAPE    *
004250*    AS SPC030'S 3150-VALIDATE-ONE-DATE, BUILT FOR A BATCH       *
004260*    REGISTER INSTEAD OF A SCREEN MESSAGE.                       *
004270*****************************************************************
004280 3150-VALIDATE-ONE-DATE.
004290     MOVE SPACES TO WS-REJECT-REASON.
004300     IF WS-EDIT-DATE-DASH1 NOT = '-'
004310             OR WS-EDIT-DATE-DASH2 NOT = '-'
004320             OR WS-EDIT-DATE-YYYY NOT NUMERIC
004330             OR WS-EDIT-DATE-MM NOT NUMERIC
004340             OR WS-EDIT-DATE-DD NOT NUMERIC
004350         STRING FUNCTION TRIM(WS-EDIT-DATE-LABEL)
004360             DELIMITED BY SIZE
004370             ' MUST BE YYYY-MM-DD' DELIMITED BY SIZE
004380             INTO WS-REJECT-REASON
004390         MOVE 'Y' TO WS-REJECT-SW
004400         GO TO 3150-VALIDATE-ONE-DATE-EXIT
004410     END-IF.
004420     IF FUNCTION NUMVAL(WS-EDIT-DATE-MM) < 1
004430             OR FUNCTION NUMVAL(WS-EDIT-DATE-MM) > 12
004440         STRING FUNCTION TRIM(WS-EDIT-DATE-LABEL)
004450             DELIMITED BY SIZE
004460             ' MONTH MUST BE 01 THRU 12' DELIMITED BY SIZE
004470             INTO WS-REJECT-REASON
004480         MOVE 'Y' TO WS-REJECT-SW
004490         GO TO 3150-VALIDATE-ONE-DATE-EXIT
004500     END-IF.
004510     IF FUNCTION NUMVAL(WS-EDIT-DATE-DD) < 1
004520             OR FUNCTION NUMVAL(WS-EDIT-DATE-DD) > 31
004530         STRING FUNCTION TRIM(WS-EDIT-DATE-LABEL)
004540             DELIMITED BY SIZE
004550             ' DAY MUST BE 01 THRU 31' DELIMITED BY SIZE
004560             INTO WS-REJECT-REASON
004570         MOVE 'Y' TO WS-REJECT-SW
004580     END-IF.
004590 3150-VALIDATE-ONE-DATE-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*    THE CHARGE SWITCH MUST DECODE FROM DSDS.SPCCDTB - EXACT     *
004640*    CHARGE-SW/TRAN-CODE ROW FIRST, ELSE THE TRAN-CODE-ZERO      *
004650*    DEFAULT ROW, THE SAME LOOKUP ORDER SPC080 USES.  WITH THE   *
004660*    TABLE EFFECTIVE-DATED, A ROW MUST BE IN FORCE ON THE        *
004670*    TRANSACTION'S NEXT-PROCESS DATE - THE FIRST DATE THE        *
004680*    SWITCH WILL ACTUALLY BE PRICED.                             *
004690*****************************************************************
004700 3200-VALIDATE-CHARGE-SW.
004710     MOVE 'N'             TO WS-CDTB-FOUND-SW.
004720     MOVE MTRN-CHARGE-SW  TO WS-TGT-CHARGE-SW.
004730     MOVE MTRN-TRAN-CODE  TO WS-TGT-TRAN-CODE.
004740     PERFORM 3220-SELECT-EFF-ROW
004750         THRU 3220-SELECT-EFF-ROW-EXIT.
004760     IF WS-CDTB-FOUND-YES
004770         GO TO 3200-VALIDATE-CHARGE-SW-EXIT
004780     END-IF.
004790     MOVE MTRN-CHARGE-SW TO WS-TGT-CHARGE-SW.
004800     MOVE ZERO           TO WS-TGT-TRAN-CODE.
004810     PERFORM 3220-SELECT-EFF-ROW
004820         THRU 3220-SELECT-EFF-ROW-EXIT.
004830     IF NOT WS-CDTB-FOUND-YES
004840         MOVE 'CHARGE SWITCH NOT IN FORCE ON DSDS.SPCCDTB'
004850             TO WS-REJECT-REASON
004860         MOVE 'Y' TO WS-REJECT-SW
004870     END-IF.
004880 3200-VALIDATE-CHARGE-SW-EXIT.
004890     EXIT.
004900
004910*****************************************************************
004920*    BROWSE THE EFFECTIVE PERIODS ON FILE FOR THE TARGET         *
004930*    CHARGE-SW/TRAN-CODE AND SET WS-CDTB-FOUND-SW WHEN ONE IS    *
004940*    IN FORCE ON THE TRANSACTION'S NEXT-PROCESS DATE.            *
004950*****************************************************************
004960 3220-SELECT-EFF-ROW.
004970     MOVE 'N' TO WS-CDTB-DONE-SW.
004980     MOVE WS-TGT-CHARGE-SW TO FK-CDTB-CHARGE-SW.
004990     MOVE WS-TGT-TRAN-CODE TO FK-CDTB-TRAN-CODE.
005000     MOVE LOW-VALUES       TO FK-CDTB-EFF-FROM.
005010     START SPCCDTB-FILE KEY IS NOT LESS THAN FK-SPCCDTB-KEY
005020         INVALID KEY
005030             MOVE 'Y' TO WS-CDTB-DONE-SW
005040     END-START.
005050     PERFORM 3230-READ-EFF-NEXT
005060         THRU 3230-READ-EFF-NEXT-EXIT
005070         UNTIL WS-CDTB-DONE-YES.
005080 3220-SELECT-EFF-ROW-EXIT.
005090     EXIT.
005100
005110 3230-READ-EFF-NEXT.
005120     READ SPCCDTB-FILE NEXT RECORD
005130         AT END
005140             MOVE 'Y' TO WS-CDTB-DONE-SW
005150             GO TO 3230-READ-EFF-NEXT-EXIT
005160     END-READ.
005170     MOVE FD-SPCCDTB-DATA TO DSDS-SPCCDTB.
005180     IF CDTB-CHARGE-SW NOT = WS-TGT-CHARGE-SW
005190             OR CDTB-TRAN-CODE NOT = WS-TGT-TRAN-CODE
005200             OR CDTB-EFF-FROM-DATE > MTRN-NEXT-PROCESS
005210         MOVE 'Y' TO WS-CDTB-DONE-SW
005220         GO TO 3230-READ-EFF-NEXT-EXIT
005230     END-IF.
005240     IF CDTB-EFF-TO-DATE NOT < MTRN-NEXT-PROCESS
005250         MOVE 'Y' TO WS-CDTB-FOUND-SW
005260     END-IF.
005270 3230-READ-EFF-NEXT-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310*    ADD - A SEQ-NBR OF ZERO MEANS ASSIGN THE NEXT ONE FOR THE   *
005320*    BANK/ACCOUNT: THE KEYED BROWSE WALKS EVERY ROW FOR THE      *
005330*    ACCOUNT (SEQ-NBR VALUES ARE NOT GUARANTEED CONTIGUOUS,      *
005340*    THE SAME REASON SPC030 BROWSES INSTEAD OF DOING KEY         *
005350*    ARITHMETIC) AND TAKES HIGHEST-PLUS-ONE.                     *
005360*****************************************************************
005370 4000-ADD-ROW.
005380     IF MTRN-SEQ-NBR = ZERO
005390         PERFORM 4300-ASSIGN-NEXT-SEQ
005400             THRU 4300-ASSIGN-NEXT-SEQ-EXIT
005410     ELSE
005420         MOVE MTRN-SEQ-NBR TO WS-ASSIGNED-SEQ
005430     END-IF.
005440     MOVE MTRN-BANK-NBR    TO STMT-BANK-NBR.
005450     MOVE MTRN-ACCT-NBR    TO STMT-ACCT-NBR.
005460     MOVE MTRN-START-DATE  TO STMT-START-DATE.
005470     MOVE MTRN-END-DATE    TO STMT-END-DATE.
005480     MOVE MTRN-TRAN-CODE   TO STMT-TRAN-CODE.
005490     MOVE MTRN-ACCT-ID     TO STMT-ACCT-ID.
005500     MOVE MTRN-FREQUENCY   TO STMT-FREQUENCY.
005510     MOVE MTRN-NEXT-PROCESS TO STMT-NEXT-PROCESS.
005520     MOVE WS-ASSIGNED-SEQ  TO STMT-SEQ-NBR.
005530     MOVE MTRN-PROCESS-DAY TO STMT-PROCESS-DAY.
005540     MOVE MTRN-CHARGE-SW   TO STMT-CHARGE-SW.
005550     MOVE STMT-BANK-NBR TO FK-SPC-BANK-NBR.
005560     MOVE STMT-ACCT-NBR TO FK-SPC-ACCT-NBR.
005570     MOVE STMT-SEQ-NBR  TO FK-SPC-SEQ-NBR.
005580     MOVE DSDS-SPECSTMT TO FD-SPECSTMT-DATA.
005590     WRITE FD-SPECSTMT-REC.
005600     IF WS-SPECSTMT-DUP
005610         MOVE 'A ROW ALREADY EXISTS FOR THIS SEQ NBR'
005620             TO WS-REJECT-REASON
005630         MOVE 'Y' TO WS-REJECT-SW
005640         GO TO 4000-ADD-ROW-EXIT
005650     END-IF.
005660     IF NOT WS-SPECSTMT-OK
005670         DISPLAY 'SPC140 - SPECSTMT WRITE FAILED FOR BANK '
005680             STMT-BANK-NBR ' ACCT ' STMT-ACCT-NBR
005690             ' STATUS ' WS-SPECSTMT-STATUS
005700         MOVE 'SPECSTMT FILE WRITE FAILED' TO WS-REJECT-REASON
005710         MOVE 'Y' TO WS-REJECT-SW
005720         GO TO 4000-ADD-ROW-EXIT
005730     END-IF.
005740     ADD 1 TO SPC-ROWS-ADDED.
005750     MOVE SPACES        TO WS-BEFORE-IMAGE.
005760     MOVE 'A'           TO AUDT-CHANGE-TYPE.
005770     MOVE DSDS-SPECSTMT TO AUDT-AFTER-IMAGE.
005780     PERFORM 8000-WRITE-AUDIT
005790         THRU 8000-WRITE-AUDIT-EXIT.
005800 4000-ADD-ROW-EXIT.
005810     EXIT.
005820
005830*****************************************************************
005840*    HIGHEST EXISTING SEQ-NBR FOR THE BANK/ACCOUNT PLUS ONE;     *
005850*    ONE WHEN THE ACCOUNT HAS NO ROWS AT ALL.                    *
005860*****************************************************************
005870 4300-ASSIGN-NEXT-SEQ.
005880     MOVE ZERO TO WS-HIGH-SEQ.
005890     MOVE 'N'  TO WS-SEQ-DONE-SW.
005900     MOVE MTRN-BANK-NBR TO FK-SPC-BANK-NBR.
005910     MOVE MTRN-ACCT-NBR TO FK-SPC-ACCT-NBR.
005920     MOVE ZERO          TO FK-SPC-SEQ-NBR.
005930     START SPECSTMT-FILE KEY IS NOT LESS THAN FK-SPECSTMT-KEY
005940         INVALID KEY
005950             MOVE 'Y' TO WS-SEQ-DONE-SW
005960     END-START.
005970     PERFORM 4310-READ-NEXT-SEQ
005980         THRU 4310-READ-NEXT-SEQ-EXIT
005990         UNTIL WS-SEQ-DONE-YES.
006000     COMPUTE WS-ASSIGNED-SEQ = WS-HIGH-SEQ + 1.
006010 4300-ASSIGN-NEXT-SEQ-EXIT.
006020     EXIT.
006030
006040 4310-READ-NEXT-SEQ.
006050     READ SPECSTMT-FILE NEXT RECORD
006060         AT END
006070             MOVE 'Y' TO WS-SEQ-DONE-SW
006080             GO TO 4310-READ-NEXT-SEQ-EXIT
006090     END-READ.
006100     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
006110     IF STMT-BANK-NBR NOT = MTRN-BANK-NBR
006120             OR STMT-ACCT-NBR NOT = MTRN-ACCT-NBR
006130         MOVE 'Y' TO WS-SEQ-DONE-SW
006140         GO TO 4310-READ-NEXT-SEQ-EXIT
006150     END-IF.
006160     IF STMT-SEQ-NBR > WS-HIGH-SEQ
006170         MOVE STMT-SEQ-NBR TO WS-HIGH-SEQ
006180     END-IF.
006190 4310-READ-NEXT-SEQ-EXIT.
006200     EXIT.
006210
006220*****************************************************************
006230*    CHANGE - THE ROW MUST EXIST AND ITS STMT-ACCT-ID MUST       *
006240*    MATCH THE TRANSACTION, THE SAME GUARD SPC030'S              *
006250*    5000-REWRITE-ROW APPLIES BEFORE A REWRITE.                  *
006260*****************************************************************
006270 5000-CHANGE-ROW.
006280     MOVE MTRN-BANK-NBR TO FK-SPC-BANK-NBR.
006290     MOVE MTRN-ACCT-NBR TO FK-SPC-ACCT-NBR.
006300     MOVE MTRN-SEQ-NBR  TO FK-SPC-SEQ-NBR.
006310     READ SPECSTMT-FILE
006320         INVALID KEY
006330             MOVE 'NO ROW ON FILE FOR THIS KEY'
006340                 TO WS-REJECT-REASON
006350             MOVE 'Y' TO WS-REJECT-SW
006360             GO TO 5000-CHANGE-ROW-EXIT
006370     END-READ.
006380     MOVE FD-SPECSTMT-DATA TO WS-BEFORE-IMAGE.
006390     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
006400     IF STMT-ACCT-ID NOT = MTRN-ACCT-ID
006410         MOVE 'ACCT-ID DOES NOT MATCH THE ROW ON FILE'
006420             TO WS-REJECT-REASON
006430         MOVE 'Y' TO WS-REJECT-SW
006440         GO TO 5000-CHANGE-ROW-EXIT
006450     END-IF.
006460     MOVE MTRN-TRAN-CODE    TO STMT-TRAN-CODE.
006470     MOVE MTRN-FREQUENCY    TO STMT-FREQUENCY.
006480     MOVE MTRN-PROCESS-DAY  TO STMT-PROCESS-DAY.
006490     MOVE MTRN-CHARGE-SW    TO STMT-CHARGE-SW.
006500     MOVE MTRN-START-DATE   TO STMT-START-DATE.
006510     MOVE MTRN-END-DATE     TO STMT-END-DATE.
006520     MOVE MTRN-NEXT-PROCESS TO STMT-NEXT-PROCESS.
006530     MOVE DSDS-SPECSTMT TO FD-SPECSTMT-DATA.
006540     REWRITE FD-SPECSTMT-REC.
006550     IF NOT WS-SPECSTMT-OK
006560         DISPLAY 'SPC140 - SPECSTMT REWRITE FAILED FOR BANK '
006570             STMT-BANK-NBR ' ACCT ' STMT-ACCT-NBR
006580             ' STATUS ' WS-SPECSTMT-STATUS
006590         MOVE 'SPECSTMT FILE REWRITE FAILED' TO WS-REJECT-REASON
006600         MOVE 'Y' TO WS-REJECT-SW
006610         GO TO 5000-CHANGE-ROW-EXIT
006620     END-IF.
006630     ADD 1 TO SPC-ROWS-CHANGED.
006640     MOVE 'C'           TO AUDT-CHANGE-TYPE.
006650     MOVE DSDS-SPECSTMT TO AUDT-AFTER-IMAGE.
006660     PERFORM 8000-WRITE-AUDIT
006670         THRU 8000-WRITE-AUDIT-EXIT.
006680 5000-CHANGE-ROW-EXIT.
006690     EXIT.
006700
006710*****************************************************************
006720*    DELETE - SAME EXISTENCE AND ACCT-ID GUARDS AS A CHANGE.     *
006730*****************************************************************
006740 6000-DELETE-ROW.
006750     MOVE MTRN-BANK-NBR TO FK-SPC-BANK-NBR.
006760     MOVE MTRN-ACCT-NBR TO FK-SPC-ACCT-NBR.
006770     MOVE MTRN-SEQ-NBR  TO FK-SPC-SEQ-NBR.
006780     READ SPECSTMT-FILE
006790         INVALID KEY
006800             MOVE 'NO ROW ON FILE FOR THIS KEY'
006810                 TO WS-REJECT-REASON
006820             MOVE 'Y' TO WS-REJECT-SW
006830             GO TO 6000-DELETE-ROW-EXIT
006840     END-READ.
006850     MOVE FD-SPECSTMT-DATA TO WS-BEFORE-IMAGE.
006860     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
006870     IF STMT-ACCT-ID NOT = MTRN-ACCT-ID
006880         MOVE 'ACCT-ID DOES NOT MATCH THE ROW ON FILE'
006890             TO WS-REJECT-REASON
006900         MOVE 'Y' TO WS-REJECT-SW
006910         GO TO 6000-DELETE-ROW-EXIT
006920     END-IF.
006930     DELETE SPECSTMT-FILE RECORD.
006940     IF NOT WS-SPECSTMT-OK
006950         DISPLAY 'SPC140 - SPECSTMT DELETE FAILED FOR BANK '
006960             STMT-BANK-NBR ' ACCT ' STMT-ACCT-NBR
006970             ' STATUS ' WS-SPECSTMT-STATUS
006980         MOVE 'SPECSTMT FILE DELETE FAILED' TO WS-REJECT-REASON
006990         MOVE 'Y' TO WS-REJECT-SW
007000         GO TO 6000-DELETE-ROW-EXIT
007010     END-IF.
007020     ADD 1 TO SPC-ROWS-DELETED.
007030     MOVE 'D'    TO AUDT-CHANGE-TYPE.
007040     MOVE SPACES TO AUDT-AFTER-IMAGE.
007050     PERFORM 8000-WRITE-AUDIT
007060         THRU 8000-WRITE-AUDIT-EXIT.
007070 6000-DELETE-ROW-EXIT.
007080     EXIT.
007090
007100*****************************************************************
007110*    ONE DSDS.SPCAUDT CHANGE-LOG ROW PER APPLIED TRANSACTION.    *
007120*    THE CALLER SETS AUDT-CHANGE-TYPE, AUDT-AFTER-IMAGE AND      *
007130*    WS-BEFORE-IMAGE; THE RUN-LEVEL AUDIT SEQUENCE KEEPS TWO     *
007140*    CHANGES TO THE SAME ROW IN THE SAME SECOND FROM             *
007150*    COLLIDING.  A FAILED LOG WRITE IS REPORTED BUT DOES NOT     *
007160*    BACK OUT THE ROW CHANGE ALREADY APPLIED.                    *
007170*****************************************************************
007180 8000-WRITE-AUDIT.
007190     ADD 1 TO WS-AUDIT-SEQ.
007200     MOVE STMT-BANK-NBR   TO AUDT-BANK-NBR.
007210     MOVE STMT-ACCT-NBR   TO AUDT-ACCT-NBR.
007220     MOVE STMT-SEQ-NBR    TO AUDT-SEQ-NBR.
007230     MOVE SPC-AUDIT-DATE  TO AUDT-CHANGE-DATE.
007240     MOVE SPC-AUDIT-TIME  TO AUDT-CHANGE-TIME.
007250     MOVE WS-AUDIT-SEQ    TO AUDT-CHANGE-SEQ.
007260     MOVE 'SPC140'        TO AUDT-SOURCE-ID.
007270     MOVE SPC-OPERATOR-ID TO AUDT-OPERATOR-ID.
007280     MOVE 'BTCH'          TO AUDT-TERMINAL-ID.
007290     MOVE WS-BEFORE-IMAGE TO AUDT-BEFORE-IMAGE.
007300     MOVE AUDT-BANK-NBR    TO FK-AUD-BANK-NBR.
007310     MOVE AUDT-ACCT-NBR    TO FK-AUD-ACCT-NBR.
007320     MOVE AUDT-SEQ-NBR     TO FK-AUD-SEQ-NBR.
007330     MOVE AUDT-CHANGE-DATE TO FK-AUD-CHANGE-DATE.
007340     MOVE AUDT-CHANGE-TIME TO FK-AUD-CHANGE-TIME.
007350     MOVE AUDT-CHANGE-SEQ  TO FK-AUD-CHANGE-SEQ.
007360     MOVE DSDS-SPCAUDT     TO FD-SPCAUDT-DATA.
007370     WRITE FD-SPCAUDT-REC.
007380     IF WS-SPCAUDT-OK
007390         ADD 1 TO SPC-AUDITS-WRITTEN
007400     ELSE
007410         DISPLAY 'SPC140 - SPCAUDT WRITE FAILED FOR BANK '
007420             AUDT-BANK-NBR ' ACCT ' AUDT-ACCT-NBR
007430             ' STATUS ' WS-SPCAUDT-STATUS
007440     END-IF.
007450 8000-WRITE-AUDIT-EXIT.
007460     EXIT.
007470
007480 7000-WRITE-ACCEPT-LINE.
007490     MOVE MTRN-BANK-NBR TO WS-RPT-BANK-NBR.
007500     MOVE MTRN-ACCT-NBR TO WS-RPT-ACCT-NBR.
007510     IF MTRN-IS-ADD
007520         MOVE WS-ASSIGNED-SEQ TO WS-RPT-SEQ-NBR
007530     ELSE
007540         MOVE MTRN-SEQ-NBR TO WS-RPT-SEQ-NBR
007550     END-IF.
007560     MOVE SPACES TO FD-SPCMNTR-REC.
007570     STRING MTRN-ACTION
007580             ' BANK ' WS-RPT-BANK-NBR
007590             ' ACCT ' WS-RPT-ACCT-NBR
007600             ' SEQ ' WS-RPT-SEQ-NBR
007610             ' ACCEPTED'
007620             DELIMITED BY SIZE
007630             INTO FD-SPCMNTR-REC.
007640     WRITE FD-SPCMNTR-REC.
007650 7000-WRITE-ACCEPT-LINE-EXIT.
007660     EXIT.
007670
007680 7100-WRITE-REJECT-LINE.
007690     MOVE MTRN-BANK-NBR TO WS-RPT-BANK-NBR.
007700     MOVE MTRN-ACCT-NBR TO WS-RPT-ACCT-NBR.
007710     MOVE MTRN-SEQ-NBR  TO WS-RPT-SEQ-NBR.
007720     MOVE SPACES TO FD-SPCMNTR-REC.
007730     STRING MTRN-ACTION
007740             ' BANK ' WS-RPT-BANK-NBR
007750             ' ACCT ' WS-RPT-ACCT-NBR
007760             ' SEQ ' WS-RPT-SEQ-NBR
007770             ' REJECTED - ' WS-REJECT-REASON
007780             DELIMITED BY SIZE
007790             INTO FD-SPCMNTR-REC.
007800     WRITE FD-SPCMNTR-REC.
007810 7100-WRITE-REJECT-LINE-EXIT.
007820     EXIT.
007830
007840 9000-TERMINATE.
007850     CLOSE SPECSTMT-FILE.
007860     CLOSE SPCCDTB-FILE.
007870     CLOSE SPCMNTT-FILE.
007880     CLOSE SPCMNTR-FILE.
007890     CLOSE SPCAUDT-FILE.
007900     DISPLAY 'SPC140 - TRANSACTIONS READ ' SPC-TRANS-READ.
007910     DISPLAY 'SPC140 - ROWS ADDED        ' SPC-ROWS-ADDED.
007920     DISPLAY 'SPC140 - ROWS CHANGED      ' SPC-ROWS-CHANGED.
007930     DISPLAY 'SPC140 - ROWS DELETED      ' SPC-ROWS-DELETED.
007940     DISPLAY 'SPC140 - TRANS REJECTED    ' SPC-TRANS-REJECTED.
007950     DISPLAY 'SPC140 - AUDIT ROWS WRITTEN' SPC-AUDITS-WRITTEN.
007960     IF WS-ABEND-YES
007970         MOVE 16 TO RETURN-CODE
007980     END-IF.
007990 9000-TERMINATE-EXIT.
008000     EXIT.
