000170*                      ON THE PENDING DATE FROM THE RUN PARM -   *
000180*                      SO THE REVENUE SWING OF A FEE CHANGE IS   *
000190*                      VISIBLE BEFORE IT LANDS.                  *
000200*    10/15/26   DW    A PERCENT-TYPE ROW NOW PRICES TO MONEY     *
000210*                      AGAINST THE ACCOUNT'S BALANCE FROM THE    *
000220*                      TRANSACTION EXTRACT (COPY SPCTXNX) - THE  *
000230*                      SAME BASE SPC180 POSTS FROM - AND TOTALS  *
000240*                      LIKE A FLAT FEE.  A ROW WHOSE ACCOUNT HAS *
000250*                      NO BALANCE ON THE EXTRACT STILL SHOWS ITS *
000260*                      RATE AND IS NOT COMPARABLE.               *
000270*    10/15/26   DW    A PERCENT-TYPE FEE'S BALANCE BASE NOW      *
000280*                      RUNS FROM THE 'B' RECORD'S COVERAGE       *
000290*                      START TO THE RUN DATE ONLY WHEN THE       *
000300*                      EXTRACT COVERS THE ACCOUNT THROUGH THE    *
000310*                      RUN DATE; A SHORT EXTRACT NO LONGER       *
000320*                      PRICES OVER A TRUNCATED PERIOD.  SAME     *
000330*                      RULE AS SPC150, SPC180 AND SPC270.        *
000340*****************************************************************
000350*****************************************************************
000360*    A SCHEDULE IS ACTIVE WHEN ITS STMT-END-DATE HAS NOT YET     *
000370*    PASSED THE RUN DATE.  A FLAT FEE (CDTB-FEE-FLAT) TOTALS AS  *
000380*    MONEY; SO DOES A PERCENT-TYPE ROW, PRICED AS ITS RATE TIMES *
000390*    THE ACCOUNT'S BALANCE BASE AS OF THE RUN DATE (ONE BALANCE  *
000400*    FOR BOTH DATES, SO THE SWING IS THE RATE CHANGE ALONE).  A  *
000410*    PERCENT ROW WITH NO BALANCE ON THE TRANSACTION EXTRACT, OR  *
000420*    A SWITCH WITH NO ROW IN FORCE, IS SHOWN ON ITS DETAIL LINE  *
000430*    AND COUNTED AS NOT COMPARABLE RATHER THAN DISTORTING THE    *
000440*    SWING TOTALS.                                               *
000450*    DETAIL LINES PRINT ONLY FOR ROWS WHOSE PRICE CHANGES        *
000460*    BETWEEN THE TWO DATES; BANK AND RUN TOTALS ALWAYS PRINT.    *
000470*    THE DECODE FOLLOWS SPC080'S ORDER - EXACT CHARGE-SW/TRAN-   *
000480*    CODE ROW, ELSE THE TRAN-CODE-ZERO DEFAULT - WITH THE        *
000490*    EFFECTIVE PERIOD SELECTED PER DATE.                         *
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
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS FK-SPECSTMT-KEY
000640         FILE STATUS IS WS-SPECSTMT-STATUS.
000650
000660     SELECT SPCCDTB-FILE
000670         ASSIGN TO SPCCDTB
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS FK-SPCCDTB-KEY
000710         FILE STATUS IS WS-SPCCDTB-STATUS.
000720
000730     SELECT SPCFIMP-FILE
000740         ASSIGN TO SPCFIMP
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-SPCFIMP-STATUS.
000770
000780     SELECT SPCTXNX-FILE
000790         ASSIGN TO SPCTXNX
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS FK-SPCTXNX-KEY
000830         FILE STATUS IS WS-SPCTXNX-STATUS.
000840
000850     SELECT RUN-PARM-FILE
000860         ASSIGN TO RUNPARM
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-RUNPARM-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  SPECSTMT-FILE.
000920 01  FD-SPECSTMT-REC.
000930     05 FK-SPECSTMT-KEY.
000940         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
000950         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
000960         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
000970     05 FD-SPECSTMT-DATA         PIC X(49).
000980
000990 FD  SPCCDTB-FILE.
001000 01  FD-SPCCDTB-REC.
001010     05 FK-SPCCDTB-KEY.
001020         10 FK-CDTB-CHARGE-SW    PIC X(2).
001030         10 FK-CDTB-TRAN-CODE    PIC S9(3) USAGE COMP-3.
001040         10 FK-CDTB-EFF-FROM     PIC X(10).
001050     05 FD-SPCCDTB-DATA          PIC X(71).
001060
001070 FD  SPCFIMP-FILE.
001080 01  FD-SPCFIMP-REC              PIC X(132).
001090
001100*****************************************************************
001110*    THE TRANSACTION EXTRACT AS LOADED TO ITS KEYED WORK FILE    *
001120*    FOR SPC150 - THE RECORD KEY SITS BEHIND THE ONE-BYTE        *
001130*    RECORD TYPE, SO A BALANCE RECORD AND ITS TRANSACTIONS       *
001140*    BROWSE IN BANK/ACCOUNT/POST-DATE/SEQ ORDER.                 *
001150*****************************************************************
001160 FD  SPCTXNX-FILE.
001170 01  FD-SPCTXNX-REC.
001180     05 FD-TXN-REC-TYPE          PIC X(1).
001190     05 FK-SPCTXNX-KEY.
001200         10 FK-TXN-BANK-NBR      PIC 9(3).
001210         10 FK-TXN-ACCT-NBR      PIC 9(9).
001220         10 FK-TXN-POST-DATE     PIC X(10).
001230         10 FK-TXN-SEQ-NBR       PIC 9(4).
001240     05 FD-SPCTXNX-DATA          PIC X(43).
001250
001260 FD  RUN-PARM-FILE
001270     RECORDING MODE IS F.
001280 01  RUN-PARM-REC.
001290     05 PARM-RUN-DATE            PIC X(10).
001300     05 PARM-PENDING-DATE        PIC X(10).
001310
001320 WORKING-STORAGE SECTION.
001330 COPY SPECSTMT.
001340 COPY SPCCDTB.
001350 COPY SPCTXNX.
001360
001370 01  WS-FILE-STATUSES.
001380     05 WS-SPECSTMT-STATUS       PIC X(2).
001390         88 WS-SPECSTMT-OK              VALUE '00'.
001400         88 WS-SPECSTMT-EOF             VALUE '10'.
001410     05 WS-SPCCDTB-STATUS        PIC X(2).
001420         88 WS-SPCCDTB-OK               VALUE '00'.
001430         88 WS-SPCCDTB-NOTFOUND         VALUE '23'.
001440     05 WS-SPCFIMP-STATUS        PIC X(2).
001450         88 WS-SPCFIMP-OK               VALUE '00'.
001460     05 WS-SPCTXNX-STATUS        PIC X(2).
001470         88 WS-SPCTXNX-OK               VALUE '00'.
001480         88 WS-SPCTXNX-NOFILE           VALUE '35'.
001490     05 WS-RUNPARM-STATUS        PIC X(2).
001500         88 WS-RUNPARM-OK               VALUE '00'.
001510
001520 01  WS-SWITCHES.
001530     05 WS-EOF-SW                PIC X(1)     VALUE 'N'.
001540         88 WS-EOF-YES                  VALUE 'Y'.
001550         88 WS-EOF-NO                   VALUE 'N'.
001560     05 WS-GROUP-START-SW        PIC X(1)     VALUE 'N'.
001570         88 WS-GROUP-STARTED            VALUE 'Y'.
001580     05 WS-DECODE-FOUND-SW       PIC X(1)     VALUE 'N'.
001590         88 WS-DECODE-FOUND             VALUE 'Y'.
001600     05 WS-CDTB-DONE-SW          PIC X(1)     VALUE 'N'.
001610         88 WS-CDTB-DONE-YES            VALUE 'Y'.
001620     05 WS-TXNX-PRESENT-SW       PIC X(1)     VALUE 'N'.
001630         88 WS-TXNX-PRESENT             VALUE 'Y'.
001640     05 WS-BAL-FOUND-SW          PIC X(1)     VALUE 'N'.
001650         88 WS-BAL-FOUND                VALUE 'Y'.
001660     05 WS-BAL-DONE-SW           PIC X(1)     VALUE 'N'.
001670         88 WS-BAL-DONE-YES             VALUE 'Y'.
001680     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
001690         88 WS-ABEND-YES                VALUE 'Y'.
001700         88 WS-ABEND-NO                 VALUE 'N'.
001710
001720 01  WS-COUNTERS.
001730     05 SPC-RECS-READ            PIC S9(7) COMP-3 VALUE ZERO.
001740     05 SPC-RECS-ACTIVE          PIC S9(7) COMP-3 VALUE ZERO.
001750     05 SPC-RECS-CHANGED         PIC S9(7) COMP-3 VALUE ZERO.
001760     05 SPC-RECS-NOT-COMPARED    PIC S9(7) COMP-3 VALUE ZERO.
001770
001780 01  SPC-RUN-DATE                PIC X(10).
001790 01  SPC-PENDING-DATE            PIC X(10).
001800
001810*****************************************************************
001820*    PER-ROW PRICING RESULTS - STATUS 'F' IS A MONEY AMOUNT (A   *
001830*    FLAT FEE, OR A PERCENT-TYPE ROW PRICED AGAINST A BALANCE),  *
001840*    'P' A PERCENT-TYPE ROW WITH NO BALANCE TO PRICE AGAINST     *
001850*    (THE FIELD HOLDS THE RATE, NOT MONEY), 'N' NO ROW IN FORCE  *
001860*    FOR THE DATE.                                               *
001870*****************************************************************
001880 01  WS-PRICE-DATE               PIC X(10).
001890 01  WS-PRICE-STATUS             PIC X(1).
001900 01  WS-PRICE-AMT                PIC S9(7)V99 COMP-3.
001910 01  WS-CURR-STATUS              PIC X(1).
001920 01  WS-CURR-AMT                 PIC S9(7)V99 COMP-3.
001930 01  WS-PEND-STATUS              PIC X(1).
001940 01  WS-PEND-AMT                 PIC S9(7)V99 COMP-3.
001950
001960 01  WS-TGT-CHARGE-SW            PIC X(2).
001970 01  WS-TGT-TRAN-CODE            PIC S9(3) COMP-3.
001980 01  WS-CDTB-HOLD                PIC X(71).
001990
002000*****************************************************************
002010*    BALANCE-BASE WORK FIELDS FOR A PERCENT-TYPE ROW, BUILT THE  *
002020*    SAME WAY AS SPC180'S - THE RUNNING BALANCE FROM THE 'B'     *
002030*    RECORD'S COVERAGE START TO THE RUN DATE, ITS CLOSING        *
002040*    (PERIOD-END) VALUE, AND THE SUM OF END-OF-DAY BALANCES      *
002050*    THE AVERAGE DAILY BALANCE IS TAKEN FROM.                    *
002060*****************************************************************
002070 01  WS-BAL-FROM-DATE            PIC X(10).
002080 01  WS-BAL-TO-DATE              PIC X(10).
002090 01  WS-BAL-RUN                  PIC S9(9)V99 COMP-3.
002100 01  WS-BAL-END                  PIC S9(9)V99 COMP-3.
002110 01  WS-BAL-AVG                  PIC S9(9)V99 COMP-3.
002120 01  WS-BAL-BASE                 PIC S9(9)V99 COMP-3.
002130 01  WS-BAL-DAY-SUM              PIC S9(13)V99 COMP-3.
002140 01  WS-BAL-FROM-INT             PIC S9(9) COMP-3.
002150 01  WS-BAL-TO-INT               PIC S9(9) COMP-3.
002160 01  WS-BAL-LAST-INT             PIC S9(9) COMP-3.
002170 01  WS-DATE-INTEGER             PIC S9(9) COMP-3.
002180 01  WS-BAL-DATE.
002190     05 WS-BDT-YYYY              PIC 9(4).
002200     05 FILLER                   PIC X.
002210     05 WS-BDT-MM                PIC 9(2).
002220     05 FILLER                   PIC X.
002230     05 WS-BDT-DD                PIC 9(2).
002240 01  WS-YYYYMMDD                 PIC 9(8).
002250 01  WS-YYYYMMDD-X REDEFINES WS-YYYYMMDD.
002260     05 WS-YMD-YYYY              PIC 9(4).
002270     05 WS-YMD-MM                PIC 9(2).
002280     05 WS-YMD-DD                PIC 9(2).
002290
002300 01  WS-PRICE-DESC               PIC X(14).
002310 01  WS-CURR-DESC                PIC X(14).
002320 01  WS-PEND-DESC                PIC X(14).
002330 01  WS-DESC-AMT                 PIC Z(6)9,99.
002340
002350 01  WS-GROUP-AREA.
002360     05 WS-GROUP-BANK-NBR        PIC S9(3) COMP-3.
002370     05 WS-BNK-COMPARED-CNT      PIC S9(7) COMP-3.
002380     05 WS-BNK-CURR-AMT          PIC S9(9)V99 COMP-3.
002390     05 WS-BNK-PEND-AMT          PIC S9(9)V99 COMP-3.
002400
002410 01  WS-REPORT-TOTALS.
002420     05 WS-TOT-COMPARED-CNT      PIC S9(7) COMP-3 VALUE ZERO.
002430     05 WS-TOT-CURR-AMT          PIC S9(9)V99 COMP-3 VALUE ZERO.
002440     05 WS-TOT-PEND-AMT          PIC S9(9)V99 COMP-3 VALUE ZERO.
002450
002460 01  WS-SWING-AMT                PIC S9(9)V99 COMP-3.
002470
002480 01  WS-REPORT-LINE.
002490     05 WS-RPT-BANK-NBR          PIC ZZ9.
002500     05 WS-RPT-ACCT-NBR          PIC Z(8)9.
002510     05 WS-RPT-SEQ-NBR           PIC Z(3)9.
002520     05 WS-RPT-TRAN-CODE         PIC ZZ9.
002530     05 WS-RPT-CHARGE-SW         PIC X(2).
002540     05 WS-RPT-COMPARED-CNT      PIC Z(6)9.
002550     05 WS-RPT-CURR-AMT          PIC Z(8)9,99.
002560     05 WS-RPT-PEND-AMT          PIC Z(8)9,99.
002570     05 WS-RPT-SWING-AMT         PIC +Z(8)9,99.
002580
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE
002620         THRU 1000-INITIALIZE-EXIT.
002630     IF WS-ABEND-NO
002640         PERFORM 2000-PROCESS-SPECSTMT
002650             THRU 2000-PROCESS-SPECSTMT-EXIT
002660             UNTIL WS-EOF-YES
002670         IF WS-GROUP-STARTED
002680             PERFORM 5000-WRITE-BANK-TOTAL
002690                 THRU 5000-WRITE-BANK-TOTAL-EXIT
002700         END-IF
002710         PERFORM 5500-WRITE-RUN-TOTAL
002720             THRU 5500-WRITE-RUN-TOTAL-EXIT
002730     END-IF.
002740     PERFORM 9000-TERMINATE
002750         THRU 9000-TERMINATE-EXIT.
002760     GOBACK.
002770
002780 1000-INITIALIZE.
002790     OPEN INPUT RUN-PARM-FILE.
002800     IF NOT WS-RUNPARM-OK
002810         DISPLAY 'SPC190 - RUN PARM FILE OPEN FAILED, STATUS '
002820             WS-RUNPARM-STATUS
002830         MOVE 'Y' TO WS-ABEND-SW
002840         GO TO 1000-INITIALIZE-EXIT
002850     END-IF.
002860     READ RUN-PARM-FILE.
002870     CLOSE RUN-PARM-FILE.
002880     MOVE PARM-RUN-DATE     TO SPC-RUN-DATE.
002890     MOVE PARM-PENDING-DATE TO SPC-PENDING-DATE.
002900     IF SPC-PENDING-DATE NOT > SPC-RUN-DATE
002910         DISPLAY 'SPC190 - PENDING DATE ' SPC-PENDING-DATE
002920             ' IS NOT AFTER RUN DATE ' SPC-RUN-DATE
002930         MOVE 'Y' TO WS-ABEND-SW
002940         GO TO 1000-INITIALIZE-EXIT
002950     END-IF.
002960     OPEN INPUT SPECSTMT-FILE.
002970     IF NOT WS-SPECSTMT-OK
002980         DISPLAY 'SPC190 - SPECSTMT OPEN FAILED, STATUS '
002990             WS-SPECSTMT-STATUS
003000         MOVE 'Y' TO WS-ABEND-SW
003010         GO TO 1000-INITIALIZE-EXIT
003020     END-IF.
003030     OPEN INPUT SPCCDTB-FILE.
003040     IF NOT WS-SPCCDTB-OK
003050         DISPLAY 'SPC190 - SPCCDTB OPEN FAILED, STATUS '
003060             WS-SPCCDTB-STATUS
003070         MOVE 'Y' TO WS-ABEND-SW
003080         GO TO 1000-INITIALIZE-EXIT
003090     END-IF.
003100     OPEN OUTPUT SPCFIMP-FILE.
003110     IF NOT WS-SPCFIMP-OK
003120         DISPLAY 'SPC190 - SPCFIMP OPEN FAILED, STATUS '
003130             WS-SPCFIMP-STATUS
003140         MOVE 'Y' TO WS-ABEND-SW
003150         GO TO 1000-INITIALIZE-EXIT
003160     END-IF.
003170     MOVE SPACES TO FD-SPCFIMP-REC.
003180     STRING 'SPC190 - FEE CHANGE IMPACT, CURRENT ' SPC-RUN-DATE
003190             ' VS PENDING ' SPC-PENDING-DATE
003200             DELIMITED BY SIZE
003210             INTO FD-SPCFIMP-REC.
003220     WRITE FD-SPCFIMP-REC.
003230     OPEN INPUT SPCTXNX-FILE.
003240     IF WS-SPCTXNX-NOFILE
003250         DISPLAY 'SPC190 - NO TRANSACTION EXTRACT PRESENT, '
003260             'PERCENT-TYPE ROWS ARE NOT COMPARABLE'
003270         GO TO 1000-INITIALIZE-EXIT
003280     END-IF.
003290     IF NOT WS-SPCTXNX-OK
003300         DISPLAY 'SPC190 - SPCTXNX OPEN FAILED, STATUS '
003310             WS-SPCTXNX-STATUS
003320         MOVE 'Y' TO WS-ABEND-SW
003330         GO TO 1000-INITIALIZE-EXIT
003340     END-IF.
003350     MOVE 'Y' TO WS-TXNX-PRESENT-SW.
003360 1000-INITIALIZE-EXIT.
003370     EXIT.
003380
003390 2000-PROCESS-SPECSTMT.
003400     READ SPECSTMT-FILE NEXT RECORD
003410         AT END
003420             MOVE 'Y' TO WS-EOF-SW
003430             GO TO 2000-PROCESS-SPECSTMT-EXIT
003440     END-READ.
003450     ADD 1 TO SPC-RECS-READ.
003460     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
003470     IF STMT-END-DATE < SPC-RUN-DATE
003480         GO TO 2000-PROCESS-SPECSTMT-EXIT
003490     END-IF.
003500     ADD 1 TO SPC-RECS-ACTIVE.
003510     IF NOT WS-GROUP-STARTED
003520         PERFORM 2100-START-BANK
003530             THRU 2100-START-BANK-EXIT
003540     ELSE
003550         IF STMT-BANK-NBR NOT = WS-GROUP-BANK-NBR
003560             PERFORM 5000-WRITE-BANK-TOTAL
003570                 THRU 5000-WRITE-BANK-TOTAL-EXIT
003580             PERFORM 2100-START-BANK
003590                 THRU 2100-START-BANK-EXIT
003600         END-IF
003610     END-IF.
003620     PERFORM 2500-PRICE-BOTH-DATES
003630         THRU 2500-PRICE-BOTH-DATES-EXIT.
003640 2000-PROCESS-SPECSTMT-EXIT.
003650     EXIT.
003660
003670 2100-START-BANK.
003680     MOVE 'Y'           TO WS-GROUP-START-SW.
003690     MOVE STMT-BANK-NBR TO WS-GROUP-BANK-NBR.
003700     MOVE ZERO TO WS-BNK-COMPARED-CNT WS-BNK-CURR-AMT
003710         WS-BNK-PEND-AMT.
003720 2100-START-BANK-EXIT.
003730     EXIT.
003740
003750*****************************************************************
003760*    PRICE THE ROW UNDER BOTH DATES.  A PAIR OF MONEY PRICES     *
003770*    TOTALS INTO THE BANK'S CURRENT AND PENDING REVENUE; ANY     *
003780*    OTHER COMBINATION IS NOT COMPARABLE AS MONEY.  A DETAIL     *
003790*    LINE PRINTS WHENEVER THE TWO DATES PRICE DIFFERENTLY.  THE  *
003800*    ACCOUNT'S BALANCE BASE IS LOADED ONCE, UP FRONT, FOR ANY    *
003810*    PERCENT-TYPE ROW EITHER DATE SELECTS.                       *
003820*****************************************************************
003830 2500-PRICE-BOTH-DATES.
003840     MOVE 'N' TO WS-BAL-FOUND-SW.
003850     IF WS-TXNX-PRESENT
003860         PERFORM 2600-LOAD-BALANCE-BASE
003870             THRU 2600-LOAD-BALANCE-BASE-EXIT
003880     END-IF.
003890     MOVE SPC-RUN-DATE TO WS-PRICE-DATE.
003900     PERFORM 3000-PRICE-FOR-DATE
003910         THRU 3000-PRICE-FOR-DATE-EXIT.
003920     MOVE WS-PRICE-STATUS TO WS-CURR-STATUS.
003930     MOVE WS-PRICE-AMT    TO WS-CURR-AMT.
003940     MOVE SPC-PENDING-DATE TO WS-PRICE-DATE.
003950     PERFORM 3000-PRICE-FOR-DATE
003960         THRU 3000-PRICE-FOR-DATE-EXIT.
003970     MOVE WS-PRICE-STATUS TO WS-PEND-STATUS.
003980     MOVE WS-PRICE-AMT    TO WS-PEND-AMT.
003990     IF WS-CURR-STATUS = 'F' AND WS-PEND-STATUS = 'F'
004000         ADD 1 TO WS-BNK-COMPARED-CNT
004010         ADD WS-CURR-AMT TO WS-BNK-CURR-AMT
004020         ADD WS-PEND-AMT TO WS-BNK-PEND-AMT
004030     ELSE
004040         ADD 1 TO SPC-RECS-NOT-COMPARED
004050     END-IF.
004060     IF WS-CURR-STATUS NOT = WS-PEND-STATUS
004070             OR WS-CURR-AMT NOT = WS-PEND-AMT
004080         ADD 1 TO SPC-RECS-CHANGED
004090         PERFORM 4000-WRITE-DETAIL-LINE
004100             THRU 4000-WRITE-DETAIL-LINE-EXIT
004110     END-IF.
004120 2500-PRICE-BOTH-DATES-EXIT.
004130     EXIT.
004140
004150*****************************************************************
004160*    THE ACCOUNT'S BALANCE BASE FROM THE KEYED TRANSACTION WORK  *
004170*    FILE, AS SPC180 BUILDS IT - FROM THE 'B' RECORD'S COVERAGE  *
004180*    START TO THE RUN DATE, WITH THE EXTRACT COVERING THE        *
004190*    ACCOUNT THROUGH THE RUN DATE.  NO 'B' RECORD, ONE THAT      *
004200*    STARTS AFTER THE RUN DATE, OR ONE WHOSE COVERAGE ENDS       *
004210*    BEFORE IT, LEAVES WS-BAL-FOUND-SW 'N'.                      *
004220*****************************************************************
004230 2600-LOAD-BALANCE-BASE.
004240     MOVE 'N' TO WS-BAL-DONE-SW.
004250     MOVE STMT-BANK-NBR TO FK-TXN-BANK-NBR.
004260     MOVE STMT-ACCT-NBR TO FK-TXN-ACCT-NBR.
004270     MOVE LOW-VALUES    TO FK-TXN-POST-DATE.
004280     MOVE ZERO          TO FK-TXN-SEQ-NBR.
004290     START SPCTXNX-FILE KEY IS NOT LESS THAN FK-SPCTXNX-KEY
004300         INVALID KEY
004310             MOVE 'Y' TO WS-BAL-DONE-SW
004320     END-START.
004330     IF NOT WS-BAL-DONE-YES
004340         PERFORM 2610-READ-BAL-NEXT
004350             THRU 2610-READ-BAL-NEXT-EXIT
004360     END-IF.
004370     IF WS-BAL-DONE-YES
004380             OR NOT TXN-IS-BALANCE
004390             OR TXN-POST-DATE > SPC-RUN-DATE
004400             OR TXN-COVER-TO < SPC-RUN-DATE
004410         GO TO 2600-LOAD-BALANCE-BASE-EXIT
004420     END-IF.
004430     MOVE TXN-POST-DATE TO WS-BAL-FROM-DATE.
004440     MOVE SPC-RUN-DATE  TO WS-BAL-TO-DATE.
004450     MOVE TXN-AMOUNT TO WS-BAL-RUN.
004460     MOVE ZERO       TO WS-BAL-DAY-SUM.
004470     MOVE WS-BAL-FROM-DATE TO WS-BAL-DATE.
004480     PERFORM 2630-DATE-TO-INTEGER
004490         THRU 2630-DATE-TO-INTEGER-EXIT.
004500     MOVE WS-DATE-INTEGER TO WS-BAL-FROM-INT WS-BAL-LAST-INT.
004510     MOVE WS-BAL-TO-DATE TO WS-BAL-DATE.
004520     PERFORM 2630-DATE-TO-INTEGER
004530         THRU 2630-DATE-TO-INTEGER-EXIT.
004540     MOVE WS-DATE-INTEGER TO WS-BAL-TO-INT.
004550     PERFORM 2620-ROLL-ONE-TXN
004560         THRU 2620-ROLL-ONE-TXN-EXIT
004570         UNTIL WS-BAL-DONE-YES.
004580     COMPUTE WS-BAL-DAY-SUM = WS-BAL-DAY-SUM
004590         + WS-BAL-RUN * (WS-BAL-TO-INT - WS-BAL-LAST-INT + 1).
004600     COMPUTE WS-BAL-AVG ROUNDED = WS-BAL-DAY-SUM
004610         / (WS-BAL-TO-INT - WS-BAL-FROM-INT + 1).
004620     MOVE WS-BAL-RUN TO WS-BAL-END.
004630     MOVE 'Y' TO WS-BAL-FOUND-SW.
004640 2600-LOAD-BALANCE-BASE-EXIT.
004650     EXIT.
004660
004670 2610-READ-BAL-NEXT.
004680     READ SPCTXNX-FILE NEXT RECORD
004690         AT END
004700             MOVE 'Y' TO WS-BAL-DONE-SW
004710             GO TO 2610-READ-BAL-NEXT-EXIT
004720     END-READ.
004730     MOVE FD-SPCTXNX-REC TO DSDS-SPCTXNX.
004740     IF TXN-BANK-NBR NOT = STMT-BANK-NBR
004750             OR TXN-ACCT-NBR NOT = STMT-ACCT-NBR
004760         MOVE 'Y' TO WS-BAL-DONE-SW
004770     END-IF.
004780 2610-READ-BAL-NEXT-EXIT.
004790     EXIT.
004800
004810 2620-ROLL-ONE-TXN.
004820     PERFORM 2610-READ-BAL-NEXT
004830         THRU 2610-READ-BAL-NEXT-EXIT.
004840     IF WS-BAL-DONE-YES
004850         GO TO 2620-ROLL-ONE-TXN-EXIT
004860     END-IF.
004870     IF TXN-POST-DATE > WS-BAL-TO-DATE
004880         MOVE 'Y' TO WS-BAL-DONE-SW
004890         GO TO 2620-ROLL-ONE-TXN-EXIT
004900     END-IF.
004910     IF NOT TXN-IS-DETAIL
004920         GO TO 2620-ROLL-ONE-TXN-EXIT
004930     END-IF.
004940     MOVE TXN-POST-DATE TO WS-BAL-DATE.
004950     PERFORM 2630-DATE-TO-INTEGER
004960         THRU 2630-DATE-TO-INTEGER-EXIT.
004970     IF WS-DATE-INTEGER > WS-BAL-LAST-INT
004980         COMPUTE WS-BAL-DAY-SUM = WS-BAL-DAY-SUM
004990             + WS-BAL-RUN * (WS-DATE-INTEGER - WS-BAL-LAST-INT)
005000         MOVE WS-DATE-INTEGER TO WS-BAL-LAST-INT
005010     END-IF.
005020     IF TXN-DEBIT
005030         SUBTRACT TXN-AMOUNT FROM WS-BAL-RUN
005040     ELSE
005050         ADD TXN-AMOUNT TO WS-BAL-RUN
005060     END-IF.
005070 2620-ROLL-ONE-TXN-EXIT.
005080     EXIT.
005090
005100 2630-DATE-TO-INTEGER.
005110     MOVE WS-BDT-YYYY TO WS-YMD-YYYY.
005120     MOVE WS-BDT-MM   TO WS-YMD-MM.
005130     MOVE WS-BDT-DD   TO WS-YMD-DD.
005140     COMPUTE WS-DATE-INTEGER =
005150         FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD).
005160 2630-DATE-TO-INTEGER-EXIT.
005170     EXIT.
005180
005190*****************************************************************
005200*    PRICE THE ROW'S CHARGE SWITCH FOR WS-PRICE-DATE - EXACT     *
005210*    CHARGE-SW/TRAN-CODE ROW FIRST, ELSE THE TRAN-CODE-ZERO      *
005220*    DEFAULT, WITH THE EFFECTIVE PERIOD IN FORCE FOR THE DATE    *
005230*    SELECTED THE SAME WAY SPC080'S DECODE SELECTS IT.           *
005240*****************************************************************
005250 3000-PRICE-FOR-DATE.
005260     MOVE 'N'  TO WS-PRICE-STATUS.
005270     MOVE ZERO TO WS-PRICE-AMT.
005280     MOVE 'N'  TO WS-DECODE-FOUND-SW.
005290     MOVE STMT-CHARGE-SW TO WS-TGT-CHARGE-SW.
005300     MOVE STMT-TRAN-CODE TO WS-TGT-TRAN-CODE.
005310     PERFORM 3020-SELECT-EFF-ROW
005320         THRU 3020-SELECT-EFF-ROW-EXIT.
005330     IF NOT WS-DECODE-FOUND
005340         MOVE STMT-CHARGE-SW TO WS-TGT-CHARGE-SW
005350         MOVE ZERO           TO WS-TGT-TRAN-CODE
005360         PERFORM 3020-SELECT-EFF-ROW
005370             THRU 3020-SELECT-EFF-ROW-EXIT
005380     END-IF.
005390     IF NOT WS-DECODE-FOUND
005400         GO TO 3000-PRICE-FOR-DATE-EXIT
005410     END-IF.
005420     MOVE CDTB-FEE-AMOUNT TO WS-PRICE-AMT.
005430     IF CDTB-FEE-FLAT
005440         MOVE 'F' TO WS-PRICE-STATUS
005450         GO TO 3000-PRICE-FOR-DATE-EXIT
005460     END-IF.
005470     MOVE 'P' TO WS-PRICE-STATUS.
005480     IF WS-BAL-FOUND
005490         PERFORM 3010-PRICE-PERCENT
005500             THRU 3010-PRICE-PERCENT-EXIT
005510     END-IF.
005520 3000-PRICE-FOR-DATE-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560*    RATE TIMES BASE, AS SPC180 POSTS IT.  AN OVERDRAWN BASE     *
005570*    PRICES AT ZERO.  AN AMOUNT TOO LARGE TO HOLD LEAVES THE ROW *
005580*    AT ITS RATE ('P') RATHER THAN SHOWING A TRUNCATED FIGURE.   *
005590*****************************************************************
005600 3010-PRICE-PERCENT.
005610     IF CDTB-BASE-AVERAGE
005620         MOVE WS-BAL-AVG TO WS-BAL-BASE
005630     ELSE
005640         MOVE WS-BAL-END TO WS-BAL-BASE
005650     END-IF.
005660     IF WS-BAL-BASE < ZERO
005670         MOVE ZERO TO WS-BAL-BASE
005680     END-IF.
005690     COMPUTE WS-PRICE-AMT ROUNDED =
005700             WS-BAL-BASE * CDTB-FEE-AMOUNT / 100
005710         ON SIZE ERROR
005720             MOVE CDTB-FEE-AMOUNT TO WS-PRICE-AMT
005730             GO TO 3010-PRICE-PERCENT-EXIT
005740     END-COMPUTE.
005750     MOVE 'F' TO WS-PRICE-STATUS.
005760 3010-PRICE-PERCENT-EXIT.
005770     EXIT.
005780
005790*****************************************************************
005800*    BROWSE THE EFFECTIVE PERIODS ON FILE FOR THE TARGET         *
005810*    CHARGE-SW/TRAN-CODE, ASCENDING BY EFF-FROM, AND KEEP THE    *
005820*    LAST ONE IN FORCE FOR WS-PRICE-DATE.  THE WINNER IS HELD    *
005830*    ASIDE SO THE ROW THAT ENDS THE BROWSE CANNOT OVERWRITE IT.  *
005840*****************************************************************
005850 3020-SELECT-EFF-ROW.
005860     MOVE 'N' TO WS-CDTB-DONE-SW.
005870     MOVE WS-TGT-CHARGE-SW TO FK-CDTB-CHARGE-SW.
005880     MOVE WS-TGT-TRAN-CODE TO FK-CDTB-TRAN-CODE.
005890     MOVE LOW-VALUES       TO FK-CDTB-EFF-FROM.
005900     START SPCCDTB-FILE KEY IS NOT LESS THAN FK-SPCCDTB-KEY
005910         INVALID KEY
005920             MOVE 'Y' TO WS-CDTB-DONE-SW
005930     END-START.
005940     PERFORM 3030-READ-EFF-NEXT
005950         THRU 3030-READ-EFF-NEXT-EXIT
005960         UNTIL WS-CDTB-DONE-YES.
005970     IF WS-DECODE-FOUND
005980         MOVE WS-CDTB-HOLD TO DSDS-SPCCDTB
005990     END-IF.
006000 3020-SELECT-EFF-ROW-EXIT.
006010     EXIT.
006020
006030 3030-READ-EFF-NEXT.
006040     READ SPCCDTB-FILE NEXT RECORD
006050         AT END
006060             MOVE 'Y' TO WS-CDTB-DONE-SW
006070             GO TO 3030-READ-EFF-NEXT-EXIT
006080     END-READ.
006090     MOVE FD-SPCCDTB-DATA TO DSDS-SPCCDTB.
006100     IF CDTB-CHARGE-SW NOT = WS-TGT-CHARGE-SW
006110             OR CDTB-TRAN-CODE NOT = WS-TGT-TRAN-CODE
006120             OR CDTB-EFF-FROM-DATE > WS-PRICE-DATE
006130         MOVE 'Y' TO WS-CDTB-DONE-SW
006140         GO TO 3030-READ-EFF-NEXT-EXIT
006150     END-IF.
006160     IF CDTB-EFF-TO-DATE NOT < WS-PRICE-DATE
006170         MOVE FD-SPCCDTB-DATA TO WS-CDTB-HOLD
006180         MOVE 'Y' TO WS-DECODE-FOUND-SW
006190     END-IF.
006200 3030-READ-EFF-NEXT-EXIT.
006210     EXIT.
006220
006230 4000-WRITE-DETAIL-LINE.
006240     MOVE WS-CURR-STATUS TO WS-PRICE-STATUS.
006250     MOVE WS-CURR-AMT    TO WS-PRICE-AMT.
006260     PERFORM 4100-FORMAT-PRICE
006270         THRU 4100-FORMAT-PRICE-EXIT.
006280     MOVE WS-PRICE-DESC TO WS-CURR-DESC.
006290     MOVE WS-PEND-STATUS TO WS-PRICE-STATUS.
006300     MOVE WS-PEND-AMT    TO WS-PRICE-AMT.
006310     PERFORM 4100-FORMAT-PRICE
006320         THRU 4100-FORMAT-PRICE-EXIT.
006330     MOVE WS-PRICE-DESC TO WS-PEND-DESC.
006340     MOVE STMT-BANK-NBR  TO WS-RPT-BANK-NBR.
006350     MOVE STMT-ACCT-NBR  TO WS-RPT-ACCT-NBR.
006360     MOVE STMT-SEQ-NBR   TO WS-RPT-SEQ-NBR.
006370     MOVE STMT-TRAN-CODE TO WS-RPT-TRAN-CODE.
006380     MOVE STMT-CHARGE-SW TO WS-RPT-CHARGE-SW.
006390     MOVE SPACES TO FD-SPCFIMP-REC.
006400     STRING 'BANK ' WS-RPT-BANK-NBR
006410             ' ACCT ' WS-RPT-ACCT-NBR
006420             ' SEQ ' WS-RPT-SEQ-NBR
006430             ' TRAN ' WS-RPT-TRAN-CODE
006440             ' SW ' WS-RPT-CHARGE-SW
006450             '  NOW ' WS-CURR-DESC
006460             '  PENDING ' WS-PEND-DESC
006470             DELIMITED BY SIZE
006480             INTO FD-SPCFIMP-REC.
006490     WRITE FD-SPCFIMP-REC.
006500 4000-WRITE-DETAIL-LINE-EXIT.
006510     EXIT.
006520
006530 4100-FORMAT-PRICE.
006540     EVALUATE WS-PRICE-STATUS
006550         WHEN 'F'
006560             MOVE WS-PRICE-AMT TO WS-DESC-AMT
006570             STRING 'FEE ' WS-DESC-AMT
006580                 DELIMITED BY SIZE
006590                 INTO WS-PRICE-DESC
006600         WHEN 'P'
006610             MOVE WS-PRICE-AMT TO WS-DESC-AMT
006620             STRING 'PCT ' WS-DESC-AMT
006630                 DELIMITED BY SIZE
006640                 INTO WS-PRICE-DESC
006650         WHEN OTHER
006660             MOVE 'NO TABLE ROW  ' TO WS-PRICE-DESC
006670     END-EVALUATE.
006680 4100-FORMAT-PRICE-EXIT.
006690     EXIT.
006700
006710 5000-WRITE-BANK-TOTAL.
006720     MOVE WS-GROUP-BANK-NBR   TO WS-RPT-BANK-NBR.
006730     MOVE WS-BNK-COMPARED-CNT TO WS-RPT-COMPARED-CNT.
006740     MOVE WS-BNK-CURR-AMT     TO WS-RPT-CURR-AMT.
006750     MOVE WS-BNK-PEND-AMT     TO WS-RPT-PEND-AMT.
006760     COMPUTE WS-SWING-AMT = WS-BNK-PEND-AMT - WS-BNK-CURR-AMT.
006770     MOVE WS-SWING-AMT        TO WS-RPT-SWING-AMT.
006780     MOVE SPACES TO FD-SPCFIMP-REC.
006790     STRING 'BANK ' WS-RPT-BANK-NBR
006800             ' TOTAL  FEES ' WS-RPT-COMPARED-CNT
006810             '  NOW ' WS-RPT-CURR-AMT
006820             '  PENDING ' WS-RPT-PEND-AMT
006830             '  SWING ' WS-RPT-SWING-AMT
006840             DELIMITED BY SIZE
006850             INTO FD-SPCFIMP-REC.
006860     WRITE FD-SPCFIMP-REC.
006870     ADD WS-BNK-COMPARED-CNT TO WS-TOT-COMPARED-CNT.
006880     ADD WS-BNK-CURR-AMT     TO WS-TOT-CURR-AMT.
006890     ADD WS-BNK-PEND-AMT     TO WS-TOT-PEND-AMT.
006900 5000-WRITE-BANK-TOTAL-EXIT.
006910     EXIT.
006920
006930 5500-WRITE-RUN-TOTAL.
006940     MOVE WS-TOT-COMPARED-CNT TO WS-RPT-COMPARED-CNT.
006950     MOVE WS-TOT-CURR-AMT     TO WS-RPT-CURR-AMT.
006960     MOVE WS-TOT-PEND-AMT     TO WS-RPT-PEND-AMT.
006970     COMPUTE WS-SWING-AMT = WS-TOT-PEND-AMT - WS-TOT-CURR-AMT.
006980     MOVE WS-SWING-AMT        TO WS-RPT-SWING-AMT.
006990     MOVE SPACES TO FD-SPCFIMP-REC.
007000     STRING 'RUN TOTAL   FEES ' WS-RPT-COMPARED-CNT
007010             '  NOW ' WS-RPT-CURR-AMT
007020             '  PENDING ' WS-RPT-PEND-AMT
007030             '  SWING ' WS-RPT-SWING-AMT
007040             DELIMITED BY SIZE
007050             INTO FD-SPCFIMP-REC.
007060     WRITE FD-SPCFIMP-REC.
007070 5500-WRITE-RUN-TOTAL-EXIT.
007080     EXIT.
007090
007100 9000-TERMINATE.
007110     CLOSE SPECSTMT-FILE.
007120     CLOSE SPCCDTB-FILE.
007130     CLOSE SPCFIMP-FILE.
007140     IF WS-TXNX-PRESENT
007150         CLOSE SPCTXNX-FILE
007160     END-IF.
007170     DISPLAY 'SPC190 - RECORDS READ         ' SPC-RECS-READ.
007180     DISPLAY 'SPC190 - ACTIVE SCHEDULES     ' SPC-RECS-ACTIVE.
007190     DISPLAY 'SPC190 - PRICES CHANGED       ' SPC-RECS-CHANGED.
007200     DISPLAY 'SPC190 - NOT COMPARABLE       '
007210         SPC-RECS-NOT-COMPARED.
007220     IF WS-ABEND-YES
007230         MOVE 16 TO RETURN-CODE
007240     END-IF.
007250 9000-TERMINATE-EXIT.
007260     EXIT.
