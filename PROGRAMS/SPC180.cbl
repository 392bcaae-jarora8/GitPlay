000170*                      TRAN CODE.  FINANCE STOPS JOURNALING      *
000180*                      STATEMENT-FEE REVENUE BY HAND OFF THE     *
000190*                      SPC080 REPORT.                            *
000200*    09/02/26   DW    DSDS.SPCCDTB IS NOW EFFECTIVE-DATED        *
000210*                      (CDTB-EFF-FROM-DATE/CDTB-EFF-TO-DATE ON   *
000220*                      THE KEY) - THE PRICING LOOKUP SELECTS     *
000230*                      THE ROW IN FORCE FOR THE RUN DATE, SO A   *
000240*                      FEE CHANGE KEYED AHEAD POSTS AT THE OLD   *
000250*                      RATE UNTIL ITS EFFECTIVE DATE ARRIVES.    *
000260*    10/15/26   DW    PERCENT-TYPE FEES (CDTB-FEE-PERCENT) NOW   *
000270*                      PRICE AGAINST THE ACCOUNT'S BALANCE FROM  *
000280*                      THE DEPOSIT SYSTEM'S TRANSACTION EXTRACT  *
000290*                      (COPY SPCTXNX) - PERIOD-END OR AVERAGE    *
000300*                      DAILY BALANCE PER THE CODE TABLE ROW'S    *
000310*                      CDTB-BAL-BASE - AND POST AS REVENUE LIKE  *
000320*                      A FLAT FEE.  ONLY A PERCENT FEE WHOSE     *
000330*                      ACCOUNT HAS NO BALANCE ON THE EXTRACT     *
000340*                      STILL GOES TO SUSPENSE.                   *
000350*    10/15/26   DW    FEES REFUNDED ON THE RUN DATE THROUGH      *
000360*                      DSDS.SPCWAIV (APPLIED BY SPC270) NOW CUT  *
000370*                      AN 'R' OFFSETTING GL RECORD UNDER THE     *
000380*                      BANK AND TRAN CODE THEY WERE BILLED       *
000390*                      UNDER, AND THE BALANCING REPORT CARRIES A *
000400*                      REFUNDED COLUMN AT EVERY LEVEL.           *
000410*    10/15/26   DW    EVERY FEE POSTED AS REVENUE IS NOW ALSO    *
000420*                      KEPT ON DSDS.SPCFEEH UNDER ITS ACCOUNT    *
000430*                      AND RUN DATE AT THE PRICE POSTED, AND A   *
000440*                      FEE REFUNDED ON THE RUN DATE HAS THE      *
000450*                      REFUND SET ON ITS ROW, SO THE YEAR-END    *
000460*                      FEE SUMMARY (SPC340) NO LONGER DEPENDS    *
000470*                      ON DSDS.SPCBILL DETAIL THAT SPC220        *
000480*                      PURGES.                                   *
000490*    10/15/26   DW    A PERCENT-TYPE FEE'S BALANCE BASE NOW      *
000500*                      RUNS FROM THE 'B' RECORD'S COVERAGE       *
000510*                      START TO THE RUN DATE ONLY WHEN THE       *
000520*                      EXTRACT COVERS THE ACCOUNT THROUGH THE    *
000530*                      RUN DATE; A SHORT EXTRACT NO LONGER       *
000540*                      PRICES OVER A TRUNCATED PERIOD.  SAME     *
000550*                      RULE AS SPC150, SPC190 AND SPC270.        *
000560*****************************************************************
000570*****************************************************************
000580*    THE DAY'S DSDS.SPCEXTR FILE IS THE DRIVER - IT IS THE ONE   *
000590*    PLACE THE CHARGE SWITCH TRAVELS WITH THE FEE, AND SPC100    *
000600*    HAS ALREADY LEFT ONE DSDS.SPCBILL ROW UNDER EACH EXTRACT    *
000610*    RECORD'S KEY.  A ROW BILLING MATCHED ('M') POSTS AS FEE     *
000620*    REVENUE; A REJECTED ('J') OR STILL-UNACKNOWLEDGED ('S')     *
000630*    ROW TOTALS ONTO THE SUSPENSE LINE, AND A SWEEP OF           *
000640*    DSDS.SPCBILL PICKS UP THE RUN DATE'S UNEXPECTED ('U')       *
000650*    ROWS THE EXTRACT NEVER CARRIED - SO THE GL TIES TO WHAT     *
000660*    BILLING ACTUALLY TOOK, NOT TO WHAT WAS SENT.  PRICING      *
000670*    FOLLOWS SPC080'S LOOKUP ORDER (EXACT CHARGE-SW/TRAN-CODE   *
000680*    ROW, ELSE THE TRAN-CODE-ZERO DEFAULT).  A PERCENT-TYPE      *
000690*    FEE (CDTB-FEE-PERCENT) PRICES AS ITS RATE TIMES THE         *
000700*    ACCOUNT'S BALANCE BASE FOR THE PERIOD THE TRANSACTION       *
000710*    EXTRACT COVERS UP TO THE RUN DATE; AN ACCOUNT THE EXTRACT   *
000720*    CARRIES NO BALANCE FOR GOES TO SUSPENSE FOR MANUAL          *
000730*    JOURNALING RATHER THAN POSTING A NUMBER NOBODY COMPUTED.    *
000740*    A FEE REFUNDED ON THE RUN DATE THROUGH DSDS.SPCWAIV -       *
000750*    SPC270 HAS ALREADY SENT BILLING ITS REVERSAL - POSTS AS AN  *
000760*    'R' OFFSETTING ENTRY FOR THE AMOUNT GIVEN BACK, UNDER THE   *
000770*    BANK AND TRAN CODE THE FEE WAS ORIGINALLY BILLED UNDER.     *
000780*    EACH FEE POSTED AS REVENUE IS KEPT ON DSDS.SPCFEEH AT THE   *
000790*    PRICE POSTED, AND A REFUND SWEPT HERE IS SET ON THE SAME    *
000800*    ROW, SO A CUSTOMER'S FEES FOR THE YEAR CAN BE SUMMARIZED    *
000810*    LONG AFTER SPC220 HAS PURGED THE DSDS.SPCBILL DETAIL.       *
000820*****************************************************************
000830 ENVIRONMENT DIVISION.
000840 CONFIGURATION SECTION.
000850 SOURCE-COMPUTER.   IBM-370.
000860 OBJECT-COMPUTER.   IBM-370.
000870 SPECIAL-NAMES.
000880     DECIMAL-POINT IS COMMA.
000890 INPUT-OUTPUT SECTION.
000900 FILE-CONTROL.
000910     SELECT SPCEXTR-FILE
000920         ASSIGN TO SPCEXTR
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-SPCEXTR-STATUS.
000950
000960     SELECT SPCBILL-FILE
000970         ASSIGN TO SPCBILL
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS FK-SPCBILL-KEY
001010         FILE STATUS IS WS-SPCBILL-STATUS.
001020
001030     SELECT SPCCDTB-FILE
001040         ASSIGN TO SPCCDTB
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS DYNAMIC
001070         RECORD KEY IS FK-SPCCDTB-KEY
001080         FILE STATUS IS WS-SPCCDTB-STATUS.
001090
001100     SELECT SPCGLPF-FILE
001110         ASSIGN TO SPCGLPF
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-SPCGLPF-STATUS.
001140
001150     SELECT SPCGLRP-FILE
001160         ASSIGN TO SPCGLRP
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-SPCGLRP-STATUS.
001190
001200     SELECT SPCTXNX-FILE
001210         ASSIGN TO SPCTXNX
001220         ORGANIZATION IS INDEXED
001230         ACCESS MODE IS DYNAMIC
001240         RECORD KEY IS FK-SPCTXNX-KEY
001250         FILE STATUS IS WS-SPCTXNX-STATUS.
001260
001270     SELECT SPCWAIV-FILE
001280         ASSIGN TO SPCWAIV
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS FK-SPCWAIV-KEY
001320         FILE STATUS IS WS-SPCWAIV-STATUS.
001330
001340     SELECT SPCFEEH-FILE
001350         ASSIGN TO SPCFEEH
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS FK-SPCFEEH-KEY
001390         FILE STATUS IS WS-SPCFEEH-STATUS.
001400
001410     SELECT SORT-WORK-FILE
001420         ASSIGN TO SORTWK01.
001430
001440     SELECT RUN-PARM-FILE
001450         ASSIGN TO RUNPARM
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS WS-RUNPARM-STATUS.
001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  SPCEXTR-FILE.
001510 01  FD-SPCEXTR-REC              PIC X(40).
001520
001530 FD  SPCBILL-FILE.
001540 01  FD-SPCBILL-REC.
001550     05 FK-SPCBILL-KEY.
001560         10 FK-BIL-BANK-NBR      PIC S9(3) USAGE COMP-3.
001570         10 FK-BIL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001580         10 FK-BIL-TRAN-CODE     PIC S9(3) USAGE COMP-3.
001590         10 FK-BIL-RUN-DATE      PIC X(10).
001600     05 FD-SPCBILL-DATA          PIC X(33).
001610
001620 FD  SPCCDTB-FILE.
001630 01  FD-SPCCDTB-REC.
001640     05 FK-SPCCDTB-KEY.
001650         10 FK-CDTB-CHARGE-SW    PIC X(2).
001660         10 FK-CDTB-TRAN-CODE    PIC S9(3) USAGE COMP-3.
001670         10 FK-CDTB-EFF-FROM     PIC X(10).
001680     05 FD-SPCCDTB-DATA          PIC X(71).
001690
001700 FD  SPCGLPF-FILE.
001710 01  FD-SPCGLPF-REC              PIC X(40).
001720
001730 FD  SPCGLRP-FILE.
001740 01  FD-SPCGLRP-REC              PIC X(120).
001750
001760*****************************************************************
001770*    THE TRANSACTION EXTRACT AS LOADED TO ITS KEYED WORK FILE    *
001780*    FOR SPC150 - THE RECORD KEY SITS BEHIND THE ONE-BYTE        *
001790*    RECORD TYPE, SO A BALANCE RECORD AND ITS TRANSACTIONS       *
001800*    BROWSE IN BANK/ACCOUNT/POST-DATE/SEQ ORDER.                 *
001810*****************************************************************
001820 FD  SPCTXNX-FILE.
001830 01  FD-SPCTXNX-REC.
001840     05 FD-TXN-REC-TYPE          PIC X(1).
001850     05 FK-SPCTXNX-KEY.
001860         10 FK-TXN-BANK-NBR      PIC 9(3).
001870         10 FK-TXN-ACCT-NBR      PIC 9(9).
001880         10 FK-TXN-POST-DATE     PIC X(10).
001890         10 FK-TXN-SEQ-NBR       PIC 9(4).
001900     05 FD-SPCTXNX-DATA          PIC X(43).
001910
001920 FD  SPCWAIV-FILE.
001930 01  FD-SPCWAIV-REC.
001940     05 FK-SPCWAIV-KEY.
001950         10 FK-WAI-BANK-NBR      PIC S9(3) USAGE COMP-3.
001960         10 FK-WAI-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001970         10 FK-WAI-TRAN-CODE     PIC S9(3) USAGE COMP-3.
001980         10 FK-WAI-FROM-DATE     PIC X(10).
001990     05 FD-SPCWAIV-DATA          PIC X(74).
002000
002010 FD  SPCFEEH-FILE.
002020 01  FD-SPCFEEH-REC.
002030     05 FK-SPCFEEH-KEY.
002040         10 FK-FEE-BANK-NBR      PIC S9(3) USAGE COMP-3.
002050         10 FK-FEE-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002060         10 FK-FEE-TRAN-CODE     PIC S9(3) USAGE COMP-3.
002070         10 FK-FEE-RUN-DATE      PIC X(10).
002080     05 FD-SPCFEEH-DATA          PIC X(48).
002090
002100 SD  SORT-WORK-FILE.
002110 01  SRT-WORK-REC.
002120     05 SRT-BANK-NBR             PIC S9(3) USAGE COMP-3.
002130     05 SRT-TRAN-CODE            PIC S9(3) USAGE COMP-3.
002140     05 SRT-CLASS-SW             PIC X(1).
002150     05 SRT-FEE-AMOUNT           PIC S9(7)V99 USAGE COMP-3.
002160
002170 FD  RUN-PARM-FILE
002180     RECORDING MODE IS F.
002190 01  RUN-PARM-REC.
002200     05 PARM-RUN-DATE            PIC X(10).
002210
002220 WORKING-STORAGE SECTION.
002230 COPY SPCEXTR.
002240 COPY SPCBILL.
002250 COPY SPCCDTB.
002260 COPY SPCGLPF.
002270 COPY SPCTXNX.
002280 COPY SPCWAIV.
002290 COPY SPCFEEH.
002300
002310 01  WS-FILE-STATUSES.
002320     05 WS-SPCEXTR-STATUS        PIC X(2).
002330         88 WS-SPCEXTR-OK               VALUE '00'.
002340         88 WS-SPCEXTR-EOF              VALUE '10'.
002350     05 WS-SPCBILL-STATUS        PIC X(2).
002360         88 WS-SPCBILL-OK               VALUE '00'.
002370         88 WS-SPCBILL-EOF              VALUE '10'.
002380         88 WS-SPCBILL-NOTFND           VALUE '23'.
002390     05 WS-SPCCDTB-STATUS        PIC X(2).
002400         88 WS-SPCCDTB-OK               VALUE '00'.
002410         88 WS-SPCCDTB-NOTFOUND         VALUE '23'.
002420     05 WS-SPCGLPF-STATUS        PIC X(2).
002430         88 WS-SPCGLPF-OK               VALUE '00'.
002440     05 WS-SPCGLRP-STATUS        PIC X(2).
002450         88 WS-SPCGLRP-OK               VALUE '00'.
002460     05 WS-SPCTXNX-STATUS        PIC X(2).
002470         88 WS-SPCTXNX-OK               VALUE '00'.
002480         88 WS-SPCTXNX-NOFILE           VALUE '35'.
002490     05 WS-SPCWAIV-STATUS        PIC X(2).
002500         88 WS-SPCWAIV-OK               VALUE '00'.
002510     05 WS-SPCFEEH-STATUS        PIC X(2).
002520         88 WS-SPCFEEH-OK               VALUE '00'.
002530     05 WS-RUNPARM-STATUS        PIC X(2).
002540         88 WS-RUNPARM-OK               VALUE '00'.
002550
002560 01  WS-SWITCHES.
002570     05 WS-EXTR-EOF-SW           PIC X(1)     VALUE 'N'.
002580         88 WS-EXTR-EOF-YES             VALUE 'Y'.
002590     05 WS-BILL-EOF-SW           PIC X(1)     VALUE 'N'.
002600         88 WS-BILL-EOF-YES             VALUE 'Y'.
002610     05 WS-WAIV-EOF-SW           PIC X(1)     VALUE 'N'.
002620         88 WS-WAIV-EOF-YES             VALUE 'Y'.
002630     05 WS-SORT-EOF-SW           PIC X(1)     VALUE 'N'.
002640         88 WS-SORT-EOF-YES             VALUE 'Y'.
002650     05 WS-GROUP-START-SW        PIC X(1)     VALUE 'N'.
002660         88 WS-GROUP-STARTED            VALUE 'Y'.
002670     05 WS-PRICED-SW             PIC X(1)     VALUE 'N'.
002680         88 WS-PRICED-YES               VALUE 'Y'.
002690         88 WS-PRICED-NO                VALUE 'N'.
002700     05 WS-DECODE-FOUND-SW       PIC X(1)     VALUE 'N'.
002710         88 WS-DECODE-FOUND             VALUE 'Y'.
002720     05 WS-CDTB-DONE-SW          PIC X(1)     VALUE 'N'.
002730         88 WS-CDTB-DONE-YES            VALUE 'Y'.
002740     05 WS-TXNX-PRESENT-SW       PIC X(1)     VALUE 'N'.
002750         88 WS-TXNX-PRESENT             VALUE 'Y'.
002760     05 WS-BAL-FOUND-SW          PIC X(1)     VALUE 'N'.
002770         88 WS-BAL-FOUND                VALUE 'Y'.
002780     05 WS-BAL-DONE-SW           PIC X(1)     VALUE 'N'.
002790         88 WS-BAL-DONE-YES             VALUE 'Y'.
002800     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
002810         88 WS-ABEND-YES                VALUE 'Y'.
002820         88 WS-ABEND-NO                 VALUE 'N'.
002830
002840 01  WS-COUNTERS.
002850     05 SPC-EXTR-RECS-READ       PIC S9(7) COMP-3 VALUE ZERO.
002860     05 SPC-RECS-POSTED          PIC S9(7) COMP-3 VALUE ZERO.
002870     05 SPC-RECS-SUSPENSE        PIC S9(7) COMP-3 VALUE ZERO.
002880     05 SPC-RECS-NO-BILL-ROW     PIC S9(7) COMP-3 VALUE ZERO.
002890     05 SPC-RECS-REJECTED        PIC S9(7) COMP-3 VALUE ZERO.
002900     05 SPC-RECS-UNACKED         PIC S9(7) COMP-3 VALUE ZERO.
002910     05 SPC-RECS-UNEXPECTED      PIC S9(7) COMP-3 VALUE ZERO.
002920     05 SPC-RECS-PCT-TYPE        PIC S9(7) COMP-3 VALUE ZERO.
002930     05 SPC-RECS-PCT-PRICED      PIC S9(7) COMP-3 VALUE ZERO.
002940     05 SPC-RECS-PCT-NO-BAL      PIC S9(7) COMP-3 VALUE ZERO.
002950     05 SPC-RECS-UNDECODED       PIC S9(7) COMP-3 VALUE ZERO.
002960     05 SPC-RECS-REFUNDED        PIC S9(7) COMP-3 VALUE ZERO.
002970     05 SPC-FEEH-ADDED           PIC S9(7) COMP-3 VALUE ZERO.
002980     05 SPC-FEEH-REWRITTEN       PIC S9(7) COMP-3 VALUE ZERO.
002990     05 SPC-FEEH-REFUNDED        PIC S9(7) COMP-3 VALUE ZERO.
003000     05 SPC-FEEH-NO-ROW          PIC S9(7) COMP-3 VALUE ZERO.
003010     05 SPC-GL-RECS-WRITTEN      PIC S9(7) COMP-3 VALUE ZERO.
003020
003030 01  SPC-RUN-DATE                PIC X(10).
003040
003050 01  WS-FEE-AMOUNT               PIC S9(7)V99 COMP-3.
003060
003070*****************************************************************
003080*    EFFECTIVE-PERIOD SELECTION WORK FIELDS - THE BROWSE WALKS   *
003090*    THE CHARGE-SW/TRAN-CODE'S PERIODS IN EFF-FROM ORDER AND     *
003100*    HOLDS THE LAST ROW IN FORCE FOR THE RUN DATE, THE SAME      *
003110*    SELECTION SPC080 AND SPC150 MAKE.                           *
003120*****************************************************************
003130 01  WS-TGT-CHARGE-SW            PIC X(2).
003140 01  WS-TGT-TRAN-CODE            PIC S9(3) COMP-3.
003150 01  WS-CDTB-HOLD                PIC X(71).
003160
003170*****************************************************************
003180*    BALANCE-BASE WORK FIELDS FOR A PERCENT-TYPE FEE - THE       *
003190*    ACCOUNT'S RUNNING BALANCE ACROSS THE PERIOD, ITS CLOSING    *
003200*    (PERIOD-END) VALUE, AND THE SUM OF END-OF-DAY BALANCES      *
003210*    OVER THE PERIOD'S DAYS THAT THE AVERAGE IS TAKEN FROM.      *
003220*    DATES GO THROUGH THE INTEGER DATE FUNCTIONS AS IN SPC010.   *
003230*****************************************************************
003240 01  WS-BAL-FROM-DATE            PIC X(10).
003250 01  WS-BAL-TO-DATE              PIC X(10).
003260 01  WS-BAL-RUN                  PIC S9(9)V99 COMP-3.
003270 01  WS-BAL-END                  PIC S9(9)V99 COMP-3.
003280 01  WS-BAL-AVG                  PIC S9(9)V99 COMP-3.
003290 01  WS-BAL-BASE                 PIC S9(9)V99 COMP-3.
003300 01  WS-BAL-DAY-SUM              PIC S9(13)V99 COMP-3.
003310 01  WS-BAL-FROM-INT             PIC S9(9) COMP-3.
003320 01  WS-BAL-TO-INT               PIC S9(9) COMP-3.
003330 01  WS-BAL-LAST-INT             PIC S9(9) COMP-3.
003340 01  WS-DATE-INTEGER             PIC S9(9) COMP-3.
003350 01  WS-BAL-DATE.
003360     05 WS-BDT-YYYY              PIC 9(4).
003370     05 FILLER                   PIC X.
003380     05 WS-BDT-MM                PIC 9(2).
003390     05 FILLER                   PIC X.
003400     05 WS-BDT-DD                PIC 9(2).
003410 01  WS-YYYYMMDD                 PIC 9(8).
003420 01  WS-YYYYMMDD-X REDEFINES WS-YYYYMMDD.
003430     05 WS-YMD-YYYY              PIC 9(4).
003440     05 WS-YMD-MM                PIC 9(2).
003450     05 WS-YMD-DD                PIC 9(2).
003460*****************************************************************
003470*    THE BANK/TRAN-CODE GROUP UNDER ACCUMULATION IN THE OUTPUT   *
003480*    PROCEDURE, PLUS RUNNING BANK AND REPORT TOTALS.  POSTED,    *
003490*    SUSPENSE AND REFUNDED SIDES ARE CARRIED SEPARATELY SO EACH  *
003500*    GROUP CUTS UP TO THREE GL RECORDS - ONE 'F', ONE 'S' AND    *
003510*    ONE 'R'.                                                    *
003520*****************************************************************
003530 01  WS-GROUP-AREA.
003540     05 WS-GROUP-BANK-NBR        PIC S9(3) COMP-3.
003550     05 WS-GROUP-TRAN-CODE       PIC S9(3) COMP-3.
003560     05 WS-GRP-POSTED-CNT        PIC S9(7) COMP-3.
003570     05 WS-GRP-POSTED-AMT        PIC S9(9)V99 COMP-3.
003580     05 WS-GRP-SUSP-CNT          PIC S9(7) COMP-3.
003590     05 WS-GRP-SUSP-AMT          PIC S9(9)V99 COMP-3.
003600     05 WS-GRP-RFND-CNT          PIC S9(7) COMP-3.
003610     05 WS-GRP-RFND-AMT          PIC S9(9)V99 COMP-3.
003620
003630 01  WS-BANK-TOTALS.
003640     05 WS-BNK-POSTED-CNT        PIC S9(7) COMP-3.
003650     05 WS-BNK-POSTED-AMT        PIC S9(9)V99 COMP-3.
003660     05 WS-BNK-SUSP-CNT          PIC S9(7) COMP-3.
003670     05 WS-BNK-SUSP-AMT          PIC S9(9)V99 COMP-3.
003680     05 WS-BNK-RFND-CNT          PIC S9(7) COMP-3.
003690     05 WS-BNK-RFND-AMT          PIC S9(9)V99 COMP-3.
003700
003710 01  WS-REPORT-TOTALS.
003720     05 WS-TOT-POSTED-CNT        PIC S9(7) COMP-3 VALUE ZERO.
003730     05 WS-TOT-POSTED-AMT        PIC S9(9)V99 COMP-3 VALUE ZERO.
003740     05 WS-TOT-SUSP-CNT          PIC S9(7) COMP-3 VALUE ZERO.
003750     05 WS-TOT-SUSP-AMT          PIC S9(9)V99 COMP-3 VALUE ZERO.
003760     05 WS-TOT-RFND-CNT          PIC S9(7) COMP-3 VALUE ZERO.
003770     05 WS-TOT-RFND-AMT          PIC S9(9)V99 COMP-3 VALUE ZERO.
003780
003790 01  WS-REPORT-LINE.
003800     05 WS-RPT-BANK-NBR          PIC ZZ9.
003810     05 WS-RPT-TRAN-CODE         PIC ZZ9.
003820     05 WS-RPT-POSTED-CNT        PIC Z(6)9.
003830     05 WS-RPT-POSTED-AMT        PIC Z(8)9,99.
003840     05 WS-RPT-SUSP-CNT          PIC Z(6)9.
003850     05 WS-RPT-SUSP-AMT          PIC Z(8)9,99.
003860     05 WS-RPT-RFND-CNT          PIC Z(6)9.
003870     05 WS-RPT-RFND-AMT          PIC Z(8)9,99.
003880
003890 PROCEDURE DIVISION.
003900 0000-MAINLINE.
003910     PERFORM 1000-INITIALIZE
003920         THRU 1000-INITIALIZE-EXIT.
003930     IF WS-ABEND-NO
003940         SORT SORT-WORK-FILE
003950             ON ASCENDING KEY SRT-BANK-NBR SRT-TRAN-CODE
003960             INPUT PROCEDURE IS 2000-BUILD-SORT-INPUT
003970                 THRU 2000-BUILD-SORT-INPUT-EXIT
003980             OUTPUT PROCEDURE IS 5000-TOTAL-AND-POST
003990                 THRU 5000-TOTAL-AND-POST-EXIT
004000     END-IF.
004010     PERFORM 9000-TERMINATE
004020         THRU 9000-TERMINATE-EXIT.
004030     GOBACK.
004040
004050 1000-INITIALIZE.
004060     OPEN INPUT RUN-PARM-FILE.
004070     IF NOT WS-RUNPARM-OK
004080         DISPLAY 'SPC180 - RUN PARM FILE OPEN FAILED, STATUS '
004090             WS-RUNPARM-STATUS
004100         MOVE 'Y' TO WS-ABEND-SW
004110         GO TO 1000-INITIALIZE-EXIT
004120     END-IF.
004130     READ RUN-PARM-FILE.
004140     CLOSE RUN-PARM-FILE.
004150     MOVE PARM-RUN-DATE TO SPC-RUN-DATE.
004160     OPEN INPUT SPCEXTR-FILE.
004170     IF NOT WS-SPCEXTR-OK
004180         DISPLAY 'SPC180 - SPCEXTR OPEN FAILED, STATUS '
004190             WS-SPCEXTR-STATUS
004200         MOVE 'Y' TO WS-ABEND-SW
004210         GO TO 1000-INITIALIZE-EXIT
004220     END-IF.
004230     OPEN INPUT SPCBILL-FILE.
004240     IF NOT WS-SPCBILL-OK
004250         DISPLAY 'SPC180 - SPCBILL OPEN FAILED, STATUS '
004260             WS-SPCBILL-STATUS
004270         MOVE 'Y' TO WS-ABEND-SW
004280         GO TO 1000-INITIALIZE-EXIT
004290     END-IF.
004300     OPEN INPUT SPCCDTB-FILE.
004310     IF NOT WS-SPCCDTB-OK
004320         DISPLAY 'SPC180 - SPCCDTB OPEN FAILED, STATUS '
004330             WS-SPCCDTB-STATUS
004340         MOVE 'Y' TO WS-ABEND-SW
004350         GO TO 1000-INITIALIZE-EXIT
004360     END-IF.
004370     OPEN OUTPUT SPCGLPF-FILE.
004380     IF NOT WS-SPCGLPF-OK
004390         DISPLAY 'SPC180 - SPCGLPF OPEN FAILED, STATUS '
004400             WS-SPCGLPF-STATUS
004410         MOVE 'Y' TO WS-ABEND-SW
004420         GO TO 1000-INITIALIZE-EXIT
004430     END-IF.
004440     OPEN OUTPUT SPCGLRP-FILE.
004450     IF NOT WS-SPCGLRP-OK
004460         DISPLAY 'SPC180 - SPCGLRP OPEN FAILED, STATUS '
004470             WS-SPCGLRP-STATUS
004480         MOVE 'Y' TO WS-ABEND-SW
004490         GO TO 1000-INITIALIZE-EXIT
004500     END-IF.
004510     OPEN INPUT SPCWAIV-FILE.
004520     IF NOT WS-SPCWAIV-OK
004530         DISPLAY 'SPC180 - SPCWAIV OPEN FAILED, STATUS '
004540             WS-SPCWAIV-STATUS
004550         MOVE 'Y' TO WS-ABEND-SW
004560         GO TO 1000-INITIALIZE-EXIT
004570     END-IF.
004580     OPEN I-O SPCFEEH-FILE.
004590     IF NOT WS-SPCFEEH-OK
004600         DISPLAY 'SPC180 - SPCFEEH OPEN FAILED, STATUS '
004610             WS-SPCFEEH-STATUS
004620         MOVE 'Y' TO WS-ABEND-SW
004630         GO TO 1000-INITIALIZE-EXIT
004640     END-IF.
004650     OPEN INPUT SPCTXNX-FILE.
004660     IF WS-SPCTXNX-NOFILE
004670         DISPLAY 'SPC180 - NO TRANSACTION EXTRACT PRESENT, '
004680             'PERCENT-TYPE FEES GO TO SUSPENSE'
004690         GO TO 1000-INITIALIZE-EXIT
004700     END-IF.
004710     IF NOT WS-SPCTXNX-OK
004720         DISPLAY 'SPC180 - SPCTXNX OPEN FAILED, STATUS '
004730             WS-SPCTXNX-STATUS
004740         MOVE 'Y' TO WS-ABEND-SW
004750         GO TO 1000-INITIALIZE-EXIT
004760     END-IF.
004770     MOVE 'Y' TO WS-TXNX-PRESENT-SW.
004780 1000-INITIALIZE-EXIT.
004790     EXIT.
004800
004810*****************************************************************
004820*    INPUT PROCEDURE - CLASSIFY AND PRICE EVERY EXTRACT RECORD   *
004830*    AGAINST ITS DSDS.SPCBILL ROW, THEN SWEEP DSDS.SPCBILL FOR   *
004840*    THE RUN DATE'S UNEXPECTED ('U') ROWS THE EXTRACT NEVER      *
004850*    CARRIED AND DSDS.SPCWAIV FOR THE RUN DATE'S REFUNDS.  ONE   *
004860*    SORT RECORD IS RELEASED PER FEE, CLASSED 'P' (POST AS       *
004870*    REVENUE), 'S' (SUSPENSE) OR 'R' (REFUNDED).                 *
004880*****************************************************************
004890 2000-BUILD-SORT-INPUT.
004900     PERFORM 2100-PROCESS-EXTRACT
004910         THRU 2100-PROCESS-EXTRACT-EXIT
004920         UNTIL WS-EXTR-EOF-YES.
004930     PERFORM 3000-SWEEP-UNEXPECTED
004940         THRU 3000-SWEEP-UNEXPECTED-EXIT.
004950     PERFORM 3500-SWEEP-REFUNDS
004960         THRU 3500-SWEEP-REFUNDS-EXIT.
004970 2000-BUILD-SORT-INPUT-EXIT.
004980     EXIT.
004990
005000 2100-PROCESS-EXTRACT.
005010     READ SPCEXTR-FILE NEXT RECORD
005020         AT END
005030             MOVE 'Y' TO WS-EXTR-EOF-SW
005040             GO TO 2100-PROCESS-EXTRACT-EXIT
005050     END-READ.
005060     ADD 1 TO SPC-EXTR-RECS-READ.
005070     MOVE FD-SPCEXTR-REC TO DSDS-SPCEXTR.
005080     PERFORM 2200-CLASSIFY-ONE-FEE
005090         THRU 2200-CLASSIFY-ONE-FEE-EXIT.
005100 2100-PROCESS-EXTRACT-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140*    THE EXTRACT RECORD'S OWN KEY LOCATES ITS SPCBILL ROW.  A    *
005150*    MISSING ROW MEANS SPC100 NEVER RAN (OR DIED) FOR THIS       *
005160*    RECORD - IT GOES TO SUSPENSE RATHER THAN POSTING REVENUE    *
005170*    NOBODY ACKNOWLEDGED.  REJECTED AND UNACKNOWLEDGED ROWS      *
005180*    ARE PRICED TOO SO THE SUSPENSE LINE CARRIES THE FEE VALUE   *
005190*    THAT FAILED TO POST, NOT JUST A COUNT.                      *
005200*****************************************************************
005210 2200-CLASSIFY-ONE-FEE.
005220     MOVE EXTR-BANK-NBR  TO FK-BIL-BANK-NBR.
005230     MOVE EXTR-ACCT-NBR  TO FK-BIL-ACCT-NBR.
005240     MOVE EXTR-TRAN-CODE TO FK-BIL-TRAN-CODE.
005250     MOVE EXTR-RUN-DATE  TO FK-BIL-RUN-DATE.
005260     READ SPCBILL-FILE KEY IS FK-SPCBILL-KEY
005270         INVALID KEY
005280             ADD 1 TO SPC-RECS-NO-BILL-ROW
005290             MOVE ZERO TO WS-FEE-AMOUNT
005300             PERFORM 2900-RELEASE-SUSPENSE
005310                 THRU 2900-RELEASE-SUSPENSE-EXIT
005320             GO TO 2200-CLASSIFY-ONE-FEE-EXIT
005330     END-READ.
005340     MOVE FD-SPCBILL-DATA TO DSDS-SPCBILL.
005350     PERFORM 2500-PRICE-FEE
005360         THRU 2500-PRICE-FEE-EXIT.
005370     IF BILL-MATCHED
005380         IF WS-PRICED-YES
005390             PERFORM 2800-RELEASE-POSTED
005400                 THRU 2800-RELEASE-POSTED-EXIT
005410             PERFORM 2850-KEEP-FEE-HISTORY
005420                 THRU 2850-KEEP-FEE-HISTORY-EXIT
005430         ELSE
005440             PERFORM 2900-RELEASE-SUSPENSE
005450                 THRU 2900-RELEASE-SUSPENSE-EXIT
005460         END-IF
005470         GO TO 2200-CLASSIFY-ONE-FEE-EXIT
005480     END-IF.
005490     IF BILL-REJECTED
005500         ADD 1 TO SPC-RECS-REJECTED
005510     ELSE
005520         ADD 1 TO SPC-RECS-UNACKED
005530     END-IF.
005540     PERFORM 2900-RELEASE-SUSPENSE
005550         THRU 2900-RELEASE-SUSPENSE-EXIT.
005560 2200-CLASSIFY-ONE-FEE-EXIT.
005570     EXIT.
005580
005590*****************************************************************
005600*    PRICE THE EXTRACT RECORD'S CHARGE SWITCH THROUGH            *
005610*    DSDS.SPCCDTB - EXACT CHARGE-SW/TRAN-CODE ROW FIRST, ELSE    *
005620*    THE TRAN-CODE-ZERO DEFAULT ROW, SPC080'S LOOKUP ORDER.      *
005630*    A FLAT FEE PRICES AT ITS AMOUNT.  A PERCENT-TYPE FEE        *
005640*    PRICES AS ITS RATE TIMES THE ACCOUNT'S BALANCE BASE; ONE    *
005650*    WHOSE ACCOUNT HAS NO BALANCE ON THE TRANSACTION EXTRACT,    *
005660*    LIKE AN UNDECODED SWITCH WITH NO AMOUNT AT ALL, LEAVES      *
005670*    WS-PRICED-SW AT 'N' FOR THE SUSPENSE SIDE.                  *
005680*****************************************************************
005690 2500-PRICE-FEE.
005700     MOVE 'N'  TO WS-PRICED-SW.
005710     MOVE ZERO TO WS-FEE-AMOUNT.
005720     PERFORM 2600-LOOKUP-DECODE
005730         THRU 2600-LOOKUP-DECODE-EXIT.
005740     IF NOT WS-DECODE-FOUND
005750         ADD 1 TO SPC-RECS-UNDECODED
005760         GO TO 2500-PRICE-FEE-EXIT
005770     END-IF.
005780     IF CDTB-FEE-FLAT
005790         MOVE CDTB-FEE-AMOUNT TO WS-FEE-AMOUNT
005800         MOVE 'Y' TO WS-PRICED-SW
005810         GO TO 2500-PRICE-FEE-EXIT
005820     END-IF.
005830     ADD 1 TO SPC-RECS-PCT-TYPE.
005840     MOVE 'N' TO WS-BAL-FOUND-SW.
005850     IF WS-TXNX-PRESENT
005860         PERFORM 2950-LOAD-BALANCE-BASE
005870             THRU 2950-LOAD-BALANCE-BASE-EXIT
005880     END-IF.
005890     IF NOT WS-BAL-FOUND
005900         ADD 1 TO SPC-RECS-PCT-NO-BAL
005910         GO TO 2500-PRICE-FEE-EXIT
005920     END-IF.
005930     PERFORM 2990-PRICE-PERCENT
005940         THRU 2990-PRICE-PERCENT-EXIT.
005950 2500-PRICE-FEE-EXIT.
005960     EXIT.
005970
005980 2600-LOOKUP-DECODE.
005990     MOVE 'N' TO WS-DECODE-FOUND-SW.
006000     MOVE EXTR-CHARGE-SW  TO WS-TGT-CHARGE-SW.
006010     MOVE EXTR-TRAN-CODE  TO WS-TGT-TRAN-CODE.
006020     PERFORM 2620-SELECT-EFF-ROW
006030         THRU 2620-SELECT-EFF-ROW-EXIT.
006040     IF WS-DECODE-FOUND
006050         GO TO 2600-LOOKUP-DECODE-EXIT
006060     END-IF.
006070     MOVE EXTR-CHARGE-SW TO WS-TGT-CHARGE-SW.
006080     MOVE ZERO           TO WS-TGT-TRAN-CODE.
006090     PERFORM 2620-SELECT-EFF-ROW
006100         THRU 2620-SELECT-EFF-ROW-EXIT.
006110 2600-LOOKUP-DECODE-EXIT.
006120     EXIT.
006130
006140*****************************************************************
006150*    BROWSE THE EFFECTIVE PERIODS ON FILE FOR THE TARGET         *
006160*    CHARGE-SW/TRAN-CODE, ASCENDING BY EFF-FROM, AND KEEP THE    *
006170*    LAST ONE IN FORCE FOR THE RUN DATE.  THE WINNER IS HELD     *
006180*    ASIDE SO THE ROW THAT ENDS THE BROWSE CANNOT OVERWRITE IT.  *
006190*****************************************************************
006200 2620-SELECT-EFF-ROW.
006210     MOVE 'N' TO WS-CDTB-DONE-SW.
006220     MOVE WS-TGT-CHARGE-SW TO FK-CDTB-CHARGE-SW.
006230     MOVE WS-TGT-TRAN-CODE TO FK-CDTB-TRAN-CODE.
006240     MOVE LOW-VALUES       TO FK-CDTB-EFF-FROM.
006250     START SPCCDTB-FILE KEY IS NOT LESS THAN FK-SPCCDTB-KEY
006260         INVALID KEY
006270             MOVE 'Y' TO WS-CDTB-DONE-SW
006280     END-START.
006290     PERFORM 2630-READ-EFF-NEXT
006300         THRU 2630-READ-EFF-NEXT-EXIT
006310         UNTIL WS-CDTB-DONE-YES.
006320     IF WS-DECODE-FOUND
006330         MOVE WS-CDTB-HOLD TO DSDS-SPCCDTB
006340     END-IF.
006350 2620-SELECT-EFF-ROW-EXIT.
006360     EXIT.
006370
006380 2630-READ-EFF-NEXT.
006390     READ SPCCDTB-FILE NEXT RECORD
006400         AT END
006410             MOVE 'Y' TO WS-CDTB-DONE-SW
006420             GO TO 2630-READ-EFF-NEXT-EXIT
006430     END-READ.
006440     MOVE FD-SPCCDTB-DATA TO DSDS-SPCCDTB.
006450     IF CDTB-CHARGE-SW NOT = WS-TGT-CHARGE-SW
006460             OR CDTB-TRAN-CODE NOT = WS-TGT-TRAN-CODE
006470             OR CDTB-EFF-FROM-DATE > SPC-RUN-DATE
006480         MOVE 'Y' TO WS-CDTB-DONE-SW
006490         GO TO 2630-READ-EFF-NEXT-EXIT
006500     END-IF.
006510     IF CDTB-EFF-TO-DATE NOT < SPC-RUN-DATE
006520         MOVE FD-SPCCDTB-DATA TO WS-CDTB-HOLD
006530         MOVE 'Y' TO WS-DECODE-FOUND-SW
006540     END-IF.
006550 2630-READ-EFF-NEXT-EXIT.
006560     EXIT.
006570
006580 2800-RELEASE-POSTED.
006590     MOVE EXTR-BANK-NBR  TO SRT-BANK-NBR.
006600     MOVE EXTR-TRAN-CODE TO SRT-TRAN-CODE.
006610     MOVE 'P'            TO SRT-CLASS-SW.
006620     MOVE WS-FEE-AMOUNT  TO SRT-FEE-AMOUNT.
006630     RELEASE SRT-WORK-REC.
006640     ADD 1 TO SPC-RECS-POSTED.
006650 2800-RELEASE-POSTED-EXIT.
006660     EXIT.
006670
006680*****************************************************************
006690*    KEEP THE POSTED FEE ON DSDS.SPCFEEH UNDER THE EXTRACT       *
006700*    RECORD'S KEY.  A ROW ALREADY THERE MEANS THE RUN DATE IS    *
006710*    BEING POSTED AGAIN - THE FEE IS REWRITTEN AT TODAY'S PRICE  *
006720*    AND ANY REFUND ALREADY SET ON IT IS KEPT.                   *
006730*****************************************************************
006740 2850-KEEP-FEE-HISTORY.
006750     MOVE EXTR-BANK-NBR  TO FK-FEE-BANK-NBR.
006760     MOVE EXTR-ACCT-NBR  TO FK-FEE-ACCT-NBR.
006770     MOVE EXTR-TRAN-CODE TO FK-FEE-TRAN-CODE.
006780     MOVE EXTR-RUN-DATE  TO FK-FEE-RUN-DATE.
006790     READ SPCFEEH-FILE KEY IS FK-SPCFEEH-KEY
006800         INVALID KEY
006810             PERFORM 2860-ADD-FEE-HISTORY
006820                 THRU 2860-ADD-FEE-HISTORY-EXIT
006830             GO TO 2850-KEEP-FEE-HISTORY-EXIT
006840     END-READ.
006850     MOVE FD-SPCFEEH-DATA TO DSDS-SPCFEEH.
006860     MOVE EXTR-CHARGE-SW  TO FEEH-CHARGE-SW.
006870     MOVE WS-FEE-AMOUNT   TO FEEH-FEE-AMOUNT.
006880     MOVE DSDS-SPCFEEH    TO FD-SPCFEEH-DATA.
006890     REWRITE FD-SPCFEEH-REC.
006900     IF NOT WS-SPCFEEH-OK
006910         DISPLAY 'SPC180 - SPCFEEH REWRITE FAILED FOR ACCOUNT '
006920             EXTR-ACCT-NBR ' STATUS ' WS-SPCFEEH-STATUS
006930         MOVE 'Y' TO WS-ABEND-SW
006940     ELSE
006950         ADD 1 TO SPC-FEEH-REWRITTEN
006960     END-IF.
006970 2850-KEEP-FEE-HISTORY-EXIT.
006980     EXIT.
006990
007000 2860-ADD-FEE-HISTORY.
007010     MOVE EXTR-BANK-NBR      TO FEEH-BANK-NBR.
007020     MOVE EXTR-ACCT-NBR      TO FEEH-ACCT-NBR.
007030     MOVE EXTR-TRAN-CODE     TO FEEH-TRAN-CODE.
007040     MOVE EXTR-RUN-DATE      TO FEEH-RUN-DATE.
007050     MOVE EXTR-RUN-DATE(1:7) TO FEEH-YEAR-MONTH.
007060     MOVE EXTR-CHARGE-SW     TO FEEH-CHARGE-SW.
007070     MOVE WS-FEE-AMOUNT      TO FEEH-FEE-AMOUNT.
007080     MOVE ZERO               TO FEEH-REFUND-AMOUNT.
007090     MOVE SPACES             TO FEEH-REFUND-DATE.
007100     MOVE DSDS-SPCFEEH       TO FD-SPCFEEH-DATA.
007110     WRITE FD-SPCFEEH-REC.
007120     IF NOT WS-SPCFEEH-OK
007130         DISPLAY 'SPC180 - SPCFEEH WRITE FAILED FOR ACCOUNT '
007140             EXTR-ACCT-NBR ' STATUS ' WS-SPCFEEH-STATUS
007150         MOVE 'Y' TO WS-ABEND-SW
007160     ELSE
007170         ADD 1 TO SPC-FEEH-ADDED
007180     END-IF.
007190 2860-ADD-FEE-HISTORY-EXIT.
007200     EXIT.
007210
007220 2900-RELEASE-SUSPENSE.
007230     MOVE EXTR-BANK-NBR  TO SRT-BANK-NBR.
007240     MOVE EXTR-TRAN-CODE TO SRT-TRAN-CODE.
007250     MOVE 'S'            TO SRT-CLASS-SW.
007260     MOVE WS-FEE-AMOUNT  TO SRT-FEE-AMOUNT.
007270     RELEASE SRT-WORK-REC.
007280     ADD 1 TO SPC-RECS-SUSPENSE.
007290 2900-RELEASE-SUSPENSE-EXIT.
007300     EXIT.
007310
007320*****************************************************************
007330*    THE ACCOUNT'S BALANCE BASE FROM THE KEYED TRANSACTION WORK  *
007340*    FILE, BROWSED THE WAY SPC150 PULLS A MEMBER'S ACTIVITY.     *
007350*    THE 'B' RECORD'S OPENING BALANCE STARTS THE PERIOD AT ITS   *
007360*    COVERAGE START AND THE PERIOD RUNS TO THE RUN DATE - THE    *
007370*    ONE PERIOD RULE SPC150, SPC190 AND SPC270 ALSO PRICE A      *
007380*    PERCENT FEE BY - SO THE EXTRACT MUST COVER THE ACCOUNT      *
007390*    THROUGH THE RUN DATE.  EACH DAY'S CLOSING BALANCE GOES      *
007400*    INTO WS-BAL-DAY-SUM SO THE AVERAGE IS A TRUE AVERAGE DAILY  *
007410*    BALANCE; THE RUNNING BALANCE LEFT AT THE END IS THE         *
007420*    PERIOD-END BALANCE.  NO 'B' RECORD, ONE THAT STARTS AFTER   *
007430*    THE RUN DATE, OR ONE WHOSE COVERAGE ENDS BEFORE IT, LEAVES  *
007440*    WS-BAL-FOUND-SW 'N'.                                        *
007450*****************************************************************
007460 2950-LOAD-BALANCE-BASE.
007470     MOVE 'N' TO WS-BAL-DONE-SW.
007480     MOVE EXTR-BANK-NBR TO FK-TXN-BANK-NBR.
007490     MOVE EXTR-ACCT-NBR TO FK-TXN-ACCT-NBR.
007500     MOVE LOW-VALUES    TO FK-TXN-POST-DATE.
007510     MOVE ZERO          TO FK-TXN-SEQ-NBR.
007520     START SPCTXNX-FILE KEY IS NOT LESS THAN FK-SPCTXNX-KEY
007530         INVALID KEY
007540             MOVE 'Y' TO WS-BAL-DONE-SW
007550     END-START.
007560     IF NOT WS-BAL-DONE-YES
007570         PERFORM 2960-READ-BAL-NEXT
007580             THRU 2960-READ-BAL-NEXT-EXIT
007590     END-IF.
007600     IF WS-BAL-DONE-YES
007610             OR NOT TXN-IS-BALANCE
007620             OR TXN-POST-DATE > SPC-RUN-DATE
007630             OR TXN-COVER-TO < SPC-RUN-DATE
007640         GO TO 2950-LOAD-BALANCE-BASE-EXIT
007650     END-IF.
007660     MOVE TXN-POST-DATE TO WS-BAL-FROM-DATE.
007670     MOVE SPC-RUN-DATE  TO WS-BAL-TO-DATE.
007680     MOVE TXN-AMOUNT TO WS-BAL-RUN.
007690     MOVE ZERO       TO WS-BAL-DAY-SUM.
007700     MOVE WS-BAL-FROM-DATE TO WS-BAL-DATE.
007710     PERFORM 2980-DATE-TO-INTEGER
007720         THRU 2980-DATE-TO-INTEGER-EXIT.
007730     MOVE WS-DATE-INTEGER TO WS-BAL-FROM-INT WS-BAL-LAST-INT.
007740     MOVE WS-BAL-TO-DATE TO WS-BAL-DATE.
007750     PERFORM 2980-DATE-TO-INTEGER
007760         THRU 2980-DATE-TO-INTEGER-EXIT.
007770     MOVE WS-DATE-INTEGER TO WS-BAL-TO-INT.
007780     PERFORM 2970-ROLL-ONE-TXN
007790         THRU 2970-ROLL-ONE-TXN-EXIT
007800         UNTIL WS-BAL-DONE-YES.
007810     COMPUTE WS-BAL-DAY-SUM = WS-BAL-DAY-SUM
007820         + WS-BAL-RUN * (WS-BAL-TO-INT - WS-BAL-LAST-INT + 1).
007830     COMPUTE WS-BAL-AVG ROUNDED = WS-BAL-DAY-SUM
007840         / (WS-BAL-TO-INT - WS-BAL-FROM-INT + 1).
007850     MOVE WS-BAL-RUN TO WS-BAL-END.
007860     MOVE 'Y' TO WS-BAL-FOUND-SW.
007870 2950-LOAD-BALANCE-BASE-EXIT.
007880     EXIT.
007890
007900 2960-READ-BAL-NEXT.
007910     READ SPCTXNX-FILE NEXT RECORD
007920         AT END
007930             MOVE 'Y' TO WS-BAL-DONE-SW
007940             GO TO 2960-READ-BAL-NEXT-EXIT
007950     END-READ.
007960     MOVE FD-SPCTXNX-REC TO DSDS-SPCTXNX.
007970     IF TXN-BANK-NBR NOT = EXTR-BANK-NBR
007980             OR TXN-ACCT-NBR NOT = EXTR-ACCT-NBR
007990         MOVE 'Y' TO WS-BAL-DONE-SW
008000     END-IF.
008010 2960-READ-BAL-NEXT-EXIT.
008020     EXIT.
008030
008040*****************************************************************
008050*    A TRANSACTION CLOSES OUT THE DAYS SINCE THE LAST ONE AT THE *
008060*    OLD RUNNING BALANCE BEFORE IT IS APPLIED, SO A DAY WITH     *
008070*    SEVERAL POSTINGS COUNTS ONCE, AT ITS CLOSING BALANCE.       *
008080*****************************************************************
008090 2970-ROLL-ONE-TXN.
008100     PERFORM 2960-READ-BAL-NEXT
008110         THRU 2960-READ-BAL-NEXT-EXIT.
008120     IF WS-BAL-DONE-YES
008130         GO TO 2970-ROLL-ONE-TXN-EXIT
008140     END-IF.
008150     IF TXN-POST-DATE > WS-BAL-TO-DATE
008160         MOVE 'Y' TO WS-BAL-DONE-SW
008170         GO TO 2970-ROLL-ONE-TXN-EXIT
008180     END-IF.
008190     IF NOT TXN-IS-DETAIL
008200         GO TO 2970-ROLL-ONE-TXN-EXIT
008210     END-IF.
008220     MOVE TXN-POST-DATE TO WS-BAL-DATE.
008230     PERFORM 2980-DATE-TO-INTEGER
008240         THRU 2980-DATE-TO-INTEGER-EXIT.
008250     IF WS-DATE-INTEGER > WS-BAL-LAST-INT
008260         COMPUTE WS-BAL-DAY-SUM = WS-BAL-DAY-SUM
008270             + WS-BAL-RUN * (WS-DATE-INTEGER - WS-BAL-LAST-INT)
008280         MOVE WS-DATE-INTEGER TO WS-BAL-LAST-INT
008290     END-IF.
008300     IF TXN-DEBIT
008310         SUBTRACT TXN-AMOUNT FROM WS-BAL-RUN
008320     ELSE
008330         ADD TXN-AMOUNT TO WS-BAL-RUN
008340     END-IF.
008350 2970-ROLL-ONE-TXN-EXIT.
008360     EXIT.
008370
008380 2980-DATE-TO-INTEGER.
008390     MOVE WS-BDT-YYYY TO WS-YMD-YYYY.
008400     MOVE WS-BDT-MM   TO WS-YMD-MM.
008410     MOVE WS-BDT-DD   TO WS-YMD-DD.
008420     COMPUTE WS-DATE-INTEGER =
008430         FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD).
008440 2980-DATE-TO-INTEGER-EXIT.
008450     EXIT.
008460
008470*****************************************************************
008480*    RATE TIMES BASE.  AN OVERDRAWN BASE PRICES AT ZERO RATHER   *
008490*    THAN AS A CREDIT TO THE CUSTOMER.                           *
008500*****************************************************************
008510 2990-PRICE-PERCENT.
008520     IF CDTB-BASE-AVERAGE
008530         MOVE WS-BAL-AVG TO WS-BAL-BASE
008540     ELSE
008550         MOVE WS-BAL-END TO WS-BAL-BASE
008560     END-IF.
008570     IF WS-BAL-BASE < ZERO
008580         MOVE ZERO TO WS-BAL-BASE
008590     END-IF.
008600     COMPUTE WS-FEE-AMOUNT ROUNDED =
008610             WS-BAL-BASE * CDTB-FEE-AMOUNT / 100
008620         ON SIZE ERROR
008630             DISPLAY 'SPC180 - PERCENT FEE OVERFLOW, ACCOUNT '
008640                 EXTR-ACCT-NBR
008650             MOVE ZERO TO WS-FEE-AMOUNT
008660             ADD 1 TO SPC-RECS-PCT-NO-BAL
008670             GO TO 2990-PRICE-PERCENT-EXIT
008680     END-COMPUTE.
008690     MOVE 'Y' TO WS-PRICED-SW.
008700     ADD 1 TO SPC-RECS-PCT-PRICED.
008710 2990-PRICE-PERCENT-EXIT.
008720     EXIT.
008730
008740*****************************************************************
008750*    AN UNEXPECTED ('U') ROW HAS NO EXTRACT RECORD BEHIND IT,    *
008760*    SO THE EXTRACT PASS NEVER SEES IT - WALK THE WHOLE TABLE    *
008770*    BY KEY THE WAY SPC100'S OWN SWEEP DOES AND PUT THE RUN      *
008780*    DATE'S 'U' ROWS ON SUSPENSE AT ZERO VALUE (NO CHARGE        *
008790*    SWITCH TRAVELED WITH THEM, SO THERE IS NOTHING TO PRICE).   *
008800*****************************************************************
008810 3000-SWEEP-UNEXPECTED.
008820     MOVE ZERO       TO FK-BIL-BANK-NBR.
008830     MOVE ZERO       TO FK-BIL-ACCT-NBR.
008840     MOVE ZERO       TO FK-BIL-TRAN-CODE.
008850     MOVE LOW-VALUES TO FK-BIL-RUN-DATE.
008860     START SPCBILL-FILE KEY IS NOT LESS THAN FK-SPCBILL-KEY
008870         INVALID KEY
008880             MOVE 'Y' TO WS-BILL-EOF-SW
008890     END-START.
008900     PERFORM 3100-SWEEP-ONE-ROW
008910         THRU 3100-SWEEP-ONE-ROW-EXIT
008920         UNTIL WS-BILL-EOF-YES.
008930 3000-SWEEP-UNEXPECTED-EXIT.
008940     EXIT.
008950
008960 3100-SWEEP-ONE-ROW.
008970     READ SPCBILL-FILE NEXT RECORD
008980         AT END
008990             MOVE 'Y' TO WS-BILL-EOF-SW
009000             GO TO 3100-SWEEP-ONE-ROW-EXIT
009010     END-READ.
009020     MOVE FD-SPCBILL-DATA TO DSDS-SPCBILL.
009030     IF BILL-RUN-DATE NOT = SPC-RUN-DATE
009040         GO TO 3100-SWEEP-ONE-ROW-EXIT
009050     END-IF.
009060     IF NOT BILL-UNEXPECTED
009070         GO TO 3100-SWEEP-ONE-ROW-EXIT
009080     END-IF.
009090     ADD 1 TO SPC-RECS-UNEXPECTED.
009100     MOVE BILL-BANK-NBR  TO SRT-BANK-NBR.
009110     MOVE BILL-TRAN-CODE TO SRT-TRAN-CODE.
009120     MOVE 'S'            TO SRT-CLASS-SW.
009130     MOVE ZERO           TO SRT-FEE-AMOUNT.
009140     RELEASE SRT-WORK-REC.
009150     ADD 1 TO SPC-RECS-SUSPENSE.
009160 3100-SWEEP-ONE-ROW-EXIT.
009170     EXIT.
009180
009190*****************************************************************
009200*    A REFUND SPC270 APPLIED ON THE RUN DATE ('R' ROW AT 'U'     *
009210*    WITH THE RUN DATE AS ITS APPLIED DATE) RELEASES ITS AMOUNT  *
009220*    UNDER THE BANK AND TRAN CODE IT WAS BILLED UNDER.  SPC270   *
009230*    LEAVES THE AMOUNT ACTUALLY GIVEN BACK ON THE ROW, SO NO     *
009240*    PRICING IS DONE HERE.                                       *
009250*****************************************************************
009260 3500-SWEEP-REFUNDS.
009270     MOVE ZERO       TO FK-WAI-BANK-NBR.
009280     MOVE ZERO       TO FK-WAI-ACCT-NBR.
009290     MOVE ZERO       TO FK-WAI-TRAN-CODE.
009300     MOVE LOW-VALUES TO FK-WAI-FROM-DATE.
009310     START SPCWAIV-FILE KEY IS NOT LESS THAN FK-SPCWAIV-KEY
009320         INVALID KEY
009330             MOVE 'Y' TO WS-WAIV-EOF-SW
009340     END-START.
009350     PERFORM 3510-SWEEP-ONE-REFUND
009360         THRU 3510-SWEEP-ONE-REFUND-EXIT
009370         UNTIL WS-WAIV-EOF-YES.
009380 3500-SWEEP-REFUNDS-EXIT.
009390     EXIT.
009400
009410 3510-SWEEP-ONE-REFUND.
009420     READ SPCWAIV-FILE NEXT RECORD
009430         AT END
009440             MOVE 'Y' TO WS-WAIV-EOF-SW
009450             GO TO 3510-SWEEP-ONE-REFUND-EXIT
009460     END-READ.
009470     MOVE FD-SPCWAIV-DATA TO DSDS-SPCWAIV.
009480     IF NOT WAIV-REFUND
009490             OR NOT WAIV-USED
009500             OR WAIV-APPLIED-DATE NOT = SPC-RUN-DATE
009510         GO TO 3510-SWEEP-ONE-REFUND-EXIT
009520     END-IF.
009530     ADD 1 TO SPC-RECS-REFUNDED.
009540     MOVE WAIV-BANK-NBR  TO SRT-BANK-NBR.
009550     MOVE WAIV-TRAN-CODE TO SRT-TRAN-CODE.
009560     MOVE 'R'            TO SRT-CLASS-SW.
009570     MOVE WAIV-AMOUNT    TO SRT-FEE-AMOUNT.
009580     RELEASE SRT-WORK-REC.
009590     PERFORM 3550-KEEP-REFUND-HISTORY
009600         THRU 3550-KEEP-REFUND-HISTORY-EXIT.
009610 3510-SWEEP-ONE-REFUND-EXIT.
009620     EXIT.
009630
009640*****************************************************************
009650*    SET THE REFUND ON THE FEE'S DSDS.SPCFEEH ROW - THE REFUND   *
009660*    ROW'S FROM DATE IS THE RUN DATE THE FEE WAS BILLED.  A FEE  *
009670*    POSTED BEFORE DSDS.SPCFEEH WAS KEPT HAS NO ROW; THE REFUND  *
009680*    STILL POSTS TO THE GL AND IS ONLY COUNTED HERE.             *
009690*****************************************************************
009700 3550-KEEP-REFUND-HISTORY.
009710     MOVE WAIV-BANK-NBR  TO FK-FEE-BANK-NBR.
009720     MOVE WAIV-ACCT-NBR  TO FK-FEE-ACCT-NBR.
009730     MOVE WAIV-TRAN-CODE TO FK-FEE-TRAN-CODE.
009740     MOVE WAIV-FROM-DATE TO FK-FEE-RUN-DATE.
009750     READ SPCFEEH-FILE KEY IS FK-SPCFEEH-KEY
009760         INVALID KEY
009770             ADD 1 TO SPC-FEEH-NO-ROW
009780             GO TO 3550-KEEP-REFUND-HISTORY-EXIT
009790     END-READ.
009800     MOVE FD-SPCFEEH-DATA   TO DSDS-SPCFEEH.
009810     MOVE WAIV-AMOUNT       TO FEEH-REFUND-AMOUNT.
009820     MOVE WAIV-APPLIED-DATE TO FEEH-REFUND-DATE.
009830     MOVE DSDS-SPCFEEH      TO FD-SPCFEEH-DATA.
009840     REWRITE FD-SPCFEEH-REC.
009850     IF NOT WS-SPCFEEH-OK
009860         DISPLAY 'SPC180 - SPCFEEH REWRITE FAILED FOR ACCOUNT '
009870             WAIV-ACCT-NBR ' STATUS ' WS-SPCFEEH-STATUS
009880         MOVE 'Y' TO WS-ABEND-SW
009890     ELSE
009900         ADD 1 TO SPC-FEEH-REFUNDED
009910     END-IF.
009920 3550-KEEP-REFUND-HISTORY-EXIT.
009930     EXIT.
009940
009950*****************************************************************
009960*    OUTPUT PROCEDURE - CONTROL-BREAK ON BANK/TRAN-CODE OVER     *
009970*    THE SORTED FEES.  EACH GROUP CUTS UP TO THREE GL POSTING    *
009980*    RECORDS ('F' REVENUE, 'S' SUSPENSE, 'R' REFUNDED) AND ONE   *
009990*    REPORT LINE; A BANK TOTAL PRINTS AT EACH BANK BREAK AND A   *
010000*    REPORT TOTAL AT THE END, SO FINANCE CAN TIE THE HANDOFF FILE*
010010*    TO THE REPORT AT EVERY LEVEL.                               *
010020*****************************************************************
010030 5000-TOTAL-AND-POST.
010040     PERFORM 5900-WRITE-HEADING
010050         THRU 5900-WRITE-HEADING-EXIT.
010060     PERFORM 5100-RETURN-SORTED
010070         THRU 5100-RETURN-SORTED-EXIT.
010080     PERFORM 5200-PROCESS-ONE-SORTED
010090         THRU 5200-PROCESS-ONE-SORTED-EXIT
010100         UNTIL WS-SORT-EOF-YES.
010110     IF WS-GROUP-STARTED
010120         PERFORM 5400-CLOSE-GROUP
010130             THRU 5400-CLOSE-GROUP-EXIT
010140         PERFORM 5500-CLOSE-BANK
010150             THRU 5500-CLOSE-BANK-EXIT
010160     END-IF.
010170     PERFORM 5800-WRITE-REPORT-TOTAL
010180         THRU 5800-WRITE-REPORT-TOTAL-EXIT.
010190 5000-TOTAL-AND-POST-EXIT.
010200     EXIT.
010210
010220 5100-RETURN-SORTED.
010230     RETURN SORT-WORK-FILE
010240         AT END
010250             MOVE 'Y' TO WS-SORT-EOF-SW
010260     END-RETURN.
010270 5100-RETURN-SORTED-EXIT.
010280     EXIT.
010290
010300 5200-PROCESS-ONE-SORTED.
010310     IF NOT WS-GROUP-STARTED
010320         PERFORM 5210-START-BANK
010330             THRU 5210-START-BANK-EXIT
010340         PERFORM 5220-START-GROUP
010350             THRU 5220-START-GROUP-EXIT
010360     ELSE
010370         IF SRT-BANK-NBR NOT = WS-GROUP-BANK-NBR
010380             PERFORM 5400-CLOSE-GROUP
010390                 THRU 5400-CLOSE-GROUP-EXIT
010400             PERFORM 5500-CLOSE-BANK
010410                 THRU 5500-CLOSE-BANK-EXIT
010420             PERFORM 5210-START-BANK
010430                 THRU 5210-START-BANK-EXIT
010440             PERFORM 5220-START-GROUP
010450                 THRU 5220-START-GROUP-EXIT
010460         ELSE
010470             IF SRT-TRAN-CODE NOT = WS-GROUP-TRAN-CODE
010480                 PERFORM 5400-CLOSE-GROUP
010490                     THRU 5400-CLOSE-GROUP-EXIT
010500                 PERFORM 5220-START-GROUP
010510                     THRU 5220-START-GROUP-EXIT
010520             END-IF
010530         END-IF
010540     END-IF.
010550     PERFORM 5300-ACCUM-ONE-FEE
010560         THRU 5300-ACCUM-ONE-FEE-EXIT.
010570     PERFORM 5100-RETURN-SORTED
010580         THRU 5100-RETURN-SORTED-EXIT.
010590 5200-PROCESS-ONE-SORTED-EXIT.
010600     EXIT.
010610
010620 5210-START-BANK.
010630     MOVE ZERO TO WS-BNK-POSTED-CNT WS-BNK-POSTED-AMT
010640         WS-BNK-SUSP-CNT WS-BNK-SUSP-AMT
010650         WS-BNK-RFND-CNT WS-BNK-RFND-AMT.
010660 5210-START-BANK-EXIT.
010670     EXIT.
010680
010690 5220-START-GROUP.
010700     MOVE 'Y'           TO WS-GROUP-START-SW.
010710     MOVE SRT-BANK-NBR  TO WS-GROUP-BANK-NBR.
010720     MOVE SRT-TRAN-CODE TO WS-GROUP-TRAN-CODE.
010730     MOVE ZERO TO WS-GRP-POSTED-CNT WS-GRP-POSTED-AMT
010740         WS-GRP-SUSP-CNT WS-GRP-SUSP-AMT
010750         WS-GRP-RFND-CNT WS-GRP-RFND-AMT.
010760 5220-START-GROUP-EXIT.
010770     EXIT.
010780
010790 5300-ACCUM-ONE-FEE.
010800     IF SRT-CLASS-SW = 'P'
010810         ADD 1 TO WS-GRP-POSTED-CNT
010820         ADD SRT-FEE-AMOUNT TO WS-GRP-POSTED-AMT
010830     ELSE
010840         IF SRT-CLASS-SW = 'R'
010850             ADD 1 TO WS-GRP-RFND-CNT
010860             ADD SRT-FEE-AMOUNT TO WS-GRP-RFND-AMT
010870         ELSE
010880             ADD 1 TO WS-GRP-SUSP-CNT
010890             ADD SRT-FEE-AMOUNT TO WS-GRP-SUSP-AMT
010900         END-IF
010910     END-IF.
010920 5300-ACCUM-ONE-FEE-EXIT.
010930     EXIT.
010940
010950 5400-CLOSE-GROUP.
010960     IF WS-GRP-POSTED-CNT > ZERO
010970         MOVE 'F'                TO GLPF-ACCT-TYPE
010980         MOVE WS-GRP-POSTED-CNT  TO GLPF-ITEM-COUNT
010990         MOVE WS-GRP-POSTED-AMT  TO GLPF-AMOUNT
011000         PERFORM 5450-WRITE-GL-RECORD
011010             THRU 5450-WRITE-GL-RECORD-EXIT
011020     END-IF.
011030     IF WS-GRP-SUSP-CNT > ZERO
011040         MOVE 'S'                TO GLPF-ACCT-TYPE
011050         MOVE WS-GRP-SUSP-CNT    TO GLPF-ITEM-COUNT
011060         MOVE WS-GRP-SUSP-AMT    TO GLPF-AMOUNT
011070         PERFORM 5450-WRITE-GL-RECORD
011080             THRU 5450-WRITE-GL-RECORD-EXIT
011090     END-IF.
011100     IF WS-GRP-RFND-CNT > ZERO
011110         MOVE 'R'                TO GLPF-ACCT-TYPE
011120         MOVE WS-GRP-RFND-CNT    TO GLPF-ITEM-COUNT
011130         MOVE WS-GRP-RFND-AMT    TO GLPF-AMOUNT
011140         PERFORM 5450-WRITE-GL-RECORD
011150             THRU 5450-WRITE-GL-RECORD-EXIT
011160     END-IF.
011170     MOVE WS-GROUP-BANK-NBR  TO WS-RPT-BANK-NBR.
011180     MOVE WS-GROUP-TRAN-CODE TO WS-RPT-TRAN-CODE.
011190     MOVE WS-GRP-POSTED-CNT  TO WS-RPT-POSTED-CNT.
011200     MOVE WS-GRP-POSTED-AMT  TO WS-RPT-POSTED-AMT.
011210     MOVE WS-GRP-SUSP-CNT    TO WS-RPT-SUSP-CNT.
011220     MOVE WS-GRP-SUSP-AMT    TO WS-RPT-SUSP-AMT.
011230     MOVE WS-GRP-RFND-CNT    TO WS-RPT-RFND-CNT.
011240     MOVE WS-GRP-RFND-AMT    TO WS-RPT-RFND-AMT.
011250     MOVE SPACES TO FD-SPCGLRP-REC.
011260     STRING 'BANK ' WS-RPT-BANK-NBR
011270             ' TRAN ' WS-RPT-TRAN-CODE
011280             '  POSTED ' WS-RPT-POSTED-CNT
011290             ' / ' WS-RPT-POSTED-AMT
011300             '  SUSPENSE ' WS-RPT-SUSP-CNT
011310             ' / ' WS-RPT-SUSP-AMT
011320             '  REFUNDED ' WS-RPT-RFND-CNT
011330             ' / ' WS-RPT-RFND-AMT
011340             DELIMITED BY SIZE
011350             INTO FD-SPCGLRP-REC.
011360     WRITE FD-SPCGLRP-REC.
011370     ADD WS-GRP-POSTED-CNT TO WS-BNK-POSTED-CNT.
011380     ADD WS-GRP-POSTED-AMT TO WS-BNK-POSTED-AMT.
011390     ADD WS-GRP-SUSP-CNT   TO WS-BNK-SUSP-CNT.
011400     ADD WS-GRP-SUSP-AMT   TO WS-BNK-SUSP-AMT.
011410     ADD WS-GRP-RFND-CNT   TO WS-BNK-RFND-CNT.
011420     ADD WS-GRP-RFND-AMT   TO WS-BNK-RFND-AMT.
011430 5400-CLOSE-GROUP-EXIT.
011440     EXIT.
011450
011460 5450-WRITE-GL-RECORD.
011470     MOVE WS-GROUP-BANK-NBR  TO GLPF-BANK-NBR.
011480     MOVE WS-GROUP-TRAN-CODE TO GLPF-TRAN-CODE.
011490     MOVE SPC-RUN-DATE       TO GLPF-RUN-DATE.
011500     MOVE SPACES             TO GLPF-RESERVED.
011510     MOVE DSDS-SPCGLPF       TO FD-SPCGLPF-REC.
011520     WRITE FD-SPCGLPF-REC.
011530     IF NOT WS-SPCGLPF-OK
011540         DISPLAY 'SPC180 - SPCGLPF WRITE FAILED FOR BANK '
011550             GLPF-BANK-NBR ' TRAN ' GLPF-TRAN-CODE
011560             ' STATUS ' WS-SPCGLPF-STATUS
011570         MOVE 'Y' TO WS-ABEND-SW
011580     ELSE
011590         ADD 1 TO SPC-GL-RECS-WRITTEN
011600     END-IF.
011610 5450-WRITE-GL-RECORD-EXIT.
011620     EXIT.
011630
011640 5500-CLOSE-BANK.
011650     MOVE WS-GROUP-BANK-NBR TO WS-RPT-BANK-NBR.
011660     MOVE WS-BNK-POSTED-CNT TO WS-RPT-POSTED-CNT.
011670     MOVE WS-BNK-POSTED-AMT TO WS-RPT-POSTED-AMT.
011680     MOVE WS-BNK-SUSP-CNT   TO WS-RPT-SUSP-CNT.
011690     MOVE WS-BNK-SUSP-AMT   TO WS-RPT-SUSP-AMT.
011700     MOVE WS-BNK-RFND-CNT   TO WS-RPT-RFND-CNT.
011710     MOVE WS-BNK-RFND-AMT   TO WS-RPT-RFND-AMT.
011720     MOVE SPACES TO FD-SPCGLRP-REC.
011730     STRING 'BANK ' WS-RPT-BANK-NBR
011740             ' TOTAL     POSTED ' WS-RPT-POSTED-CNT
011750             ' / ' WS-RPT-POSTED-AMT
011760             '  SUSPENSE ' WS-RPT-SUSP-CNT
011770             ' / ' WS-RPT-SUSP-AMT
011780             '  REFUNDED ' WS-RPT-RFND-CNT
011790             ' / ' WS-RPT-RFND-AMT
011800             DELIMITED BY SIZE
011810             INTO FD-SPCGLRP-REC.
011820     WRITE FD-SPCGLRP-REC.
011830     ADD WS-BNK-POSTED-CNT TO WS-TOT-POSTED-CNT.
011840     ADD WS-BNK-POSTED-AMT TO WS-TOT-POSTED-AMT.
011850     ADD WS-BNK-SUSP-CNT   TO WS-TOT-SUSP-CNT.
011860     ADD WS-BNK-SUSP-AMT   TO WS-TOT-SUSP-AMT.
011870     ADD WS-BNK-RFND-CNT   TO WS-TOT-RFND-CNT.
011880     ADD WS-BNK-RFND-AMT   TO WS-TOT-RFND-AMT.
011890 5500-CLOSE-BANK-EXIT.
011900     EXIT.
011910
011920 5800-WRITE-REPORT-TOTAL.
011930     MOVE WS-TOT-POSTED-CNT TO WS-RPT-POSTED-CNT.
011940     MOVE WS-TOT-POSTED-AMT TO WS-RPT-POSTED-AMT.
011950     MOVE WS-TOT-SUSP-CNT   TO WS-RPT-SUSP-CNT.
011960     MOVE WS-TOT-SUSP-AMT   TO WS-RPT-SUSP-AMT.
011970     MOVE WS-TOT-RFND-CNT   TO WS-RPT-RFND-CNT.
011980     MOVE WS-TOT-RFND-AMT   TO WS-RPT-RFND-AMT.
011990     MOVE SPACES TO FD-SPCGLRP-REC.
012000     STRING 'RUN TOTAL      POSTED ' WS-RPT-POSTED-CNT
012010             ' / ' WS-RPT-POSTED-AMT
012020             '  SUSPENSE ' WS-RPT-SUSP-CNT
012030             ' / ' WS-RPT-SUSP-AMT
012040             '  REFUNDED ' WS-RPT-RFND-CNT
012050             ' / ' WS-RPT-RFND-AMT
012060             DELIMITED BY SIZE
012070             INTO FD-SPCGLRP-REC.
012080     WRITE FD-SPCGLRP-REC.
012090 5800-WRITE-REPORT-TOTAL-EXIT.
012100     EXIT.
012110
012120 5900-WRITE-HEADING.
012130     MOVE SPACES TO FD-SPCGLRP-REC.
012140     STRING 'SPC180 - GL FEE POSTING BALANCE FOR RUN DATE '
012150             SPC-RUN-DATE
012160             DELIMITED BY SIZE
012170             INTO FD-SPCGLRP-REC.
012180     WRITE FD-SPCGLRP-REC.
012190 5900-WRITE-HEADING-EXIT.
012200     EXIT.
012210
012220 9000-TERMINATE.
012230     CLOSE SPCEXTR-FILE.
012240     CLOSE SPCBILL-FILE.
012250     CLOSE SPCCDTB-FILE.
012260     CLOSE SPCGLPF-FILE.
012270     CLOSE SPCGLRP-FILE.
012280     CLOSE SPCWAIV-FILE.
012290     CLOSE SPCFEEH-FILE.
012300     IF WS-TXNX-PRESENT
012310         CLOSE SPCTXNX-FILE
012320     END-IF.
012330     DISPLAY 'SPC180 - EXTRACT RECORDS READ ' SPC-EXTR-RECS-READ.
012340     DISPLAY 'SPC180 - FEES POSTED          ' SPC-RECS-POSTED.
012350     DISPLAY 'SPC180 - FEES TO SUSPENSE     ' SPC-RECS-SUSPENSE.
012360     DISPLAY 'SPC180 - NO SPCBILL ROW       ' SPC-RECS-NO-BILL-ROW.
012370     DISPLAY 'SPC180 - BILLING REJECTS      ' SPC-RECS-REJECTED.
012380     DISPLAY 'SPC180 - UNACKNOWLEDGED SENDS ' SPC-RECS-UNACKED.
012390     DISPLAY 'SPC180 - UNEXPECTED RESPONSES ' SPC-RECS-UNEXPECTED.
012400     DISPLAY 'SPC180 - PERCENT-TYPE FEES    ' SPC-RECS-PCT-TYPE.
012410     DISPLAY 'SPC180 - PERCENT FEES PRICED  ' SPC-RECS-PCT-PRICED.
012420     DISPLAY 'SPC180 - PERCENT, NO BALANCE  ' SPC-RECS-PCT-NO-BAL.
012430     DISPLAY 'SPC180 - UNDECODED SWITCHES   ' SPC-RECS-UNDECODED.
012440     DISPLAY 'SPC180 - FEES REFUNDED        ' SPC-RECS-REFUNDED.
012450     DISPLAY 'SPC180 - FEE HISTORY ADDED    ' SPC-FEEH-ADDED.
012460     DISPLAY 'SPC180 - FEE HISTORY REPOSTED ' SPC-FEEH-REWRITTEN.
012470     DISPLAY 'SPC180 - REFUNDS ON HISTORY   ' SPC-FEEH-REFUNDED.
012480     DISPLAY 'SPC180 - REFUNDS, NO HISTORY  ' SPC-FEEH-NO-ROW.
012490     DISPLAY 'SPC180 - GL RECORDS WRITTEN   ' SPC-GL-RECS-WRITTEN.
012500     IF WS-ABEND-YES
012510         MOVE 16 TO RETURN-CODE
012520     END-IF.
012530 9000-TERMINATE-EXIT.
012540     EXIT.
