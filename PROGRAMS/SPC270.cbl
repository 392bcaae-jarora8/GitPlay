000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SPC270.
000030 AUTHOR.         D. WHITFIELD.
000040 INSTALLATION.   DEPOSIT SYSTEMS - BATCH.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY                                       *
000090*    ------------------------------------------------------     *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    10/15/26   DW    ORIGINAL PROGRAM - DAILY FEE WAIVER AND    *
000120*                      REFUND PROCESSING.  LOADS THE BRANCHES'   *
000130*                      WAIVER/REFUND REQUESTS (COPY SPCWVRQ) TO  *
000140*                      DSDS.SPCWAIV, SENDS BILLING A REVERSAL    *
000150*                      RECORD FOR EVERY REFUND OF A MATCHED      *
000160*                      DSDS.SPCBILL FEE, PRICES THE OCCURRENCES  *
000170*                      SPC050 KEPT OFF THE EXTRACT UNDER A       *
000180*                      WAIVER, AND PRINTS THE DAY'S REGISTER OF  *
000190*                      REVENUE GIVEN BACK BY BRANCH AND OPERATOR.*
000200*    10/15/26   DW    A PERCENT-TYPE FEE'S BALANCE BASE NOW      *
000210*                      RUNS FROM THE 'B' RECORD'S COVERAGE       *
000220*                      START TO THE RUN DATE ONLY WHEN THE       *
000230*                      EXTRACT COVERS THE ACCOUNT THROUGH THE    *
000240*                      RUN DATE; A SHORT EXTRACT NO LONGER       *
000250*                      PRICES OVER A TRUNCATED PERIOD.  SAME     *
000260*                      RULE AS SPC150, SPC180 AND SPC190.        *
000270*    10/15/26   DW    A KEYED REFUND AMOUNT IS NOW HELD TO THE   *
000280*                      FEE'S PRICE - THE CODE TABLE PRICE AS OF  *
000290*                      ITS BILLED DATE, OR FOR A FEE THE TABLE   *
000300*                      CANNOT PRICE THE AMOUNT SPC180 POSTED TO  *
000310*                      DSDS.SPCFEEH.  A KEYED AMOUNT OVER THE    *
000320*                      PRICE GOES TO 'J' WITH REASON OVER.       *
000330*****************************************************************
000340*****************************************************************
000350*    RUNS AFTER SPC100 AND BEFORE SPC180 IN THE NIGHTLY STREAM:  *
000360*      - REQUESTS ARE VALIDATED AND WRITTEN TO DSDS.SPCWAIV AS   *
000370*        OPEN ROWS.  A WAIVER MUST NAME A TRAN CODE THE ACCOUNT  *
000380*        HAS A SCHEDULE FOR.  THE REQUEST FILE IS OPTIONAL.      *
000390*      - EVERY OPEN REFUND ROW ('R') IS CHECKED AGAINST THE      *
000400*        DSDS.SPCBILL ROW FOR ITS BILLED RUN DATE - IT MUST BE   *
000410*        MATCHED ('M') AND NOT ALREADY REFUNDED.  THE FEE IS     *
000420*        PRICED AT THE CODE TABLE PRICE AS OF ITS BILLED DATE, OR*
000430*        FOR A FEE THE TABLE CANNOT PRICE (A PERCENT-TYPE FEE -  *
000440*        ITS BALANCE BASE IS LONG GONE) AT THE AMOUNT SPC180     *
000450*        POSTED TO DSDS.SPCFEEH.  THE REFUND IS THAT PRICE WHEN  *
000460*        KEYED AS ZERO; A KEYED AMOUNT MAY NOT EXCEED IT.  A GOOD*
000470*        REFUND WRITES A REVERSAL RECORD (COPY SPCEXTR, REVERSAL *
000480*        SWITCH 'R') FOR BILLING, MARKS THE SPCBILL ROW 'RFND'   *
000490*        AND GOES TO 'U' STAMPED WITH THE RUN DATE, WHICH IS     *
000500*        WHAT SPC180 POSTS THE OFFSETTING GL ENTRY FROM.  A BAD  *
000510*        ONE GOES TO 'J' WITH ITS REASON CODE.  A REFUND ALREADY *
000520*        STAMPED WITH THE RUN DATE IS WRITTEN TO THE REVERSAL    *
000530*        FILE AGAIN, SO A RERUN OF THE STEP LOSES NOTHING.       *
000540*      - THE WAIVED-OCCURRENCE LOG SPC050 WROTE IS PRICED THE    *
000550*        WAY SPC180 PRICES A FEE (FLAT AMOUNT, OR RATE TIMES     *
000560*        THE BALANCE BASE FROM THE TRANSACTION EXTRACT) SO THE   *
000570*        REGISTER SHOWS THE REVENUE EACH WAIVER GAVE UP.         *
000580*    EVERYTHING GOES THROUGH ONE SORT BY BRANCH AND OPERATOR, AND*
000590*    THE REGISTER TOTALS EACH OPERATOR, EACH BRANCH AND THE RUN. *
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 CONFIGURATION SECTION.
000630 SOURCE-COMPUTER.   IBM-370.
000640 OBJECT-COMPUTER.   IBM-370.
000650 SPECIAL-NAMES.
000660     DECIMAL-POINT IS COMMA.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT SPCWVRQ-FILE
000700         ASSIGN TO SPCWVRQ
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SPCWVRQ-STATUS.
000730
000740     SELECT SPCWAIV-FILE
000750         ASSIGN TO SPCWAIV
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS FK-SPCWAIV-KEY
000790         FILE STATUS IS WS-SPCWAIV-STATUS.
000800
000810     SELECT SPCBILL-FILE
000820         ASSIGN TO SPCBILL
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS FK-SPCBILL-KEY
000860         FILE STATUS IS WS-SPCBILL-STATUS.
000870
000880     SELECT SPCFEEH-FILE
000890         ASSIGN TO SPCFEEH
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS FK-SPCFEEH-KEY
000930         FILE STATUS IS WS-SPCFEEH-STATUS.
000940
000950     SELECT SPECSTMT-FILE
000960         ASSIGN TO SPECSTM
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS FK-SPECSTMT-KEY
001000         FILE STATUS IS WS-SPECSTMT-STATUS.
001010
001020     SELECT SPCCDTB-FILE
001030         ASSIGN TO SPCCDTB
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS DYNAMIC
001060         RECORD KEY IS FK-SPCCDTB-KEY
001070         FILE STATUS IS WS-SPCCDTB-STATUS.
001080
001090     SELECT SPCTXNX-FILE
001100         ASSIGN TO SPCTXNX
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS FK-SPCTXNX-KEY
001140         FILE STATUS IS WS-SPCTXNX-STATUS.
001150
001160     SELECT SPCWVLG-FILE
001170         ASSIGN TO SPCWVLG
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-SPCWVLG-STATUS.
001200
001210     SELECT SPCRVSX-FILE
001220         ASSIGN TO SPCRVSX
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-SPCRVSX-STATUS.
001250
001260     SELECT SPCWVRG-FILE
001270         ASSIGN TO SPCWVRG
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS WS-SPCWVRG-STATUS.
001300
001310     SELECT SORT-WORK-FILE
001320         ASSIGN TO SORTWK01.
001330
001340     SELECT RUN-PARM-FILE
001350         ASSIGN TO RUNPARM
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS WS-RUNPARM-STATUS.
001380 DATA DIVISION.
001390 FILE SECTION.
001400 FD  SPCWVRQ-FILE.
001410 01  FD-SPCWVRQ-REC              PIC X(80).
001420
001430 FD  SPCWAIV-FILE.
001440 01  FD-SPCWAIV-REC.
001450     05 FK-SPCWAIV-KEY.
001460         10 FK-WAI-BANK-NBR      PIC S9(3) USAGE COMP-3.
001470         10 FK-WAI-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001480         10 FK-WAI-TRAN-CODE     PIC S9(3) USAGE COMP-3.
001490         10 FK-WAI-FROM-DATE     PIC X(10).
001500     05 FD-SPCWAIV-DATA          PIC X(74).
001510
001520 FD  SPCBILL-FILE.
001530 01  FD-SPCBILL-REC.
001540     05 FK-SPCBILL-KEY.
001550         10 FK-BIL-BANK-NBR      PIC S9(3) USAGE COMP-3.
001560         10 FK-BIL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001570         10 FK-BIL-TRAN-CODE     PIC S9(3) USAGE COMP-3.
001580         10 FK-BIL-RUN-DATE      PIC X(10).
001590     05 FD-SPCBILL-DATA          PIC X(33).
001600
001610 FD  SPCFEEH-FILE.
001620 01  FD-SPCFEEH-REC.
001630     05 FK-SPCFEEH-KEY.
001640         10 FK-FEE-BANK-NBR      PIC S9(3) USAGE COMP-3.
001650         10 FK-FEE-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001660         10 FK-FEE-TRAN-CODE     PIC S9(3) USAGE COMP-3.
001670         10 FK-FEE-RUN-DATE      PIC X(10).
001680     05 FD-SPCFEEH-DATA          PIC X(48).
001690
001700 FD  SPECSTMT-FILE.
001710 01  FD-SPECSTMT-REC.
001720     05 FK-SPECSTMT-KEY.
001730         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
001740         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001750         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001760     05 FD-SPECSTMT-DATA         PIC X(49).
001770
001780 FD  SPCCDTB-FILE.
001790 01  FD-SPCCDTB-REC.
001800     05 FK-SPCCDTB-KEY.
001810         10 FK-CDTB-CHARGE-SW    PIC X(2).
001820         10 FK-CDTB-TRAN-CODE    PIC S9(3) USAGE COMP-3.
001830         10 FK-CDTB-EFF-FROM     PIC X(10).
001840     05 FD-SPCCDTB-DATA          PIC X(71).
001850
001860 FD  SPCTXNX-FILE.
001870 01  FD-SPCTXNX-REC.
001880     05 FD-TXN-REC-TYPE          PIC X(1).
001890     05 FK-SPCTXNX-KEY.
001900         10 FK-TXN-BANK-NBR      PIC 9(3).
001910         10 FK-TXN-ACCT-NBR      PIC 9(9).
001920         10 FK-TXN-POST-DATE     PIC X(10).
001930         10 FK-TXN-SEQ-NBR       PIC 9(4).
001940     05 FD-SPCTXNX-DATA          PIC X(43).
001950
001960 FD  SPCWVLG-FILE.
001970 01  FD-SPCWVLG-REC              PIC X(50).
001980
001990 FD  SPCRVSX-FILE.
002000 01  FD-SPCRVSX-REC              PIC X(40).
002010
002020 FD  SPCWVRG-FILE.
002030 01  FD-SPCWVRG-REC              PIC X(132).
002040
002050*****************************************************************
002060*    ONE SORT RECORD PER REGISTER LINE.  SRT-CLASS-SW ORDERS THE *
002070*    LINES WITHIN AN OPERATOR: 'A' REQUEST LOADED, 'J' REQUEST OR*
002080*    REFUND REJECTED, 'R' REFUND SENT, 'W' OCCURRENCE WAIVED.    *
002090*****************************************************************
002100 SD  SORT-WORK-FILE.
002110 01  SRT-WORK-REC.
002120     05 SRT-BRANCH-NBR           PIC S9(5) USAGE COMP-3.
002130     05 SRT-OPERATOR-ID          PIC X(8).
002140     05 SRT-CLASS-SW             PIC X(1).
002150     05 SRT-BANK-NBR             PIC S9(3) USAGE COMP-3.
002160     05 SRT-ACCT-NBR             PIC S9(9) USAGE COMP-3.
002170     05 SRT-TRAN-CODE            PIC S9(3) USAGE COMP-3.
002180     05 SRT-TYPE-SW              PIC X(1).
002190     05 SRT-FEE-DATE             PIC X(10).
002200     05 SRT-FEE-AMOUNT           PIC S9(7)V99 USAGE COMP-3.
002210     05 SRT-NOTE                 PIC X(30).
002220
002230 FD  RUN-PARM-FILE
002240     RECORDING MODE IS F.
002250 01  RUN-PARM-REC.
002260     05 PARM-RUN-DATE            PIC X(10).
002270
002280 WORKING-STORAGE SECTION.
002290 COPY SPCWVRQ.
002300 COPY SPCWAIV.
002310 COPY SPCBILL.
002320 COPY SPCFEEH.
002330 COPY SPECSTMT.
002340 COPY SPCCDTB.
002350 COPY SPCTXNX.
002360 COPY SPCWVLG.
002370 COPY SPCEXTR.
002380
002390 01  WS-FILE-STATUSES.
002400     05 WS-SPCWVRQ-STATUS        PIC X(2).
002410         88 WS-SPCWVRQ-OK               VALUE '00'.
002420         88 WS-SPCWVRQ-NOFILE           VALUE '35'.
002430     05 WS-SPCWAIV-STATUS        PIC X(2).
002440         88 WS-SPCWAIV-OK               VALUE '00'.
002450         88 WS-SPCWAIV-DUPKEY           VALUE '22'.
002460         88 WS-SPCWAIV-NOTFOUND         VALUE '23'.
002470     05 WS-SPCBILL-STATUS        PIC X(2).
002480         88 WS-SPCBILL-OK               VALUE '00'.
002490         88 WS-SPCBILL-NOTFND           VALUE '23'.
002500     05 WS-SPCFEEH-STATUS        PIC X(2).
002510         88 WS-SPCFEEH-OK               VALUE '00'.
002520     05 WS-SPECSTMT-STATUS       PIC X(2).
002530         88 WS-SPECSTMT-OK              VALUE '00'.
002540     05 WS-SPCCDTB-STATUS        PIC X(2).
002550         88 WS-SPCCDTB-OK               VALUE '00'.
002560     05 WS-SPCTXNX-STATUS        PIC X(2).
002570         88 WS-SPCTXNX-OK               VALUE '00'.
002580         88 WS-SPCTXNX-NOFILE           VALUE '35'.
002590     05 WS-SPCWVLG-STATUS        PIC X(2).
002600         88 WS-SPCWVLG-OK               VALUE '00'.
002610         88 WS-SPCWVLG-NOFILE           VALUE '35'.
002620     05 WS-SPCRVSX-STATUS        PIC X(2).
002630         88 WS-SPCRVSX-OK               VALUE '00'.
002640     05 WS-SPCWVRG-STATUS        PIC X(2).
002650         88 WS-SPCWVRG-OK               VALUE '00'.
002660     05 WS-RUNPARM-STATUS        PIC X(2).
002670         88 WS-RUNPARM-OK               VALUE '00'.
002680
002690 01  WS-SWITCHES.
002700     05 WS-WVRQ-EOF-SW           PIC X(1)     VALUE 'N'.
002710         88 WS-WVRQ-EOF-YES             VALUE 'Y'.
002720     05 WS-WAIV-EOF-SW           PIC X(1)     VALUE 'N'.
002730         88 WS-WAIV-EOF-YES             VALUE 'Y'.
002740     05 WS-WVLG-EOF-SW           PIC X(1)     VALUE 'N'.
002750         88 WS-WVLG-EOF-YES             VALUE 'Y'.
002760     05 WS-SORT-EOF-SW           PIC X(1)     VALUE 'N'.
002770         88 WS-SORT-EOF-YES             VALUE 'Y'.
002780     05 WS-GROUP-START-SW        PIC X(1)     VALUE 'N'.
002790         88 WS-GROUP-STARTED            VALUE 'Y'.
002800     05 WS-REQUEST-OK-SW         PIC X(1)     VALUE 'N'.
002810         88 WS-REQUEST-OK               VALUE 'Y'.
002820     05 WS-DATE-OK-SW            PIC X(1)     VALUE 'N'.
002830         88 WS-DATE-OK                  VALUE 'Y'.
002840     05 WS-SCHED-FOUND-SW        PIC X(1)     VALUE 'N'.
002850         88 WS-SCHED-FOUND              VALUE 'Y'.
002860     05 WS-BROWSE-END-SW         PIC X(1)     VALUE 'N'.
002870         88 WS-BROWSE-END-YES           VALUE 'Y'.
002880     05 WS-PRICED-SW             PIC X(1)     VALUE 'N'.
002890         88 WS-PRICED-YES               VALUE 'Y'.
002900         88 WS-PRICED-NO                VALUE 'N'.
002910     05 WS-DECODE-FOUND-SW       PIC X(1)     VALUE 'N'.
002920         88 WS-DECODE-FOUND             VALUE 'Y'.
002930     05 WS-CDTB-DONE-SW          PIC X(1)     VALUE 'N'.
002940         88 WS-CDTB-DONE-YES            VALUE 'Y'.
002950     05 WS-TXNX-PRESENT-SW       PIC X(1)     VALUE 'N'.
002960         88 WS-TXNX-PRESENT             VALUE 'Y'.
002970     05 WS-BAL-FOUND-SW          PIC X(1)     VALUE 'N'.
002980         88 WS-BAL-FOUND                VALUE 'Y'.
002990     05 WS-BAL-DONE-SW           PIC X(1)     VALUE 'N'.
003000         88 WS-BAL-DONE-YES             VALUE 'Y'.
003010     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
003020         88 WS-ABEND-YES                VALUE 'Y'.
003030         88 WS-ABEND-NO                 VALUE 'N'.
003040
003050 01  WS-COUNTERS.
003060     05 SPC-REQS-READ            PIC S9(7) COMP-3 VALUE ZERO.
003070     05 SPC-REQS-LOADED          PIC S9(7) COMP-3 VALUE ZERO.
003080     05 SPC-REQS-REJECTED        PIC S9(7) COMP-3 VALUE ZERO.
003090     05 SPC-REFUNDS-APPLIED      PIC S9(7) COMP-3 VALUE ZERO.
003100     05 SPC-REFUNDS-REJECTED     PIC S9(7) COMP-3 VALUE ZERO.
003110     05 SPC-REFUNDS-RESENT       PIC S9(7) COMP-3 VALUE ZERO.
003120     05 SPC-REVERSALS-WRITTEN    PIC S9(7) COMP-3 VALUE ZERO.
003130     05 SPC-WAIVED-READ          PIC S9(7) COMP-3 VALUE ZERO.
003140     05 SPC-WAIVED-UNPRICED      PIC S9(7) COMP-3 VALUE ZERO.
003150     05 SPC-REG-LINES            PIC S9(7) COMP-3 VALUE ZERO.
003160
003170 01  SPC-RUN-DATE                PIC X(10).
003180 01  SPC-UPD-TIME                PIC X(8).
003190 01  WS-CURRENT-STAMP            PIC X(14).
003200
003210 01  WS-FEE-AMOUNT               PIC S9(7)V99 COMP-3.
003220 01  WS-REJECT-CD                PIC X(4).
003230 01  WS-NOTE                     PIC X(30).
003240
003250*****************************************************************
003260*    SCHEDULE LOOKUP - THE FIRST DSDS.SPECSTMT ROW UNDER THE     *
003270*    BANK/ACCOUNT CARRYING THE TRAN CODE, FOR ITS CHARGE SWITCH. *
003280*****************************************************************
003290 01  WS-FND-BANK-NBR             PIC S9(3) COMP-3.
003300 01  WS-FND-ACCT-NBR             PIC S9(9) COMP-3.
003310 01  WS-FND-TRAN-CODE            PIC S9(3) COMP-3.
003320 01  WS-FND-CHARGE-SW            PIC X(2).
003330
003340*****************************************************************
003350*    A KEYED DATE MUST BE A REAL YYYY-MM-DD DATE.                *
003360*****************************************************************
003370 01  WS-CHK-DATE.
003380     05 WS-CHK-YYYY              PIC X(4).
003390     05 WS-CHK-DASH1             PIC X(1).
003400     05 WS-CHK-MM                PIC X(2).
003410     05 WS-CHK-DASH2             PIC X(1).
003420     05 WS-CHK-DD                PIC X(2).
003430 01  WS-CHK-YMD                  PIC 9(8).
003440
003450*****************************************************************
003460*    EFFECTIVE-PERIOD SELECTION WORK FIELDS, AS IN SPC180.  THE  *
003470*    PRICING DATE IS THE RUN DATE FOR A WAIVED OCCURRENCE AND THE*
003480*    ORIGINAL BILLED DATE FOR A REFUND.                          *
003490*****************************************************************
003500 01  WS-TGT-CHARGE-SW            PIC X(2).
003510 01  WS-TGT-TRAN-CODE            PIC S9(3) COMP-3.
003520 01  WS-PRICE-DATE               PIC X(10).
003530 01  WS-CDTB-HOLD                PIC X(71).
003540
003550*****************************************************************
003560*    BALANCE-BASE WORK FIELDS FOR A WAIVED PERCENT-TYPE FEE, AS  *
003570*    IN SPC180.                                                  *
003580*****************************************************************
003590 01  WS-BAL-BANK-NBR             PIC 9(3).
003600 01  WS-BAL-ACCT-NBR             PIC 9(9).
003610 01  WS-BAL-FROM-DATE            PIC X(10).
003620 01  WS-BAL-TO-DATE              PIC X(10).
003630 01  WS-BAL-RUN                  PIC S9(9)V99 COMP-3.
003640 01  WS-BAL-END                  PIC S9(9)V99 COMP-3.
003650 01  WS-BAL-AVG                  PIC S9(9)V99 COMP-3.
003660 01  WS-BAL-BASE                 PIC S9(9)V99 COMP-3.
003670 01  WS-BAL-DAY-SUM              PIC S9(13)V99 COMP-3.
003680 01  WS-BAL-FROM-INT             PIC S9(9) COMP-3.
003690 01  WS-BAL-TO-INT               PIC S9(9) COMP-3.
003700 01  WS-BAL-LAST-INT             PIC S9(9) COMP-3.
003710 01  WS-DATE-INTEGER             PIC S9(9) COMP-3.
003720 01  WS-BAL-DATE.
003730     05 WS-BDT-YYYY              PIC 9(4).
003740     05 FILLER                   PIC X.
003750     05 WS-BDT-MM                PIC 9(2).
003760     05 FILLER                   PIC X.
003770     05 WS-BDT-DD                PIC 9(2).
003780 01  WS-YYYYMMDD                 PIC 9(8).
003790 01  WS-YYYYMMDD-X REDEFINES WS-YYYYMMDD.
003800     05 WS-YMD-YYYY              PIC 9(4).
003810     05 WS-YMD-MM                PIC 9(2).
003820     05 WS-YMD-DD                PIC 9(2).
003830
003840*****************************************************************
003850*    THE BRANCH/OPERATOR UNDER ACCUMULATION IN THE OUTPUT        *
003860*    PROCEDURE, PLUS RUNNING BRANCH AND REPORT TOTALS.  WAIVED   *
003870*    AND REFUNDED AMOUNTS ARE CARRIED APART; TOGETHER THEY ARE   *
003880*    THE REVENUE GIVEN BACK.                                     *
003890*****************************************************************
003900 01  WS-GROUP-AREA.
003910     05 WS-GROUP-BRANCH-NBR      PIC S9(5) COMP-3.
003920     05 WS-GROUP-OPERATOR-ID     PIC X(8).
003930     05 WS-OPR-LOADED-CNT        PIC S9(7) COMP-3.
003940     05 WS-OPR-REJECT-CNT        PIC S9(7) COMP-3.
003950     05 WS-OPR-WAIVED-CNT        PIC S9(7) COMP-3.
003960     05 WS-OPR-WAIVED-AMT        PIC S9(9)V99 COMP-3.
003970     05 WS-OPR-RFND-CNT          PIC S9(7) COMP-3.
003980     05 WS-OPR-RFND-AMT          PIC S9(9)V99 COMP-3.
003990
004000 01  WS-BRANCH-TOTALS.
004010     05 WS-BRN-LOADED-CNT        PIC S9(7) COMP-3.
004020     05 WS-BRN-REJECT-CNT        PIC S9(7) COMP-3.
004030     05 WS-BRN-WAIVED-CNT        PIC S9(7) COMP-3.
004040     05 WS-BRN-WAIVED-AMT        PIC S9(9)V99 COMP-3.
004050     05 WS-BRN-RFND-CNT          PIC S9(7) COMP-3.
004060     05 WS-BRN-RFND-AMT          PIC S9(9)V99 COMP-3.
004070
004080 01  WS-REPORT-TOTALS.
004090     05 WS-TOT-LOADED-CNT        PIC S9(7) COMP-3 VALUE ZERO.
004100     05 WS-TOT-REJECT-CNT        PIC S9(7) COMP-3 VALUE ZERO.
004110     05 WS-TOT-WAIVED-CNT        PIC S9(7) COMP-3 VALUE ZERO.
004120     05 WS-TOT-WAIVED-AMT        PIC S9(9)V99 COMP-3 VALUE ZERO.
004130     05 WS-TOT-RFND-CNT          PIC S9(7) COMP-3 VALUE ZERO.
004140     05 WS-TOT-RFND-AMT          PIC S9(9)V99 COMP-3 VALUE ZERO.
004150
004160 01  WS-GIVEN-BACK-AMT           PIC S9(9)V99 COMP-3.
004170
004180 01  WS-REPORT-LINE.
004190     05 WS-RPT-BRANCH-NBR        PIC Z(4)9.
004200     05 WS-RPT-BANK-NBR          PIC ZZ9.
004210     05 WS-RPT-ACCT-NBR          PIC Z(8)9.
004220     05 WS-RPT-TRAN-CODE         PIC ZZ9.
004230     05 WS-RPT-FEE-AMT           PIC Z(6)9,99.
004240     05 WS-RPT-LOADED-CNT        PIC Z(6)9.
004250     05 WS-RPT-REJECT-CNT        PIC Z(6)9.
004260     05 WS-RPT-WAIVED-CNT        PIC Z(6)9.
004270     05 WS-RPT-WAIVED-AMT        PIC Z(8)9,99.
004280     05 WS-RPT-RFND-CNT          PIC Z(6)9.
004290     05 WS-RPT-RFND-AMT          PIC Z(8)9,99.
004300     05 WS-RPT-GIVEN-BACK        PIC Z(8)9,99.
004310     05 WS-RPT-CLASS-TEXT        PIC X(8).
004320
004330 PROCEDURE DIVISION.
004340 0000-MAINLINE.
004350     PERFORM 1000-INITIALIZE
004360         THRU 1000-INITIALIZE-EXIT.
004370     IF WS-ABEND-NO
004380         SORT SORT-WORK-FILE
004390             ON ASCENDING KEY SRT-BRANCH-NBR SRT-OPERATOR-ID
004400                 SRT-CLASS-SW SRT-BANK-NBR SRT-ACCT-NBR
004410                 SRT-TRAN-CODE
004420             INPUT PROCEDURE IS 2000-BUILD-REGISTER-INPUT
004430                 THRU 2000-BUILD-REGISTER-INPUT-EXIT
004440             OUTPUT PROCEDURE IS 5000-PRINT-REGISTER
004450                 THRU 5000-PRINT-REGISTER-EXIT
004460     END-IF.
004470     PERFORM 9000-TERMINATE
004480         THRU 9000-TERMINATE-EXIT.
004490     GOBACK.
004500
004510 1000-INITIALIZE.
004520     OPEN INPUT RUN-PARM-FILE.
004530     IF NOT WS-RUNPARM-OK
004540         DISPLAY 'SPC270 - RUN PARM FILE OPEN FAILED, STATUS '
004550             WS-RUNPARM-STATUS
004560         MOVE 'Y' TO WS-ABEND-SW
004570         GO TO 1000-INITIALIZE-EXIT
004580     END-IF.
004590     READ RUN-PARM-FILE.
004600     CLOSE RUN-PARM-FILE.
004610     MOVE PARM-RUN-DATE TO SPC-RUN-DATE.
004620     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
004630     STRING WS-CURRENT-STAMP(9:2) ':' WS-CURRENT-STAMP(11:2)
004640             ':' WS-CURRENT-STAMP(13:2) DELIMITED BY SIZE
004650             INTO SPC-UPD-TIME.
004660     OPEN I-O SPCWAIV-FILE.
004670     IF NOT WS-SPCWAIV-OK
004680         DISPLAY 'SPC270 - SPCWAIV OPEN FAILED, STATUS '
004690             WS-SPCWAIV-STATUS
004700         MOVE 'Y' TO WS-ABEND-SW
004710         GO TO 1000-INITIALIZE-EXIT
004720     END-IF.
004730     OPEN I-O SPCBILL-FILE.
004740     IF NOT WS-SPCBILL-OK
004750         DISPLAY 'SPC270 - SPCBILL OPEN FAILED, STATUS '
004760             WS-SPCBILL-STATUS
004770         MOVE 'Y' TO WS-ABEND-SW
004780         GO TO 1000-INITIALIZE-EXIT
004790     END-IF.
004800     OPEN INPUT SPCFEEH-FILE.
004810     IF NOT WS-SPCFEEH-OK
004820         DISPLAY 'SPC270 - SPCFEEH OPEN FAILED, STATUS '
004830             WS-SPCFEEH-STATUS
004840         MOVE 'Y' TO WS-ABEND-SW
004850         GO TO 1000-INITIALIZE-EXIT
004860     END-IF.
004870     OPEN INPUT SPECSTMT-FILE.
004880     IF NOT WS-SPECSTMT-OK
004890         DISPLAY 'SPC270 - SPECSTMT OPEN FAILED, STATUS '
004900             WS-SPECSTMT-STATUS
004910         MOVE 'Y' TO WS-ABEND-SW
004920         GO TO 1000-INITIALIZE-EXIT
004930     END-IF.
004940     OPEN INPUT SPCCDTB-FILE.
004950     IF NOT WS-SPCCDTB-OK
004960         DISPLAY 'SPC270 - SPCCDTB OPEN FAILED, STATUS '
004970             WS-SPCCDTB-STATUS
004980         MOVE 'Y' TO WS-ABEND-SW
004990         GO TO 1000-INITIALIZE-EXIT
005000     END-IF.
005010     OPEN OUTPUT SPCRVSX-FILE.
005020     IF NOT WS-SPCRVSX-OK
005030         DISPLAY 'SPC270 - SPCRVSX OPEN FAILED, STATUS '
005040             WS-SPCRVSX-STATUS
005050         MOVE 'Y' TO WS-ABEND-SW
005060         GO TO 1000-INITIALIZE-EXIT
005070     END-IF.
005080     OPEN OUTPUT SPCWVRG-FILE.
005090     IF NOT WS-SPCWVRG-OK
005100         DISPLAY 'SPC270 - SPCWVRG OPEN FAILED, STATUS '
005110             WS-SPCWVRG-STATUS
005120         MOVE 'Y' TO WS-ABEND-SW
005130         GO TO 1000-INITIALIZE-EXIT
005140     END-IF.
005150     OPEN INPUT SPCTXNX-FILE.
005160     IF WS-SPCTXNX-NOFILE
005170         DISPLAY 'SPC270 - NO TRANSACTION EXTRACT PRESENT, '
005180             'WAIVED PERCENT-TYPE FEES NOT PRICED'
005190         GO TO 1000-INITIALIZE-EXIT
005200     END-IF.
005210     IF NOT WS-SPCTXNX-OK
005220         DISPLAY 'SPC270 - SPCTXNX OPEN FAILED, STATUS '
005230             WS-SPCTXNX-STATUS
005240         MOVE 'Y' TO WS-ABEND-SW
005250         GO TO 1000-INITIALIZE-EXIT
005260     END-IF.
005270     MOVE 'Y' TO WS-TXNX-PRESENT-SW.
005280 1000-INITIALIZE-EXIT.
005290     EXIT.
005300
005310*****************************************************************
005320*    INPUT PROCEDURE - LOAD THE DAY'S REQUESTS, APPLY THE OPEN   *
005330*    REFUNDS (INCLUDING ANY JUST LOADED), THEN PRICE THE DAY'S   *
005340*    WAIVED OCCURRENCES.  EVERY OUTCOME RELEASES ONE SORT RECORD.*
005350*****************************************************************
005360 2000-BUILD-REGISTER-INPUT.
005370     PERFORM 2100-LOAD-REQUESTS
005380         THRU 2100-LOAD-REQUESTS-EXIT.
005390     PERFORM 3000-APPLY-REFUNDS
005400         THRU 3000-APPLY-REFUNDS-EXIT.
005410     PERFORM 4000-PRICE-WAIVED
005420         THRU 4000-PRICE-WAIVED-EXIT.
005430 2000-BUILD-REGISTER-INPUT-EXIT.
005440     EXIT.
005450
005460 2100-LOAD-REQUESTS.
005470     OPEN INPUT SPCWVRQ-FILE.
005480     IF WS-SPCWVRQ-NOFILE
005490         DISPLAY 'SPC270 - NO WAIVER REQUEST FILE PRESENT'
005500         GO TO 2100-LOAD-REQUESTS-EXIT
005510     END-IF.
005520     IF NOT WS-SPCWVRQ-OK
005530         DISPLAY 'SPC270 - SPCWVRQ OPEN FAILED, STATUS '
005540             WS-SPCWVRQ-STATUS
005550         MOVE 'Y' TO WS-ABEND-SW
005560         GO TO 2100-LOAD-REQUESTS-EXIT
005570     END-IF.
005580     PERFORM 2110-LOAD-ONE-REQUEST
005590         THRU 2110-LOAD-ONE-REQUEST-EXIT
005600         UNTIL WS-WVRQ-EOF-YES.
005610     CLOSE SPCWVRQ-FILE.
005620 2100-LOAD-REQUESTS-EXIT.
005630     EXIT.
005640
005650 2110-LOAD-ONE-REQUEST.
005660     READ SPCWVRQ-FILE NEXT RECORD
005670         AT END
005680             MOVE 'Y' TO WS-WVRQ-EOF-SW
005690             GO TO 2110-LOAD-ONE-REQUEST-EXIT
005700     END-READ.
005710     ADD 1 TO SPC-REQS-READ.
005720     MOVE FD-SPCWVRQ-REC TO DSDS-SPCWVRQ.
005730     PERFORM 2120-VALIDATE-REQUEST
005740         THRU 2120-VALIDATE-REQUEST-EXIT.
005750     IF NOT WS-REQUEST-OK
005760         ADD 1 TO SPC-REQS-REJECTED
005770         PERFORM 2190-RELEASE-REQUEST
005780             THRU 2190-RELEASE-REQUEST-EXIT
005790         GO TO 2110-LOAD-ONE-REQUEST-EXIT
005800     END-IF.
005810     MOVE WVRQ-BANK-NBR      TO WAIV-BANK-NBR.
005820     MOVE WVRQ-ACCT-NBR      TO WAIV-ACCT-NBR.
005830     MOVE WVRQ-TRAN-CODE     TO WAIV-TRAN-CODE.
005840     MOVE WVRQ-FROM-DATE     TO WAIV-FROM-DATE.
005850     MOVE WVRQ-TYPE-SW       TO WAIV-TYPE-SW.
005860     IF WAIV-THRU-DATED
005870         MOVE WVRQ-THRU-DATE TO WAIV-THRU-DATE
005880     ELSE
005890         MOVE SPACES         TO WAIV-THRU-DATE
005900     END-IF.
005910     MOVE 'O'                TO WAIV-STATUS-SW.
005920     MOVE WVRQ-BRANCH-NBR    TO WAIV-BRANCH-NBR.
005930     MOVE WVRQ-OPERATOR-ID   TO WAIV-OPERATOR-ID.
005940     MOVE SPC-RUN-DATE       TO WAIV-ENTERED-DATE.
005950     MOVE SPACES             TO WAIV-APPLIED-DATE.
005960     MOVE ZERO               TO WAIV-USE-COUNT.
005970     MOVE WVRQ-REFUND-AMOUNT TO WAIV-AMOUNT.
005980     MOVE SPACES             TO WAIV-REASON-CD.
005990     MOVE WAIV-BANK-NBR      TO FK-WAI-BANK-NBR.
006000     MOVE WAIV-ACCT-NBR      TO FK-WAI-ACCT-NBR.
006010     MOVE WAIV-TRAN-CODE     TO FK-WAI-TRAN-CODE.
006020     MOVE WAIV-FROM-DATE     TO FK-WAI-FROM-DATE.
006030     MOVE DSDS-SPCWAIV       TO FD-SPCWAIV-DATA.
006040     WRITE FD-SPCWAIV-REC.
006050     IF WS-SPCWAIV-DUPKEY
006060         ADD 1 TO SPC-REQS-REJECTED
006070         MOVE 'WAIVER ALREADY ON FILE' TO WS-NOTE
006080         PERFORM 2190-RELEASE-REQUEST
006090             THRU 2190-RELEASE-REQUEST-EXIT
006100         GO TO 2110-LOAD-ONE-REQUEST-EXIT
006110     END-IF.
006120     IF NOT WS-SPCWAIV-OK
006130         DISPLAY 'SPC270 - SPCWAIV WRITE FAILED FOR BANK '
006140             WAIV-BANK-NBR ' ACCT ' WAIV-ACCT-NBR
006150             ' STATUS ' WS-SPCWAIV-STATUS
006160         MOVE 'Y' TO WS-ABEND-SW
006170         MOVE 'Y' TO WS-WVRQ-EOF-SW
006180         GO TO 2110-LOAD-ONE-REQUEST-EXIT
006190     END-IF.
006200     ADD 1 TO SPC-REQS-LOADED.
006210     MOVE 'REQUEST LOADED' TO WS-NOTE.
006220     PERFORM 2190-RELEASE-REQUEST
006230         THRU 2190-RELEASE-REQUEST-EXIT.
006240 2110-LOAD-ONE-REQUEST-EXIT.
006250     EXIT.
006260
006270*****************************************************************
006280*    EDIT ONE REQUEST.  THE FIRST FAILURE NAMES THE REASON IN    *
006290*    WS-NOTE AND LEAVES WS-REQUEST-OK-SW AT 'N'.  A WAIVER MUST  *
006300*    NAME A TRAN CODE THE ACCOUNT HAS A SCHEDULE FOR; A REFUND IS*
006310*    CHECKED AGAINST DSDS.SPCBILL WHEN IT IS APPLIED.            *
006320*****************************************************************
006330 2120-VALIDATE-REQUEST.
006340     MOVE 'N' TO WS-REQUEST-OK-SW.
006350     IF WVRQ-BANK-NBR NOT NUMERIC
006360             OR WVRQ-ACCT-NBR NOT NUMERIC
006370             OR WVRQ-TRAN-CODE NOT NUMERIC
006380         MOVE 'BANK/ACCT/TRAN NOT NUMERIC' TO WS-NOTE
006390         GO TO 2120-VALIDATE-REQUEST-EXIT
006400     END-IF.
006410     IF WVRQ-BRANCH-NBR NOT NUMERIC
006420         MOVE 'BRANCH NOT NUMERIC' TO WS-NOTE
006430         GO TO 2120-VALIDATE-REQUEST-EXIT
006440     END-IF.
006450     IF WVRQ-OPERATOR-ID = SPACES
006460         MOVE 'NO OPERATOR ID' TO WS-NOTE
006470         GO TO 2120-VALIDATE-REQUEST-EXIT
006480     END-IF.
006490     IF WVRQ-TYPE-SW NOT = 'O' AND NOT = 'T' AND NOT = 'R'
006500         MOVE 'TYPE NOT O, T OR R' TO WS-NOTE
006510         GO TO 2120-VALIDATE-REQUEST-EXIT
006520     END-IF.
006530     MOVE WVRQ-FROM-DATE TO WS-CHK-DATE.
006540     PERFORM 2130-CHECK-DATE
006550         THRU 2130-CHECK-DATE-EXIT.
006560     IF NOT WS-DATE-OK
006570         MOVE 'FROM DATE NOT A VALID DATE' TO WS-NOTE
006580         GO TO 2120-VALIDATE-REQUEST-EXIT
006590     END-IF.
006600     IF WVRQ-TYPE-SW = 'T'
006610         MOVE WVRQ-THRU-DATE TO WS-CHK-DATE
006620         PERFORM 2130-CHECK-DATE
006630             THRU 2130-CHECK-DATE-EXIT
006640         IF NOT WS-DATE-OK
006650             MOVE 'THRU DATE NOT A VALID DATE' TO WS-NOTE
006660             GO TO 2120-VALIDATE-REQUEST-EXIT
006670         END-IF
006680         IF WVRQ-THRU-DATE < WVRQ-FROM-DATE
006690             MOVE 'THRU DATE BEFORE FROM DATE' TO WS-NOTE
006700             GO TO 2120-VALIDATE-REQUEST-EXIT
006710         END-IF
006720     END-IF.
006730     IF WVRQ-REFUND-AMOUNT NOT NUMERIC
006740         MOVE 'REFUND AMOUNT NOT NUMERIC' TO WS-NOTE
006750         GO TO 2120-VALIDATE-REQUEST-EXIT
006760     END-IF.
006770     IF WVRQ-TYPE-SW NOT = 'R'
006780         MOVE WVRQ-BANK-NBR  TO WS-FND-BANK-NBR
006790         MOVE WVRQ-ACCT-NBR  TO WS-FND-ACCT-NBR
006800         MOVE WVRQ-TRAN-CODE TO WS-FND-TRAN-CODE
006810         PERFORM 2300-FIND-SCHEDULE
006820             THRU 2300-FIND-SCHEDULE-EXIT
006830         IF NOT WS-SCHED-FOUND
006840             MOVE 'NO SCHEDULE FOR THIS TRAN CODE' TO WS-NOTE
006850             GO TO 2120-VALIDATE-REQUEST-EXIT
006860         END-IF
006870     END-IF.
006880     MOVE 'Y' TO WS-REQUEST-OK-SW.
006890 2120-VALIDATE-REQUEST-EXIT.
006900     EXIT.
006910
006920 2130-CHECK-DATE.
006930     MOVE 'N' TO WS-DATE-OK-SW.
006940     IF WS-CHK-YYYY NOT NUMERIC OR WS-CHK-MM NOT NUMERIC
006950             OR WS-CHK-DD NOT NUMERIC
006960             OR WS-CHK-DASH1 NOT = '-' OR WS-CHK-DASH2 NOT = '-'
006970         GO TO 2130-CHECK-DATE-EXIT
006980     END-IF.
006990     STRING WS-CHK-YYYY WS-CHK-MM WS-CHK-DD DELIMITED BY SIZE
007000         INTO WS-CHK-YMD.
007010     IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-YMD) = ZERO
007020         MOVE 'Y' TO WS-DATE-OK-SW
007030     END-IF.
007040 2130-CHECK-DATE-EXIT.
007050     EXIT.
007060
007070*****************************************************************
007080*    A REQUEST ON THE REGISTER - LOADED OR REJECTED.  A FIELD    *
007090*    THAT FAILED ITS NUMERIC EDIT PRINTS AS ZERO.                *
007100*****************************************************************
007110 2190-RELEASE-REQUEST.
007120     MOVE ZERO TO SRT-BRANCH-NBR SRT-BANK-NBR SRT-ACCT-NBR
007130         SRT-TRAN-CODE SRT-FEE-AMOUNT.
007140     IF WVRQ-BRANCH-NBR NUMERIC
007150         MOVE WVRQ-BRANCH-NBR TO SRT-BRANCH-NBR
007160     END-IF.
007170     IF WVRQ-BANK-NBR NUMERIC
007180         MOVE WVRQ-BANK-NBR   TO SRT-BANK-NBR
007190     END-IF.
007200     IF WVRQ-ACCT-NBR NUMERIC
007210         MOVE WVRQ-ACCT-NBR   TO SRT-ACCT-NBR
007220     END-IF.
007230     IF WVRQ-TRAN-CODE NUMERIC
007240         MOVE WVRQ-TRAN-CODE  TO SRT-TRAN-CODE
007250     END-IF.
007260     IF WVRQ-REFUND-AMOUNT NUMERIC
007270         MOVE WVRQ-REFUND-AMOUNT TO SRT-FEE-AMOUNT
007280     END-IF.
007290     MOVE WVRQ-OPERATOR-ID    TO SRT-OPERATOR-ID.
007300     IF WS-REQUEST-OK
007310         MOVE 'A'             TO SRT-CLASS-SW
007320     ELSE
007330         MOVE 'J'             TO SRT-CLASS-SW
007340     END-IF.
007350     MOVE WVRQ-TYPE-SW        TO SRT-TYPE-SW.
007360     MOVE WVRQ-FROM-DATE      TO SRT-FEE-DATE.
007370     MOVE WS-NOTE             TO SRT-NOTE.
007380     RELEASE SRT-WORK-REC.
007390 2190-RELEASE-REQUEST-EXIT.
007400     EXIT.
007410
007420*****************************************************************
007430*    BROWSE THE ACCOUNT'S SCHEDULES FOR THE FIRST ONE CARRYING   *
007440*    THE TRAN CODE AND HAND BACK ITS CHARGE SWITCH.              *
007450*****************************************************************
007460 2300-FIND-SCHEDULE.
007470     MOVE 'N'    TO WS-SCHED-FOUND-SW.
007480     MOVE 'N'    TO WS-BROWSE-END-SW.
007490     MOVE SPACES TO WS-FND-CHARGE-SW.
007500     MOVE WS-FND-BANK-NBR TO FK-SPC-BANK-NBR.
007510     MOVE WS-FND-ACCT-NBR TO FK-SPC-ACCT-NBR.
007520     MOVE ZERO            TO FK-SPC-SEQ-NBR.
007530     START SPECSTMT-FILE KEY IS NOT LESS THAN FK-SPECSTMT-KEY
007540         INVALID KEY
007550             GO TO 2300-FIND-SCHEDULE-EXIT
007560     END-START.
007570     PERFORM 2310-TEST-ONE-SCHEDULE
007580         THRU 2310-TEST-ONE-SCHEDULE-EXIT
007590         UNTIL WS-BROWSE-END-YES OR WS-SCHED-FOUND.
007600 2300-FIND-SCHEDULE-EXIT.
007610     EXIT.
007620
007630 2310-TEST-ONE-SCHEDULE.
007640     READ SPECSTMT-FILE NEXT RECORD
007650         AT END
007660             MOVE 'Y' TO WS-BROWSE-END-SW
007670             GO TO 2310-TEST-ONE-SCHEDULE-EXIT
007680     END-READ.
007690     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
007700     IF STMT-BANK-NBR NOT = WS-FND-BANK-NBR
007710             OR STMT-ACCT-NBR NOT = WS-FND-ACCT-NBR
007720         MOVE 'Y' TO WS-BROWSE-END-SW
007730         GO TO 2310-TEST-ONE-SCHEDULE-EXIT
007740     END-IF.
007750     IF STMT-TRAN-CODE = WS-FND-TRAN-CODE
007760         MOVE STMT-CHARGE-SW TO WS-FND-CHARGE-SW
007770         MOVE 'Y' TO WS-SCHED-FOUND-SW
007780     END-IF.
007790 2310-TEST-ONE-SCHEDULE-EXIT.
007800     EXIT.
007810
007820*****************************************************************
007830*    WALK THE WHOLE WAIVER TABLE FOR REFUND ROWS.  AN OPEN ONE IS*
007840*    APPLIED; ONE ALREADY APPLIED ON THIS RUN DATE HAS ITS       *
007850*    REVERSAL WRITTEN AGAIN, SINCE THE REVERSAL FILE IS REBUILT  *
007860*    EACH TIME THE STEP RUNS.                                    *
007870*****************************************************************
007880 3000-APPLY-REFUNDS.
007890     MOVE ZERO       TO FK-WAI-BANK-NBR.
007900     MOVE ZERO       TO FK-WAI-ACCT-NBR.
007910     MOVE ZERO       TO FK-WAI-TRAN-CODE.
007920     MOVE LOW-VALUES TO FK-WAI-FROM-DATE.
007930     START SPCWAIV-FILE KEY IS NOT LESS THAN FK-SPCWAIV-KEY
007940         INVALID KEY
007950             MOVE 'Y' TO WS-WAIV-EOF-SW
007960     END-START.
007970     PERFORM 3050-NEXT-REFUND-ROW
007980         THRU 3050-NEXT-REFUND-ROW-EXIT
007990         UNTIL WS-WAIV-EOF-YES.
008000 3000-APPLY-REFUNDS-EXIT.
008010     EXIT.
008020
008030 3050-NEXT-REFUND-ROW.
008040     READ SPCWAIV-FILE NEXT RECORD
008050         AT END
008060             MOVE 'Y' TO WS-WAIV-EOF-SW
008070             GO TO 3050-NEXT-REFUND-ROW-EXIT
008080     END-READ.
008090     MOVE FD-SPCWAIV-DATA TO DSDS-SPCWAIV.
008100     IF NOT WAIV-REFUND
008110         GO TO 3050-NEXT-REFUND-ROW-EXIT
008120     END-IF.
008130     IF WAIV-OPEN
008140         PERFORM 3100-APPLY-ONE-REFUND
008150             THRU 3100-APPLY-ONE-REFUND-EXIT
008160         GO TO 3050-NEXT-REFUND-ROW-EXIT
008170     END-IF.
008180     IF WAIV-USED AND WAIV-APPLIED-DATE = SPC-RUN-DATE
008190         ADD 1 TO SPC-REFUNDS-RESENT
008200         MOVE WAIV-BANK-NBR  TO WS-FND-BANK-NBR
008210         MOVE WAIV-ACCT-NBR  TO WS-FND-ACCT-NBR
008220         MOVE WAIV-TRAN-CODE TO WS-FND-TRAN-CODE
008230         PERFORM 2300-FIND-SCHEDULE
008240             THRU 2300-FIND-SCHEDULE-EXIT
008250         PERFORM 3300-WRITE-REVERSAL
008260             THRU 3300-WRITE-REVERSAL-EXIT
008270     END-IF.
008280 3050-NEXT-REFUND-ROW-EXIT.
008290     EXIT.
008300
008310 3100-APPLY-ONE-REFUND.
008320     MOVE WAIV-BANK-NBR  TO FK-BIL-BANK-NBR.
008330     MOVE WAIV-ACCT-NBR  TO FK-BIL-ACCT-NBR.
008340     MOVE WAIV-TRAN-CODE TO FK-BIL-TRAN-CODE.
008350     MOVE WAIV-FROM-DATE TO FK-BIL-RUN-DATE.
008360     READ SPCBILL-FILE KEY IS FK-SPCBILL-KEY
008370         INVALID KEY
008380             MOVE 'NBIL' TO WS-REJECT-CD
008390             MOVE 'NO BILLING ROW FOR RUN DATE' TO WS-NOTE
008400             PERFORM 3800-REJECT-REFUND
008410                 THRU 3800-REJECT-REFUND-EXIT
008420             GO TO 3100-APPLY-ONE-REFUND-EXIT
008430     END-READ.
008440     MOVE FD-SPCBILL-DATA TO DSDS-SPCBILL.
008450     IF NOT BILL-MATCHED
008460         MOVE 'NMAT' TO WS-REJECT-CD
008470         MOVE 'FEE NOT MATCHED BY BILLING' TO WS-NOTE
008480         PERFORM 3800-REJECT-REFUND
008490             THRU 3800-REJECT-REFUND-EXIT
008500         GO TO 3100-APPLY-ONE-REFUND-EXIT
008510     END-IF.
008520     IF BILL-REASON-CD = 'RFND'
008530         MOVE 'DUPL' TO WS-REJECT-CD
008540         MOVE 'FEE ALREADY REFUNDED' TO WS-NOTE
008550         PERFORM 3800-REJECT-REFUND
008560             THRU 3800-REJECT-REFUND-EXIT
008570         GO TO 3100-APPLY-ONE-REFUND-EXIT
008580     END-IF.
008590     MOVE WAIV-BANK-NBR  TO WS-FND-BANK-NBR.
008600     MOVE WAIV-ACCT-NBR  TO WS-FND-ACCT-NBR.
008610     MOVE WAIV-TRAN-CODE TO WS-FND-TRAN-CODE.
008620     PERFORM 2300-FIND-SCHEDULE
008630         THRU 2300-FIND-SCHEDULE-EXIT.
008640     PERFORM 3200-PRICE-REFUND
008650         THRU 3200-PRICE-REFUND-EXIT.
008660     IF WS-PRICED-NO
008670         PERFORM 3250-POSTED-PRICE
008680             THRU 3250-POSTED-PRICE-EXIT
008690     END-IF.
008700     IF WS-PRICED-NO
008710         PERFORM 3800-REJECT-REFUND
008720             THRU 3800-REJECT-REFUND-EXIT
008730         GO TO 3100-APPLY-ONE-REFUND-EXIT
008740     END-IF.
008750     IF WAIV-AMOUNT > WS-FEE-AMOUNT
008760         MOVE 'OVER' TO WS-REJECT-CD
008770         MOVE 'KEYED AMOUNT OVER FEE PRICE' TO WS-NOTE
008780         PERFORM 3800-REJECT-REFUND
008790             THRU 3800-REJECT-REFUND-EXIT
008800         GO TO 3100-APPLY-ONE-REFUND-EXIT
008810     END-IF.
008820     IF WAIV-AMOUNT NOT > ZERO
008830         MOVE WS-FEE-AMOUNT TO WAIV-AMOUNT
008840     END-IF.
008850     MOVE 'RFND'       TO BILL-REASON-CD.
008860     MOVE SPC-UPD-TIME TO BILL-LAST-UPD-TIME.
008870     MOVE DSDS-SPCBILL TO FD-SPCBILL-DATA.
008880     REWRITE FD-SPCBILL-REC.
008890     IF NOT WS-SPCBILL-OK
008900         DISPLAY 'SPC270 - SPCBILL REWRITE FAILED FOR BANK '
008910             BILL-BANK-NBR ' ACCT ' BILL-ACCT-NBR
008920             ' STATUS ' WS-SPCBILL-STATUS
008930         MOVE 'Y' TO WS-ABEND-SW
008940         MOVE 'Y' TO WS-WAIV-EOF-SW
008950         GO TO 3100-APPLY-ONE-REFUND-EXIT
008960     END-IF.
008970     MOVE 'U'          TO WAIV-STATUS-SW.
008980     MOVE SPC-RUN-DATE TO WAIV-APPLIED-DATE.
008990     MOVE 1            TO WAIV-USE-COUNT.
009000     MOVE SPACES       TO WAIV-REASON-CD.
009010     PERFORM 3900-REWRITE-WAIVER
009020         THRU 3900-REWRITE-WAIVER-EXIT.
009030     ADD 1 TO SPC-REFUNDS-APPLIED.
009040     PERFORM 3300-WRITE-REVERSAL
009050         THRU 3300-WRITE-REVERSAL-EXIT.
009060 3100-APPLY-ONE-REFUND-EXIT.
009070     EXIT.
009080
009090*****************************************************************
009100*    EVERY REFUND IS PRICED AT THE CODE TABLE PRICE OF THE FEE   *
009110*    IN FORCE ON THE DATE IT WAS BILLED - THE AMOUNT GIVEN BACK  *
009120*    WHEN KEYED AS ZERO AND THE MOST A KEYED AMOUNT MAY BE.      *
009130*    ONLY A FLAT FEE CAN BE PRICED THAT WAY.                     *
009140*****************************************************************
009150 3200-PRICE-REFUND.
009160     MOVE 'N'  TO WS-PRICED-SW.
009170     MOVE ZERO TO WS-FEE-AMOUNT.
009180     IF NOT WS-SCHED-FOUND
009190         MOVE 'NPRC' TO WS-REJECT-CD
009200         MOVE 'NO SCHEDULE OR POSTED FEE' TO WS-NOTE
009210         GO TO 3200-PRICE-REFUND-EXIT
009220     END-IF.
009230     MOVE WS-FND-CHARGE-SW TO WS-TGT-CHARGE-SW.
009240     MOVE WAIV-TRAN-CODE   TO WS-TGT-TRAN-CODE.
009250     MOVE WAIV-FROM-DATE   TO WS-PRICE-DATE.
009260     PERFORM 6000-LOOKUP-DECODE
009270         THRU 6000-LOOKUP-DECODE-EXIT.
009280     IF NOT WS-DECODE-FOUND
009290         MOVE 'NPRC' TO WS-REJECT-CD
009300         MOVE 'NO CODE TABLE PRICE' TO WS-NOTE
009310         GO TO 3200-PRICE-REFUND-EXIT
009320     END-IF.
009330     IF NOT CDTB-FEE-FLAT
009340         MOVE 'PCTA' TO WS-REJECT-CD
009350         MOVE 'PERCENT FEE NOT ON SPCFEEH' TO WS-NOTE
009360         GO TO 3200-PRICE-REFUND-EXIT
009370     END-IF.
009380     MOVE CDTB-FEE-AMOUNT TO WS-FEE-AMOUNT.
009390     MOVE 'Y' TO WS-PRICED-SW.
009400 3200-PRICE-REFUND-EXIT.
009410     EXIT.
009420
009430*****************************************************************
009440*    A FEE THE CODE TABLE CANNOT PRICE (A PERCENT-TYPE FEE, OR   *
009450*    NO SCHEDULE OR PRICE LEFT FOR IT) IS PRICED AT WHAT SPC180  *
009460*    ACTUALLY POSTED - THE DSDS.SPCFEEH ROW UNDER THE SAME KEY   *
009470*    AS THE SPCBILL ROW.  NO ROW LEAVES THE FEE UNPRICED WITH    *
009480*    THE REASON 3200 GAVE, AND THE REFUND IS REJECTED.           *
009490*****************************************************************
009500 3250-POSTED-PRICE.
009510     MOVE WAIV-BANK-NBR  TO FK-FEE-BANK-NBR.
009520     MOVE WAIV-ACCT-NBR  TO FK-FEE-ACCT-NBR.
009530     MOVE WAIV-TRAN-CODE TO FK-FEE-TRAN-CODE.
009540     MOVE WAIV-FROM-DATE TO FK-FEE-RUN-DATE.
009550     READ SPCFEEH-FILE
009560         INVALID KEY
009570             GO TO 3250-POSTED-PRICE-EXIT
009580     END-READ.
009590     MOVE FD-SPCFEEH-DATA TO DSDS-SPCFEEH.
009600     MOVE FEEH-FEE-AMOUNT TO WS-FEE-AMOUNT.
009610     MOVE 'Y' TO WS-PRICED-SW.
009620 3250-POSTED-PRICE-EXIT.
009630     EXIT.
009640
009650*****************************************************************
009660*    ONE REVERSAL RECORD FOR BILLING IN THE EXTRACT LAYOUT, DATED*
009670*    WITH THE RUN DATE THE FEE WAS BILLED SO BILLING CAN MATCH IT*
009680*    TO THE ORIGINAL CHARGE, AND ONE REGISTER LINE.              *
009690*****************************************************************
009700 3300-WRITE-REVERSAL.
009710     MOVE SPACES           TO DSDS-SPCEXTR.
009720     MOVE WAIV-BANK-NBR    TO EXTR-BANK-NBR.
009730     MOVE WAIV-ACCT-NBR    TO EXTR-ACCT-NBR.
009740     MOVE WAIV-TRAN-CODE   TO EXTR-TRAN-CODE.
009750     MOVE WS-FND-CHARGE-SW TO EXTR-CHARGE-SW.
009760     MOVE WAIV-FROM-DATE   TO EXTR-RUN-DATE.
009770     MOVE 'R'              TO EXTR-REVERSAL-SW.
009780     MOVE WAIV-AMOUNT      TO EXTR-REVERSAL-AMT.
009790     MOVE DSDS-SPCEXTR     TO FD-SPCRVSX-REC.
009800     WRITE FD-SPCRVSX-REC.
009810     IF NOT WS-SPCRVSX-OK
009820         DISPLAY 'SPC270 - SPCRVSX WRITE FAILED FOR BANK '
009830             EXTR-BANK-NBR ' ACCT ' EXTR-ACCT-NBR
009840             ' STATUS ' WS-SPCRVSX-STATUS
009850         MOVE 'Y' TO WS-ABEND-SW
009860         GO TO 3300-WRITE-REVERSAL-EXIT
009870     END-IF.
009880     ADD 1 TO SPC-REVERSALS-WRITTEN.
009890     MOVE 'R' TO SRT-CLASS-SW.
009900     MOVE WAIV-AMOUNT TO SRT-FEE-AMOUNT.
009910     MOVE 'REVERSAL SENT TO BILLING' TO SRT-NOTE.
009920     PERFORM 3950-RELEASE-WAIVER
009930         THRU 3950-RELEASE-WAIVER-EXIT.
009940 3300-WRITE-REVERSAL-EXIT.
009950     EXIT.
009960
009970 3800-REJECT-REFUND.
009980     ADD 1 TO SPC-REFUNDS-REJECTED.
009990     MOVE 'J'          TO WAIV-STATUS-SW.
010000     MOVE SPC-RUN-DATE TO WAIV-APPLIED-DATE.
010010     MOVE WS-REJECT-CD TO WAIV-REASON-CD.
010020     PERFORM 3900-REWRITE-WAIVER
010030         THRU 3900-REWRITE-WAIVER-EXIT.
010040     MOVE 'J' TO SRT-CLASS-SW.
010050     MOVE WAIV-AMOUNT TO SRT-FEE-AMOUNT.
010060     MOVE WS-NOTE TO SRT-NOTE.
010070     PERFORM 3950-RELEASE-WAIVER
010080         THRU 3950-RELEASE-WAIVER-EXIT.
010090 3800-REJECT-REFUND-EXIT.
010100     EXIT.
010110
010120 3900-REWRITE-WAIVER.
010130     MOVE DSDS-SPCWAIV TO FD-SPCWAIV-DATA.
010140     REWRITE FD-SPCWAIV-REC.
010150     IF NOT WS-SPCWAIV-OK
010160         DISPLAY 'SPC270 - SPCWAIV REWRITE FAILED FOR BANK '
010170             WAIV-BANK-NBR ' ACCT ' WAIV-ACCT-NBR
010180             ' STATUS ' WS-SPCWAIV-STATUS
010190         MOVE 'Y' TO WS-ABEND-SW
010200     END-IF.
010210 3900-REWRITE-WAIVER-EXIT.
010220     EXIT.
010230
010240*****************************************************************
010250*    A REGISTER LINE FOR A WAIVER ROW.  THE CALLER HAS SET THE   *
010260*    CLASS, AMOUNT AND NOTE.                                     *
010270*****************************************************************
010280 3950-RELEASE-WAIVER.
010290     MOVE WAIV-BRANCH-NBR  TO SRT-BRANCH-NBR.
010300     MOVE WAIV-OPERATOR-ID TO SRT-OPERATOR-ID.
010310     MOVE WAIV-BANK-NBR    TO SRT-BANK-NBR.
010320     MOVE WAIV-ACCT-NBR    TO SRT-ACCT-NBR.
010330     MOVE WAIV-TRAN-CODE   TO SRT-TRAN-CODE.
010340     MOVE WAIV-TYPE-SW     TO SRT-TYPE-SW.
010350     MOVE WAIV-FROM-DATE   TO SRT-FEE-DATE.
010360     RELEASE SRT-WORK-REC.
010370 3950-RELEASE-WAIVER-EXIT.
010380     EXIT.
010390
010400*****************************************************************
010410*    THE OCCURRENCES SPC050 KEPT OFF TODAY'S EXTRACT.  EACH IS   *
010420*    CREDITED TO THE BRANCH AND OPERATOR ON THE WAIVER THAT      *
010430*    STOPPED IT AND PRICED AS IF IT HAD BEEN BILLED.  THE LOG IS *
010440*    OPTIONAL - A NIGHT WITH NO WAIVERS MAY HAVE NONE.           *
010450*****************************************************************
010460 4000-PRICE-WAIVED.
010470     OPEN INPUT SPCWVLG-FILE.
010480     IF WS-SPCWVLG-NOFILE
010490         DISPLAY 'SPC270 - NO WAIVED-OCCURRENCE LOG PRESENT'
010500         GO TO 4000-PRICE-WAIVED-EXIT
010510     END-IF.
010520     IF NOT WS-SPCWVLG-OK
010530         DISPLAY 'SPC270 - SPCWVLG OPEN FAILED, STATUS '
010540             WS-SPCWVLG-STATUS
010550         MOVE 'Y' TO WS-ABEND-SW
010560         GO TO 4000-PRICE-WAIVED-EXIT
010570     END-IF.
010580     PERFORM 4100-PRICE-ONE-WAIVED
010590         THRU 4100-PRICE-ONE-WAIVED-EXIT
010600         UNTIL WS-WVLG-EOF-YES.
010610     CLOSE SPCWVLG-FILE.
010620 4000-PRICE-WAIVED-EXIT.
010630     EXIT.
010640
010650 4100-PRICE-ONE-WAIVED.
010660     READ SPCWVLG-FILE NEXT RECORD
010670         AT END
010680             MOVE 'Y' TO WS-WVLG-EOF-SW
010690             GO TO 4100-PRICE-ONE-WAIVED-EXIT
010700     END-READ.
010710     MOVE FD-SPCWVLG-REC TO DSDS-SPCWVLG.
010720     IF WVLG-RUN-DATE NOT = SPC-RUN-DATE
010730         GO TO 4100-PRICE-ONE-WAIVED-EXIT
010740     END-IF.
010750     ADD 1 TO SPC-WAIVED-READ.
010760     MOVE WVLG-BANK-NBR       TO FK-WAI-BANK-NBR.
010770     MOVE WVLG-ACCT-NBR       TO FK-WAI-ACCT-NBR.
010780     MOVE WVLG-TRAN-CODE      TO FK-WAI-TRAN-CODE.
010790     MOVE WVLG-WAIV-FROM-DATE TO FK-WAI-FROM-DATE.
010800     READ SPCWAIV-FILE KEY IS FK-SPCWAIV-KEY
010810         INVALID KEY
010820             MOVE ZERO      TO SRT-BRANCH-NBR
010830             MOVE 'UNKNOWN' TO SRT-OPERATOR-ID
010840         NOT INVALID KEY
010850             MOVE FD-SPCWAIV-DATA  TO DSDS-SPCWAIV
010860             MOVE WAIV-BRANCH-NBR  TO SRT-BRANCH-NBR
010870             MOVE WAIV-OPERATOR-ID TO SRT-OPERATOR-ID
010880     END-READ.
010890     MOVE 'N'  TO WS-PRICED-SW.
010900     MOVE ZERO TO WS-FEE-AMOUNT.
010910     MOVE 'WAIVED - NOT EXTRACTED' TO WS-NOTE.
010920     MOVE WVLG-CHARGE-SW TO WS-TGT-CHARGE-SW.
010930     MOVE WVLG-TRAN-CODE TO WS-TGT-TRAN-CODE.
010940     MOVE SPC-RUN-DATE   TO WS-PRICE-DATE.
010950     PERFORM 6000-LOOKUP-DECODE
010960         THRU 6000-LOOKUP-DECODE-EXIT.
010970     IF NOT WS-DECODE-FOUND
010980         MOVE 'WAIVED - NO CODE TABLE PRICE' TO WS-NOTE
010990     ELSE
011000         IF CDTB-FEE-FLAT
011010             MOVE CDTB-FEE-AMOUNT TO WS-FEE-AMOUNT
011020             MOVE 'Y' TO WS-PRICED-SW
011030         ELSE
011040             PERFORM 4200-PRICE-WAIVED-PERCENT
011050                 THRU 4200-PRICE-WAIVED-PERCENT-EXIT
011060         END-IF
011070     END-IF.
011080     IF WS-PRICED-NO
011090         ADD 1 TO SPC-WAIVED-UNPRICED
011100     END-IF.
011110     MOVE 'W'                 TO SRT-CLASS-SW.
011120     MOVE WVLG-BANK-NBR       TO SRT-BANK-NBR.
011130     MOVE WVLG-ACCT-NBR       TO SRT-ACCT-NBR.
011140     MOVE WVLG-TRAN-CODE      TO SRT-TRAN-CODE.
011150     MOVE WVLG-WAIV-TYPE-SW   TO SRT-TYPE-SW.
011160     MOVE WVLG-RUN-DATE       TO SRT-FEE-DATE.
011170     MOVE WS-FEE-AMOUNT       TO SRT-FEE-AMOUNT.
011180     MOVE WS-NOTE             TO SRT-NOTE.
011190     RELEASE SRT-WORK-REC.
011200 4100-PRICE-ONE-WAIVED-EXIT.
011210     EXIT.
011220
011230 4200-PRICE-WAIVED-PERCENT.
011240     MOVE 'WAIVED - PERCENT, NO BALANCE' TO WS-NOTE.
011250     MOVE 'N' TO WS-BAL-FOUND-SW.
011260     IF WS-TXNX-PRESENT
011270         MOVE WVLG-BANK-NBR TO WS-BAL-BANK-NBR
011280         MOVE WVLG-ACCT-NBR TO WS-BAL-ACCT-NBR
011290         PERFORM 6500-LOAD-BALANCE-BASE
011300             THRU 6500-LOAD-BALANCE-BASE-EXIT
011310     END-IF.
011320     IF NOT WS-BAL-FOUND
011330         GO TO 4200-PRICE-WAIVED-PERCENT-EXIT
011340     END-IF.
011350     PERFORM 6590-PRICE-PERCENT
011360         THRU 6590-PRICE-PERCENT-EXIT.
011370     IF WS-PRICED-YES
011380         MOVE 'WAIVED - NOT EXTRACTED' TO WS-NOTE
011390     END-IF.
011400 4200-PRICE-WAIVED-PERCENT-EXIT.
011410     EXIT.
011420
011430*****************************************************************
011440*    OUTPUT PROCEDURE - CONTROL-BREAK ON BRANCH/OPERATOR OVER THE*
011450*    SORTED LINES.  EACH LINE PRINTS AS IT COMES; AN OPERATOR    *
011460*    TOTAL PRINTS AT EACH OPERATOR BREAK, A BRANCH TOTAL AT EACH *
011470*    BRANCH BREAK AND A RUN TOTAL AT THE END.                    *
011480*****************************************************************
011490 5000-PRINT-REGISTER.
011500     PERFORM 5900-WRITE-HEADING
011510         THRU 5900-WRITE-HEADING-EXIT.
011520     PERFORM 5100-RETURN-SORTED
011530         THRU 5100-RETURN-SORTED-EXIT.
011540     PERFORM 5200-PROCESS-ONE-SORTED
011550         THRU 5200-PROCESS-ONE-SORTED-EXIT
011560         UNTIL WS-SORT-EOF-YES.
011570     IF WS-GROUP-STARTED
011580         PERFORM 5400-CLOSE-OPERATOR
011590             THRU 5400-CLOSE-OPERATOR-EXIT
011600         PERFORM 5500-CLOSE-BRANCH
011610             THRU 5500-CLOSE-BRANCH-EXIT
011620     END-IF.
011630     PERFORM 5800-WRITE-REPORT-TOTAL
011640         THRU 5800-WRITE-REPORT-TOTAL-EXIT.
011650 5000-PRINT-REGISTER-EXIT.
011660     EXIT.
011670
011680 5100-RETURN-SORTED.
011690     RETURN SORT-WORK-FILE
011700         AT END
011710             MOVE 'Y' TO WS-SORT-EOF-SW
011720     END-RETURN.
011730 5100-RETURN-SORTED-EXIT.
011740     EXIT.
011750
011760 5200-PROCESS-ONE-SORTED.
011770     IF NOT WS-GROUP-STARTED
011780         PERFORM 5210-START-BRANCH
011790             THRU 5210-START-BRANCH-EXIT
011800         PERFORM 5220-START-OPERATOR
011810             THRU 5220-START-OPERATOR-EXIT
011820     ELSE
011830         IF SRT-BRANCH-NBR NOT = WS-GROUP-BRANCH-NBR
011840             PERFORM 5400-CLOSE-OPERATOR
011850                 THRU 5400-CLOSE-OPERATOR-EXIT
011860             PERFORM 5500-CLOSE-BRANCH
011870                 THRU 5500-CLOSE-BRANCH-EXIT
011880             PERFORM 5210-START-BRANCH
011890                 THRU 5210-START-BRANCH-EXIT
011900             PERFORM 5220-START-OPERATOR
011910                 THRU 5220-START-OPERATOR-EXIT
011920         ELSE
011930             IF SRT-OPERATOR-ID NOT = WS-GROUP-OPERATOR-ID
011940                 PERFORM 5400-CLOSE-OPERATOR
011950                     THRU 5400-CLOSE-OPERATOR-EXIT
011960                 PERFORM 5220-START-OPERATOR
011970                     THRU 5220-START-OPERATOR-EXIT
011980             END-IF
011990         END-IF
012000     END-IF.
012010     PERFORM 5300-PRINT-DETAIL
012020         THRU 5300-PRINT-DETAIL-EXIT.
012030     PERFORM 5100-RETURN-SORTED
012040         THRU 5100-RETURN-SORTED-EXIT.
012050 5200-PROCESS-ONE-SORTED-EXIT.
012060     EXIT.
012070
012080 5210-START-BRANCH.
012090     MOVE ZERO TO WS-BRN-LOADED-CNT WS-BRN-REJECT-CNT
012100         WS-BRN-WAIVED-CNT WS-BRN-WAIVED-AMT
012110         WS-BRN-RFND-CNT WS-BRN-RFND-AMT.
012120 5210-START-BRANCH-EXIT.
012130     EXIT.
012140
012150 5220-START-OPERATOR.
012160     MOVE 'Y'             TO WS-GROUP-START-SW.
012170     MOVE SRT-BRANCH-NBR  TO WS-GROUP-BRANCH-NBR.
012180     MOVE SRT-OPERATOR-ID TO WS-GROUP-OPERATOR-ID.
012190     MOVE ZERO TO WS-OPR-LOADED-CNT WS-OPR-REJECT-CNT
012200         WS-OPR-WAIVED-CNT WS-OPR-WAIVED-AMT
012210         WS-OPR-RFND-CNT WS-OPR-RFND-AMT.
012220 5220-START-OPERATOR-EXIT.
012230     EXIT.
012240
012250 5300-PRINT-DETAIL.
012260     EVALUATE SRT-CLASS-SW
012270         WHEN 'A'
012280             ADD 1 TO WS-OPR-LOADED-CNT
012290             MOVE 'LOADED  ' TO WS-RPT-CLASS-TEXT
012300         WHEN 'J'
012310             ADD 1 TO WS-OPR-REJECT-CNT
012320             MOVE 'REJECTED' TO WS-RPT-CLASS-TEXT
012330         WHEN 'R'
012340             ADD 1 TO WS-OPR-RFND-CNT
012350             ADD SRT-FEE-AMOUNT TO WS-OPR-RFND-AMT
012360             MOVE 'REFUNDED' TO WS-RPT-CLASS-TEXT
012370         WHEN OTHER
012380             ADD 1 TO WS-OPR-WAIVED-CNT
012390             ADD SRT-FEE-AMOUNT TO WS-OPR-WAIVED-AMT
012400             MOVE 'WAIVED  ' TO WS-RPT-CLASS-TEXT
012410     END-EVALUATE.
012420     MOVE SRT-BRANCH-NBR TO WS-RPT-BRANCH-NBR.
012430     MOVE SRT-BANK-NBR   TO WS-RPT-BANK-NBR.
012440     MOVE SRT-ACCT-NBR   TO WS-RPT-ACCT-NBR.
012450     MOVE SRT-TRAN-CODE  TO WS-RPT-TRAN-CODE.
012460     MOVE SRT-FEE-AMOUNT TO WS-RPT-FEE-AMT.
012470     MOVE SPACES TO FD-SPCWVRG-REC.
012480     STRING 'BR ' WS-RPT-BRANCH-NBR
012490             ' ' SRT-OPERATOR-ID
012500             ' ' WS-RPT-CLASS-TEXT
012510             ' ' SRT-TYPE-SW
012520             ' BANK ' WS-RPT-BANK-NBR
012530             ' ACCT ' WS-RPT-ACCT-NBR
012540             ' TRAN ' WS-RPT-TRAN-CODE
012550             ' ' SRT-FEE-DATE
012560             ' ' WS-RPT-FEE-AMT
012570             ' ' SRT-NOTE
012580             DELIMITED BY SIZE
012590             INTO FD-SPCWVRG-REC.
012600     WRITE FD-SPCWVRG-REC.
012610     ADD 1 TO SPC-REG-LINES.
012620 5300-PRINT-DETAIL-EXIT.
012630     EXIT.
012640
012650 5400-CLOSE-OPERATOR.
012660     MOVE WS-GROUP-BRANCH-NBR TO WS-RPT-BRANCH-NBR.
012670     MOVE WS-OPR-LOADED-CNT   TO WS-RPT-LOADED-CNT.
012680     MOVE WS-OPR-REJECT-CNT   TO WS-RPT-REJECT-CNT.
012690     MOVE WS-OPR-WAIVED-CNT   TO WS-RPT-WAIVED-CNT.
012700     MOVE WS-OPR-WAIVED-AMT   TO WS-RPT-WAIVED-AMT.
012710     MOVE WS-OPR-RFND-CNT     TO WS-RPT-RFND-CNT.
012720     MOVE WS-OPR-RFND-AMT     TO WS-RPT-RFND-AMT.
012730     COMPUTE WS-GIVEN-BACK-AMT = WS-OPR-WAIVED-AMT
012740         + WS-OPR-RFND-AMT.
012750     MOVE WS-GIVEN-BACK-AMT   TO WS-RPT-GIVEN-BACK.
012760     MOVE SPACES TO FD-SPCWVRG-REC.
012770     STRING 'BR ' WS-RPT-BRANCH-NBR
012780             ' ' WS-GROUP-OPERATOR-ID
012790             ' TOTAL  LOADED ' WS-RPT-LOADED-CNT
012800             '  REJECTED ' WS-RPT-REJECT-CNT
012810             '  WAIVED ' WS-RPT-WAIVED-CNT
012820             ' / ' WS-RPT-WAIVED-AMT
012830             '  REFUNDED ' WS-RPT-RFND-CNT
012840             ' / ' WS-RPT-RFND-AMT
012850             '  GIVEN BACK ' WS-RPT-GIVEN-BACK
012860             DELIMITED BY SIZE
012870             INTO FD-SPCWVRG-REC.
012880     WRITE FD-SPCWVRG-REC.
012890     ADD WS-OPR-LOADED-CNT TO WS-BRN-LOADED-CNT.
012900     ADD WS-OPR-REJECT-CNT TO WS-BRN-REJECT-CNT.
012910     ADD WS-OPR-WAIVED-CNT TO WS-BRN-WAIVED-CNT.
012920     ADD WS-OPR-WAIVED-AMT TO WS-BRN-WAIVED-AMT.
012930     ADD WS-OPR-RFND-CNT   TO WS-BRN-RFND-CNT.
012940     ADD WS-OPR-RFND-AMT   TO WS-BRN-RFND-AMT.
012950 5400-CLOSE-OPERATOR-EXIT.
012960     EXIT.
012970
012980 5500-CLOSE-BRANCH.
012990     MOVE WS-GROUP-BRANCH-NBR TO WS-RPT-BRANCH-NBR.
013000     MOVE WS-BRN-LOADED-CNT   TO WS-RPT-LOADED-CNT.
013010     MOVE WS-BRN-REJECT-CNT   TO WS-RPT-REJECT-CNT.
013020     MOVE WS-BRN-WAIVED-CNT   TO WS-RPT-WAIVED-CNT.
013030     MOVE WS-BRN-WAIVED-AMT   TO WS-RPT-WAIVED-AMT.
013040     MOVE WS-BRN-RFND-CNT     TO WS-RPT-RFND-CNT.
013050     MOVE WS-BRN-RFND-AMT     TO WS-RPT-RFND-AMT.
013060     COMPUTE WS-GIVEN-BACK-AMT = WS-BRN-WAIVED-AMT
013070         + WS-BRN-RFND-AMT.
013080     MOVE WS-GIVEN-BACK-AMT   TO WS-RPT-GIVEN-BACK.
013090     MOVE SPACES TO FD-SPCWVRG-REC.
013100     STRING 'BRANCH ' WS-RPT-BRANCH-NBR
013110             ' TOTAL     LOADED ' WS-RPT-LOADED-CNT
013120             '  REJECTED ' WS-RPT-REJECT-CNT
013130             '  WAIVED ' WS-RPT-WAIVED-CNT
013140             ' / ' WS-RPT-WAIVED-AMT
013150             '  REFUNDED ' WS-RPT-RFND-CNT
013160             ' / ' WS-RPT-RFND-AMT
013170             '  GIVEN BACK ' WS-RPT-GIVEN-BACK
013180             DELIMITED BY SIZE
013190             INTO FD-SPCWVRG-REC.
013200     WRITE FD-SPCWVRG-REC.
013210     ADD WS-BRN-LOADED-CNT TO WS-TOT-LOADED-CNT.
013220     ADD WS-BRN-REJECT-CNT TO WS-TOT-REJECT-CNT.
013230     ADD WS-BRN-WAIVED-CNT TO WS-TOT-WAIVED-CNT.
013240     ADD WS-BRN-WAIVED-AMT TO WS-TOT-WAIVED-AMT.
013250     ADD WS-BRN-RFND-CNT   TO WS-TOT-RFND-CNT.
013260     ADD WS-BRN-RFND-AMT   TO WS-TOT-RFND-AMT.
013270 5500-CLOSE-BRANCH-EXIT.
013280     EXIT.
013290
013300 5800-WRITE-REPORT-TOTAL.
013310     MOVE WS-TOT-LOADED-CNT TO WS-RPT-LOADED-CNT.
013320     MOVE WS-TOT-REJECT-CNT TO WS-RPT-REJECT-CNT.
013330     MOVE WS-TOT-WAIVED-CNT TO WS-RPT-WAIVED-CNT.
013340     MOVE WS-TOT-WAIVED-AMT TO WS-RPT-WAIVED-AMT.
013350     MOVE WS-TOT-RFND-CNT   TO WS-RPT-RFND-CNT.
013360     MOVE WS-TOT-RFND-AMT   TO WS-RPT-RFND-AMT.
013370     COMPUTE WS-GIVEN-BACK-AMT = WS-TOT-WAIVED-AMT
013380         + WS-TOT-RFND-AMT.
013390     MOVE WS-GIVEN-BACK-AMT TO WS-RPT-GIVEN-BACK.
013400     MOVE SPACES TO FD-SPCWVRG-REC.
013410     STRING 'RUN TOTAL            LOADED ' WS-RPT-LOADED-CNT
013420             '  REJECTED ' WS-RPT-REJECT-CNT
013430             '  WAIVED ' WS-RPT-WAIVED-CNT
013440             ' / ' WS-RPT-WAIVED-AMT
013450             '  REFUNDED ' WS-RPT-RFND-CNT
013460             ' / ' WS-RPT-RFND-AMT
013470             '  GIVEN BACK ' WS-RPT-GIVEN-BACK
013480             DELIMITED BY SIZE
013490             INTO FD-SPCWVRG-REC.
013500     WRITE FD-SPCWVRG-REC.
013510 5800-WRITE-REPORT-TOTAL-EXIT.
013520     EXIT.
013530
013540 5900-WRITE-HEADING.
013550     MOVE SPACES TO FD-SPCWVRG-REC.
013560     STRING 'SPC270 - FEE WAIVER AND REFUND REGISTER FOR '
013570             'RUN DATE ' SPC-RUN-DATE
013580             DELIMITED BY SIZE
013590             INTO FD-SPCWVRG-REC.
013600     WRITE FD-SPCWVRG-REC.
013610 5900-WRITE-HEADING-EXIT.
013620     EXIT.
013630
013640*****************************************************************
013650*    CODE TABLE LOOKUP IN SPC180'S ORDER - EXACT CHARGE-SW/TRAN  *
013660*    CODE ROW FIRST, ELSE THE TRAN-CODE-ZERO DEFAULT - SELECTING *
013670*    THE PERIOD IN FORCE ON WS-PRICE-DATE.                       *
013680*****************************************************************
013690 6000-LOOKUP-DECODE.
013700     MOVE 'N' TO WS-DECODE-FOUND-SW.
013710     PERFORM 6020-SELECT-EFF-ROW
013720         THRU 6020-SELECT-EFF-ROW-EXIT.
013730     IF WS-DECODE-FOUND
013740         GO TO 6000-LOOKUP-DECODE-EXIT
013750     END-IF.
013760     MOVE ZERO TO WS-TGT-TRAN-CODE.
013770     PERFORM 6020-SELECT-EFF-ROW
013780         THRU 6020-SELECT-EFF-ROW-EXIT.
013790 6000-LOOKUP-DECODE-EXIT.
013800     EXIT.
013810
013820 6020-SELECT-EFF-ROW.
013830     MOVE 'N' TO WS-CDTB-DONE-SW.
013840     MOVE WS-TGT-CHARGE-SW TO FK-CDTB-CHARGE-SW.
013850     MOVE WS-TGT-TRAN-CODE TO FK-CDTB-TRAN-CODE.
013860     MOVE LOW-VALUES       TO FK-CDTB-EFF-FROM.
013870     START SPCCDTB-FILE KEY IS NOT LESS THAN FK-SPCCDTB-KEY
013880         INVALID KEY
013890             MOVE 'Y' TO WS-CDTB-DONE-SW
013900     END-START.
013910     PERFORM 6030-READ-EFF-NEXT
013920         THRU 6030-READ-EFF-NEXT-EXIT
013930         UNTIL WS-CDTB-DONE-YES.
013940     IF WS-DECODE-FOUND
013950         MOVE WS-CDTB-HOLD TO DSDS-SPCCDTB
013960     END-IF.
013970 6020-SELECT-EFF-ROW-EXIT.
013980     EXIT.
013990
014000 6030-READ-EFF-NEXT.
014010     READ SPCCDTB-FILE NEXT RECORD
014020         AT END
014030             MOVE 'Y' TO WS-CDTB-DONE-SW
014040             GO TO 6030-READ-EFF-NEXT-EXIT
014050     END-READ.
014060     MOVE FD-SPCCDTB-DATA TO DSDS-SPCCDTB.
014070     IF CDTB-CHARGE-SW NOT = WS-TGT-CHARGE-SW
014080             OR CDTB-TRAN-CODE NOT = WS-TGT-TRAN-CODE
014090             OR CDTB-EFF-FROM-DATE > WS-PRICE-DATE
014100         MOVE 'Y' TO WS-CDTB-DONE-SW
014110         GO TO 6030-READ-EFF-NEXT-EXIT
014120     END-IF.
014130     IF CDTB-EFF-TO-DATE NOT < WS-PRICE-DATE
014140         MOVE FD-SPCCDTB-DATA TO WS-CDTB-HOLD
014150         MOVE 'Y' TO WS-DECODE-FOUND-SW
014160     END-IF.
014170 6030-READ-EFF-NEXT-EXIT.
014180     EXIT.
014190
014200*****************************************************************
014210*    THE ACCOUNT'S BALANCE BASE FROM THE KEYED TRANSACTION WORK  *
014220*    FILE, THE SAME PERIOD, COVERAGE AND DAY-SUM RULES SPC180    *
014230*    PRICES A PERCENT-TYPE FEE WITH - THE 'B' RECORD'S COVERAGE  *
014240*    START TO THE RUN DATE, COVERED THROUGH THE RUN DATE - SO A  *
014250*    WAIVED FEE SHOWS THE VALUE IT WOULD HAVE POSTED AT.         *
014260*****************************************************************
014270 6500-LOAD-BALANCE-BASE.
014280     MOVE 'N' TO WS-BAL-DONE-SW.
014290     MOVE WS-BAL-BANK-NBR TO FK-TXN-BANK-NBR.
014300     MOVE WS-BAL-ACCT-NBR TO FK-TXN-ACCT-NBR.
014310     MOVE LOW-VALUES      TO FK-TXN-POST-DATE.
014320     MOVE ZERO            TO FK-TXN-SEQ-NBR.
014330     START SPCTXNX-FILE KEY IS NOT LESS THAN FK-SPCTXNX-KEY
014340         INVALID KEY
014350             MOVE 'Y' TO WS-BAL-DONE-SW
014360     END-START.
014370     IF NOT WS-BAL-DONE-YES
014380         PERFORM 6510-READ-BAL-NEXT
014390             THRU 6510-READ-BAL-NEXT-EXIT
014400     END-IF.
014410     IF WS-BAL-DONE-YES
014420             OR NOT TXN-IS-BALANCE
014430             OR TXN-POST-DATE > SPC-RUN-DATE
014440             OR TXN-COVER-TO < SPC-RUN-DATE
014450         GO TO 6500-LOAD-BALANCE-BASE-EXIT
014460     END-IF.
014470     MOVE TXN-POST-DATE TO WS-BAL-FROM-DATE.
014480     MOVE SPC-RUN-DATE  TO WS-BAL-TO-DATE.
014490     MOVE TXN-AMOUNT TO WS-BAL-RUN.
014500     MOVE ZERO       TO WS-BAL-DAY-SUM.
014510     MOVE WS-BAL-FROM-DATE TO WS-BAL-DATE.
014520     PERFORM 6530-DATE-TO-INTEGER
014530         THRU 6530-DATE-TO-INTEGER-EXIT.
014540     MOVE WS-DATE-INTEGER TO WS-BAL-FROM-INT WS-BAL-LAST-INT.
014550     MOVE WS-BAL-TO-DATE TO WS-BAL-DATE.
014560     PERFORM 6530-DATE-TO-INTEGER
014570         THRU 6530-DATE-TO-INTEGER-EXIT.
014580     MOVE WS-DATE-INTEGER TO WS-BAL-TO-INT.
014590     PERFORM 6520-ROLL-ONE-TXN
014600         THRU 6520-ROLL-ONE-TXN-EXIT
014610         UNTIL WS-BAL-DONE-YES.
014620     COMPUTE WS-BAL-DAY-SUM = WS-BAL-DAY-SUM
014630         + WS-BAL-RUN * (WS-BAL-TO-INT - WS-BAL-LAST-INT + 1).
014640     COMPUTE WS-BAL-AVG ROUNDED = WS-BAL-DAY-SUM
014650         / (WS-BAL-TO-INT - WS-BAL-FROM-INT + 1).
014660     MOVE WS-BAL-RUN TO WS-BAL-END.
014670     MOVE 'Y' TO WS-BAL-FOUND-SW.
014680 6500-LOAD-BALANCE-BASE-EXIT.
014690     EXIT.
014700
014710 6510-READ-BAL-NEXT.
014720     READ SPCTXNX-FILE NEXT RECORD
014730         AT END
014740             MOVE 'Y' TO WS-BAL-DONE-SW
014750             GO TO 6510-READ-BAL-NEXT-EXIT
014760     END-READ.
014770     MOVE FD-SPCTXNX-REC TO DSDS-SPCTXNX.
014780     IF TXN-BANK-NBR NOT = WS-BAL-BANK-NBR
014790             OR TXN-ACCT-NBR NOT = WS-BAL-ACCT-NBR
014800         MOVE 'Y' TO WS-BAL-DONE-SW
014810     END-IF.
014820 6510-READ-BAL-NEXT-EXIT.
014830     EXIT.
014840
014850 6520-ROLL-ONE-TXN.
014860     PERFORM 6510-READ-BAL-NEXT
014870         THRU 6510-READ-BAL-NEXT-EXIT.
014880     IF WS-BAL-DONE-YES
014890         GO TO 6520-ROLL-ONE-TXN-EXIT
014900     END-IF.
014910     IF TXN-POST-DATE > WS-BAL-TO-DATE
014920         MOVE 'Y' TO WS-BAL-DONE-SW
014930         GO TO 6520-ROLL-ONE-TXN-EXIT
014940     END-IF.
014950     IF NOT TXN-IS-DETAIL
014960         GO TO 6520-ROLL-ONE-TXN-EXIT
014970     END-IF.
014980     MOVE TXN-POST-DATE TO WS-BAL-DATE.
014990     PERFORM 6530-DATE-TO-INTEGER
015000         THRU 6530-DATE-TO-INTEGER-EXIT.
015010     IF WS-DATE-INTEGER > WS-BAL-LAST-INT
015020         COMPUTE WS-BAL-DAY-SUM = WS-BAL-DAY-SUM
015030             + WS-BAL-RUN * (WS-DATE-INTEGER - WS-BAL-LAST-INT)
015040         MOVE WS-DATE-INTEGER TO WS-BAL-LAST-INT
015050     END-IF.
015060     IF TXN-DEBIT
015070         SUBTRACT TXN-AMOUNT FROM WS-BAL-RUN
015080     ELSE
015090         ADD TXN-AMOUNT TO WS-BAL-RUN
015100     END-IF.
015110 6520-ROLL-ONE-TXN-EXIT.
015120     EXIT.
015130
015140 6530-DATE-TO-INTEGER.
015150     MOVE WS-BDT-YYYY TO WS-YMD-YYYY.
015160     MOVE WS-BDT-MM   TO WS-YMD-MM.
015170     MOVE WS-BDT-DD   TO WS-YMD-DD.
015180     COMPUTE WS-DATE-INTEGER =
015190         FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD).
015200 6530-DATE-TO-INTEGER-EXIT.
015210     EXIT.
015220
015230 6590-PRICE-PERCENT.
015240     IF CDTB-BASE-AVERAGE
015250         MOVE WS-BAL-AVG TO WS-BAL-BASE
015260     ELSE
015270         MOVE WS-BAL-END TO WS-BAL-BASE
015280     END-IF.
015290     IF WS-BAL-BASE < ZERO
015300         MOVE ZERO TO WS-BAL-BASE
015310     END-IF.
015320     COMPUTE WS-FEE-AMOUNT ROUNDED =
015330             WS-BAL-BASE * CDTB-FEE-AMOUNT / 100
015340         ON SIZE ERROR
015350             DISPLAY 'SPC270 - PERCENT FEE OVERFLOW, ACCOUNT '
015360                 WS-BAL-ACCT-NBR
015370             MOVE ZERO TO WS-FEE-AMOUNT
015380             GO TO 6590-PRICE-PERCENT-EXIT
015390     END-COMPUTE.
015400     MOVE 'Y' TO WS-PRICED-SW.
015410 6590-PRICE-PERCENT-EXIT.
015420     EXIT.
015430
015440 9000-TERMINATE.
015450     CLOSE SPCWAIV-FILE.
015460     CLOSE SPCBILL-FILE.
015470     CLOSE SPCFEEH-FILE.
015480     CLOSE SPECSTMT-FILE.
015490     CLOSE SPCCDTB-FILE.
015500     CLOSE SPCRVSX-FILE.
015510     CLOSE SPCWVRG-FILE.
015520     IF WS-TXNX-PRESENT
015530         CLOSE SPCTXNX-FILE
015540     END-IF.
015550     DISPLAY 'SPC270 - REQUESTS READ        ' SPC-REQS-READ.
015560     DISPLAY 'SPC270 - REQUESTS LOADED      ' SPC-REQS-LOADED.
015570     DISPLAY 'SPC270 - REQUESTS REJECTED    ' SPC-REQS-REJECTED.
015580     DISPLAY 'SPC270 - REFUNDS APPLIED      ' SPC-REFUNDS-APPLIED.
015590     DISPLAY 'SPC270 - REFUNDS REJECTED     '
015600         SPC-REFUNDS-REJECTED.
015610     DISPLAY 'SPC270 - REFUNDS RESENT       ' SPC-REFUNDS-RESENT.
015620     DISPLAY 'SPC270 - REVERSALS WRITTEN    '
015630         SPC-REVERSALS-WRITTEN.
015640     DISPLAY 'SPC270 - WAIVED OCCURRENCES   ' SPC-WAIVED-READ.
015650     DISPLAY 'SPC270 - WAIVED, NOT PRICED   ' SPC-WAIVED-UNPRICED.
015660     DISPLAY 'SPC270 - REGISTER LINES       ' SPC-REG-LINES.
015670     IF WS-ABEND-YES
015680         MOVE 16 TO RETURN-CODE
015690     END-IF.
015700 9000-TERMINATE-EXIT.
015710     EXIT.
