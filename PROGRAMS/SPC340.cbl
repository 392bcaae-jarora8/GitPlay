000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SPC340.
000030 AUTHOR.         D. WHITFIELD.
000040 INSTALLATION.   DEPOSIT SYSTEMS - BATCH.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY                                       *
000090*    ------------------------------------------------------     *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    10/15/26   DW    ORIGINAL PROGRAM - YEAR-END CUSTOMER FEE   *
000120*                      SUMMARY.  READS THE YEAR'S ROWS OFF THE   *
000130*                      DSDS.SPCFEEH FEE HISTORY SPC180 KEEPS     *
000140*                      AND PRODUCES ONE SUMMARY PER HOUSEHOLD    *
000150*                      ON DSDS.SPCHHLD (OR PER ACCOUNT FOR ONE   *
000160*                      NOT IN A HOUSEHOLD, OR FOR EVERY ACCOUNT  *
000170*                      WHEN THE RUN PARM ASKS) - FEES CHARGED,   *
000180*                      REFUNDED AND NET BY MONTH FOR EACH        *
000190*                      MEMBER ACCOUNT.  A GROUP WHOSE EVERY      *
000200*                      ACCOUNT PREFERS ELECTRONIC ON             *
000210*                      DSDS.SPCDLVP GOES TO THE E-DELIVERY       *
000220*                      EXTRACT (COPY SPCYEFX), THE REST PRINT    *
000230*                      ON THE SUMMARY PRINT FILE.                *
000240*    10/15/26   DW    A HOUSEHOLD SUMMARY IS NOW MAILED UNDER    *
000250*                      THE HOUSEHOLD'S PRIMARY ACCOUNT ON        *
000260*                      DSDS.SPCHHLD, FOUND THROUGH THE           *
000270*                      HOUSEHOLD-ID ALTERNATE INDEX, EVEN WHEN   *
000280*                      THAT ACCOUNT HAD NO FEE IN THE YEAR; ITS  *
000290*                      DSDS.SPCDLVP ROWS NOW COUNT TOWARD THE    *
000300*                      GROUP'S CHANNEL.                          *
000310*****************************************************************
000320*****************************************************************
000330*    THE FEE HISTORY HOLDS ONE ROW PER FEE SPC180 POSTED, AT THE *
000340*    PRICE IT POSTED (SPCCDTB FOR THE RUN DATE, A PERCENT-TYPE   *
000350*    FEE ON THE ACCOUNT'S BALANCE BASE), WITH WHATEVER SPC270    *
000360*    LATER REFUNDED SET ON THE SAME ROW - SO NOTHING IS PRICED   *
000370*    AGAIN HERE AND EVERY FEE NETS AGAINST ITS OWN REFUND.  THE  *
000380*    TABLE IS OUTSIDE SPC220'S RETENTION PASS, SO A JANUARY RUN  *
000390*    STILL SEES THE WHOLE OF THE YEAR BEFORE.                    *
000400*    A FEE COUNTS IN THE MONTH OF ITS BILLING RUN DATE           *
000410*    (FEEH-YEAR-MONTH).  A REFUND STAYS WITH ITS FEE'S MONTH     *
000420*    EVEN WHEN IT WAS GIVEN IN A LATER ONE.                      *
000430*    THE RUN PARM CARRIES THE RUN DATE, THE FEE YEAR AND THE     *
000440*    GROUPING SWITCH.  NO FEE YEAR MEANS THE YEAR BEFORE THE RUN *
000450*    DATE'S, OR THE RUN DATE'S OWN YEAR WHEN IT RUNS IN          *
000460*    DECEMBER.  GROUPING 'A' SUMMARIZES EVERY ACCOUNT BY ITSELF; *
000470*    ANYTHING ELSE GROUPS BY HOUSEHOLD, MAILED UNDER THE         *
000480*    HOUSEHOLD'S PRIMARY ACCOUNT ON DSDS.SPCHHLD.                *
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 SPECIAL-NAMES.
000550     DECIMAL-POINT IS COMMA.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT SPCFEEH-FILE
000590         ASSIGN TO SPCFEEH
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS FK-SPCFEEH-KEY
000630         FILE STATUS IS WS-SPCFEEH-STATUS.
000640
000650     SELECT SPCHHLD-FILE
000660         ASSIGN TO SPCHHLD
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS FK-SPCHHLD-KEY
000700         ALTERNATE RECORD KEY IS FK-HHL-HOUSEHOLD-ID
000710             WITH DUPLICATES
000720         FILE STATUS IS WS-SPCHHLD-STATUS.
000730
000740     SELECT SPCDLVP-FILE
000750         ASSIGN TO SPCDLVP
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS FK-SPCDLVP-KEY
000790         FILE STATUS IS WS-SPCDLVP-STATUS.
000800
000810     SELECT SPCYEPR-FILE
000820         ASSIGN TO SPCYEPR
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-SPCYEPR-STATUS.
000850
000860     SELECT SPCYEFX-FILE
000870         ASSIGN TO SPCYEFX
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-SPCYEFX-STATUS.
000900
000910     SELECT SORT-WORK-FILE
000920         ASSIGN TO SORTWK01.
000930
000940     SELECT RUN-PARM-FILE
000950         ASSIGN TO RUNPARM
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-RUNPARM-STATUS.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  SPCFEEH-FILE.
001010 01  FD-SPCFEEH-REC.
001020     05 FK-SPCFEEH-KEY.
001030         10 FK-FEE-BANK-NBR      PIC S9(3) USAGE COMP-3.
001040         10 FK-FEE-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001050         10 FK-FEE-TRAN-CODE     PIC S9(3) USAGE COMP-3.
001060         10 FK-FEE-RUN-DATE      PIC X(10).
001070     05 FD-SPCFEEH-DATA          PIC X(48).
001080
001090 FD  SPCHHLD-FILE.
001100 01  FD-SPCHHLD-REC.
001110     05 FK-SPCHHLD-KEY.
001120         10 FK-HHL-BANK-NBR      PIC S9(3) USAGE COMP-3.
001130         10 FK-HHL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001140     05 FD-SPCHHLD-DATA          PIC X(13).
001150     05 FILLER REDEFINES FD-SPCHHLD-DATA.
001160         10 FILLER               PIC X(7).
001170         10 FK-HHL-HOUSEHOLD-ID  PIC S9(9) USAGE COMP-3.
001180         10 FILLER               PIC X(1).
001190
001200 FD  SPCDLVP-FILE.
001210 01  FD-SPCDLVP-REC.
001220     05 FK-SPCDLVP-KEY.
001230         10 FK-DLV-BANK-NBR      PIC S9(3) USAGE COMP-3.
001240         10 FK-DLV-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001250         10 FK-DLV-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001260     05 FD-SPCDLVP-DATA          PIC X(76).
001270
001280 FD  SPCYEPR-FILE.
001290 01  FD-SPCYEPR-REC              PIC X(133).
001300
001310 FD  SPCYEFX-FILE.
001320 01  FD-SPCYEFX-REC              PIC X(103).
001330
001340 FD  RUN-PARM-FILE
001350     RECORDING MODE IS F.
001360 01  RUN-PARM-REC.
001370     05 PARM-RUN-DATE            PIC X(10).
001380     05 PARM-FEE-YEAR            PIC X(4).
001390     05 PARM-GROUP-SW            PIC X(1).
001400         88 PARM-BY-ACCOUNT             VALUE 'A'.
001410
001420*****************************************************************
001430*    ONE SORT RECORD PER FEE IN THE YEAR, ALREADY CARRYING THE   *
001440*    GROUP IT SUMMARIZES UNDER - 'H' AND THE HOUSEHOLD ID, OR    *
001450*    'A' AND THE ACCOUNT ITSELF.                                 *
001460*****************************************************************
001470 SD  SORT-WORK-FILE.
001480 01  SRT-WORK-REC.
001490     05 SRT-BANK-NBR             PIC S9(3) USAGE COMP-3.
001500     05 SRT-GROUP-TYPE           PIC X(1).
001510     05 SRT-GROUP-ID             PIC S9(9) USAGE COMP-3.
001520     05 SRT-ACCT-NBR             PIC S9(9) USAGE COMP-3.
001530     05 SRT-MONTH-NBR            PIC 9(2).
001540     05 SRT-FEE-AMOUNT           PIC S9(7)V99 USAGE COMP-3.
001550     05 SRT-REFUND-AMOUNT        PIC S9(7)V99 USAGE COMP-3.
001560
001570 WORKING-STORAGE SECTION.
001580 COPY SPCFEEH.
001590 COPY SPCHHLD.
001600 COPY SPCDLVP.
001610 COPY SPCYEFX.
001620
001630 01  WS-FILE-STATUSES.
001640     05 WS-SPCFEEH-STATUS        PIC X(2).
001650         88 WS-SPCFEEH-OK               VALUE '00'.
001660         88 WS-SPCFEEH-EOF              VALUE '10'.
001670     05 WS-SPCHHLD-STATUS        PIC X(2).
001680         88 WS-SPCHHLD-OK               VALUE '00'.
001690         88 WS-SPCHHLD-NOTFOUND         VALUE '23'.
001700     05 WS-SPCDLVP-STATUS        PIC X(2).
001710         88 WS-SPCDLVP-OK               VALUE '00'.
001720         88 WS-SPCDLVP-NOTFOUND         VALUE '23'.
001730     05 WS-SPCYEPR-STATUS        PIC X(2).
001740         88 WS-SPCYEPR-OK               VALUE '00'.
001750     05 WS-SPCYEFX-STATUS        PIC X(2).
001760         88 WS-SPCYEFX-OK               VALUE '00'.
001770     05 WS-RUNPARM-STATUS        PIC X(2).
001780         88 WS-RUNPARM-OK               VALUE '00'.
001790
001800 01  WS-SWITCHES.
001810     05 WS-FEEH-EOF-SW           PIC X(1)     VALUE 'N'.
001820         88 WS-FEEH-EOF-YES             VALUE 'Y'.
001830     05 WS-SORT-EOF-SW           PIC X(1)     VALUE 'N'.
001840         88 WS-SORT-EOF-YES             VALUE 'Y'.
001850     05 WS-ACCT-HELD-SW          PIC X(1)     VALUE 'N'.
001860         88 WS-ACCT-HELD                VALUE 'Y'.
001870     05 WS-GROUP-OPEN-SW         PIC X(1)     VALUE 'N'.
001880         88 WS-GROUP-OPEN               VALUE 'Y'.
001890         88 WS-GROUP-CLOSED             VALUE 'N'.
001900     05 WS-GROUP-ELEC-SW         PIC X(1)     VALUE 'N'.
001910         88 WS-GROUP-ELEC-YES           VALUE 'Y'.
001920         88 WS-GROUP-ELEC-NO            VALUE 'N'.
001930     05 WS-MBR-ELEC-SW           PIC X(1)     VALUE 'N'.
001940         88 WS-MBR-ELEC-YES             VALUE 'Y'.
001950     05 WS-DLVP-DONE-SW          PIC X(1)     VALUE 'N'.
001960         88 WS-DLVP-DONE-YES            VALUE 'Y'.
001970     05 WS-DLVP-ANY-SW           PIC X(1)     VALUE 'N'.
001980         88 WS-DLVP-ANY-YES             VALUE 'Y'.
001990         88 WS-DLVP-ANY-NO              VALUE 'N'.
002000     05 WS-HHLD-DONE-SW          PIC X(1)     VALUE 'N'.
002010         88 WS-HHLD-DONE-YES            VALUE 'Y'.
002020     05 WS-PRIMARY-FOUND-SW      PIC X(1)     VALUE 'N'.
002030         88 WS-PRIMARY-FOUND-YES        VALUE 'Y'.
002040     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
002050         88 WS-ABEND-YES                VALUE 'Y'.
002060         88 WS-ABEND-NO                 VALUE 'N'.
002070
002080 01  WS-COUNTERS.
002090     05 SPC-FEEH-READ            PIC S9(7) COMP-3 VALUE ZERO.
002100     05 SPC-FEES-SELECTED        PIC S9(7) COMP-3 VALUE ZERO.
002110     05 SPC-FEES-BAD-MONTH       PIC S9(7) COMP-3 VALUE ZERO.
002120     05 SPC-ACCTS-IN-HHLD        PIC S9(7) COMP-3 VALUE ZERO.
002130     05 SPC-ACCTS-ALONE          PIC S9(7) COMP-3 VALUE ZERO.
002140     05 SPC-GROUPS-BUILT         PIC S9(7) COMP-3 VALUE ZERO.
002150     05 SPC-STMTS-PRINTED        PIC S9(7) COMP-3 VALUE ZERO.
002160     05 SPC-STMTS-ELECTRONIC     PIC S9(7) COMP-3 VALUE ZERO.
002170     05 SPC-GROUPS-EXCEPTED      PIC S9(7) COMP-3 VALUE ZERO.
002180     05 SPC-ELEC-NO-DEST         PIC S9(7) COMP-3 VALUE ZERO.
002190     05 SPC-HHLD-NO-PRIMARY      PIC S9(7) COMP-3 VALUE ZERO.
002200
002210*****************************************************************
002220*    RUN TOTALS OF WHAT WENT OUT, PAPER AND ELECTRONIC - THE     *
002230*    FEES CHARGED, THE PART REFUNDED AND THE NET, FOR THE TOTALS *
002240*    PAGE TO TIE BACK TO THE GL.                                 *
002250*****************************************************************
002260 01  WS-RUN-TOTALS.
002270     05 SPC-RUN-FEE-AMT          PIC S9(9)V99 COMP-3 VALUE ZERO.
002280     05 SPC-RUN-REFUND-AMT       PIC S9(9)V99 COMP-3 VALUE ZERO.
002290
002300 01  SPC-RUN-DATE                PIC X(10).
002310 01  SPC-FEE-YEAR                PIC 9(4).
002320 01  SPC-FEE-YEAR-X REDEFINES SPC-FEE-YEAR
002330                                 PIC X(4).
002340 01  SPC-GROUP-SW                PIC X(1).
002350     88 SPC-BY-ACCOUNT                  VALUE 'A'.
002360
002370*****************************************************************
002380*    THE ACCOUNT THE INPUT PROCEDURE IS ON AND THE GROUP IT      *
002390*    BELONGS TO - SPCHHLD IS READ ONCE PER ACCOUNT, NOT PER FEE, *
002400*    SINCE THE FEE HISTORY ARRIVES IN BANK/ACCOUNT ORDER.        *
002410*****************************************************************
002420 01  WS-HLD-BANK-NBR             PIC S9(3) COMP-3.
002430 01  WS-HLD-ACCT-NBR             PIC S9(9) COMP-3.
002440 01  WS-HLD-GROUP-TYPE           PIC X(1).
002450 01  WS-HLD-GROUP-ID             PIC S9(9) COMP-3.
002460 01  WS-MONTH-X                  PIC X(2).
002470 01  WS-MONTH-NBR REDEFINES WS-MONTH-X
002480                                 PIC 9(2).
002490
002500*****************************************************************
002510*    THE GROUP UNDER ASSEMBLY - UP TO 50 MEMBER ACCOUNTS, THE    *
002520*    SAME CAP SPC020 BUILDS HOUSEHOLDS WITH, EACH WITH TWELVE    *
002530*    MONTHS OF FEES CHARGED AND REFUNDED.  A HOUSEHOLD WITH MORE *
002540*    MEMBERS THAN THAT GOES TO THE EXCEPTION PAGE UNMAILED.      *
002550*****************************************************************
002560 01  WS-GROUP-AREA.
002570     05 WS-GRP-BANK-NBR          PIC S9(3) COMP-3.
002580     05 WS-GRP-TYPE              PIC X(1).
002590         88 WS-GRP-HOUSEHOLD            VALUE 'H'.
002600         88 WS-GRP-ACCOUNT              VALUE 'A'.
002610     05 WS-GRP-ID                PIC S9(9) COMP-3.
002620     05 WS-GRP-PRIMARY-ACCT      PIC S9(9) COMP-3.
002630     05 WS-GRP-MBR-COUNT         PIC S9(3) COMP-3.
002640     05 WS-GRP-CUR-ACCT          PIC S9(9) COMP-3.
002650     05 WS-GRP-FEE-CNT           PIC S9(5) COMP-3.
002660     05 WS-GRP-FEE-AMT           PIC S9(7)V99 COMP-3.
002670     05 WS-GRP-REFUND-AMT        PIC S9(7)V99 COMP-3.
002680     05 WS-GRP-MEMBERS OCCURS 50 TIMES
002690                        INDEXED BY WS-MBR-IDX.
002700         10 GRP-MBR-ACCT-NBR     PIC S9(9) COMP-3.
002710         10 GRP-MBR-FEE-CNT      PIC S9(5) COMP-3.
002720         10 GRP-MBR-FEE-AMT      PIC S9(7)V99 COMP-3.
002730         10 GRP-MBR-REFUND-AMT   PIC S9(7)V99 COMP-3.
002740         10 GRP-MBR-MONTHS OCCURS 12 TIMES
002750                            INDEXED BY WS-MON-IDX.
002760             15 GRP-MON-FEE-CNT      PIC S9(5) COMP-3.
002770             15 GRP-MON-FEE-AMT      PIC S9(7)V99 COMP-3.
002780             15 GRP-MON-REFUND-AMT   PIC S9(7)V99 COMP-3.
002790 01  WS-LAST-MBR                 PIC S9(3) COMP-3.
002800
002810*****************************************************************
002820*    DELIVERY-CHANNEL WORK FIELDS - THE MEMBER UNDER CHECK AND   *
002830*    THE MAILED-UNDER ACCOUNT'S E-DELIVERY DESTINATION, AS IN    *
002840*    SPC150.                                                     *
002850*****************************************************************
002860 01  WS-CHK-ACCT-NBR             PIC S9(9) COMP-3.
002870 01  WS-EST-DESTINATION          PIC X(40).
002880
002890 01  WS-PRINT-LINE.
002900     05 WS-PRT-CC                PIC X(1).
002910     05 WS-PRT-TEXT              PIC X(132).
002920
002930 01  WS-HEADING-FIELDS.
002940     05 WS-HDG-BANK-NBR          PIC ZZ9.
002950     05 WS-HDG-GROUP-LABEL       PIC X(9).
002960     05 WS-HDG-GROUP-ID          PIC Z(8)9.
002970     05 WS-HDG-ACCT-NBR          PIC Z(8)9.
002980     05 WS-HDG-COUNT             PIC ZZ9.
002990
003000 01  WS-DETAIL-FIELDS.
003010     05 WS-DTL-LABEL             PIC X(7).
003020     05 WS-DTL-COUNT             PIC ZZZZ9.
003030     05 WS-DTL-FEE-AMT           PIC Z(6)9,99.
003040     05 WS-DTL-REFUND-AMT        PIC Z(6)9,99.
003050     05 WS-DTL-NET-AMT           PIC -Z(6)9,99.
003060 01  WS-AMT-FEE-CNT              PIC S9(5) COMP-3.
003070 01  WS-AMT-FEE                  PIC S9(7)V99 COMP-3.
003080 01  WS-AMT-REFUND               PIC S9(7)V99 COMP-3.
003090 01  WS-AMT-NET                  PIC S9(7)V99 COMP-3.
003100
003110 01  WS-TOT-COUNT                PIC Z(6)9.
003120 01  WS-TOT-AMOUNT               PIC -Z(8)9,99.
003130
003140 PROCEDURE DIVISION.
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE
003170         THRU 1000-INITIALIZE-EXIT.
003180     IF WS-ABEND-NO
003190         SORT SORT-WORK-FILE
003200             ON ASCENDING KEY SRT-BANK-NBR SRT-GROUP-TYPE
003210                              SRT-GROUP-ID SRT-ACCT-NBR
003220                              SRT-MONTH-NBR
003230             INPUT PROCEDURE IS 2000-SELECT-YEAR-FEES
003240                 THRU 2000-SELECT-YEAR-FEES-EXIT
003250             OUTPUT PROCEDURE IS 3000-SUMMARIZE
003260                 THRU 3000-SUMMARIZE-EXIT
003270         PERFORM 6000-PRINT-TOTALS-PAGE
003280             THRU 6000-PRINT-TOTALS-PAGE-EXIT
003290     END-IF.
003300     PERFORM 9000-TERMINATE
003310         THRU 9000-TERMINATE-EXIT.
003320     GOBACK.
003330
003340 1000-INITIALIZE.
003350     OPEN INPUT RUN-PARM-FILE.
003360     IF NOT WS-RUNPARM-OK
003370         DISPLAY 'SPC340 - RUN PARM FILE OPEN FAILED, STATUS '
003380             WS-RUNPARM-STATUS
003390         MOVE 'Y' TO WS-ABEND-SW
003400         GO TO 1000-INITIALIZE-EXIT
003410     END-IF.
003420     READ RUN-PARM-FILE.
003430     CLOSE RUN-PARM-FILE.
003440     MOVE PARM-RUN-DATE TO SPC-RUN-DATE.
003450     MOVE PARM-GROUP-SW TO SPC-GROUP-SW.
003460     IF SPC-RUN-DATE = SPACES OR SPC-RUN-DATE = LOW-VALUES
003470         DISPLAY 'SPC340 - NO RUN DATE ON THE RUN PARM'
003480         MOVE 'Y' TO WS-ABEND-SW
003490         GO TO 1000-INITIALIZE-EXIT
003500     END-IF.
003510     IF PARM-FEE-YEAR NUMERIC
003520         MOVE PARM-FEE-YEAR TO SPC-FEE-YEAR-X
003530     ELSE
003540         MOVE SPC-RUN-DATE(1:4) TO SPC-FEE-YEAR-X
003550         IF SPC-RUN-DATE(6:2) NOT = '12'
003560             SUBTRACT 1 FROM SPC-FEE-YEAR
003570         END-IF
003580     END-IF.
003590     DISPLAY 'SPC340 - SUMMARIZING FEES FOR ' SPC-FEE-YEAR-X.
003600     OPEN INPUT SPCFEEH-FILE.
003610     IF NOT WS-SPCFEEH-OK
003620         DISPLAY 'SPC340 - SPCFEEH OPEN FAILED, STATUS '
003630             WS-SPCFEEH-STATUS
003640         MOVE 'Y' TO WS-ABEND-SW
003650         GO TO 1000-INITIALIZE-EXIT
003660     END-IF.
003670     OPEN INPUT SPCHHLD-FILE.
003680     IF NOT WS-SPCHHLD-OK
003690         DISPLAY 'SPC340 - SPCHHLD OPEN FAILED, STATUS '
003700             WS-SPCHHLD-STATUS
003710         MOVE 'Y' TO WS-ABEND-SW
003720         GO TO 1000-INITIALIZE-EXIT
003730     END-IF.
003740     OPEN INPUT SPCDLVP-FILE.
003750     IF NOT WS-SPCDLVP-OK
003760         DISPLAY 'SPC340 - SPCDLVP OPEN FAILED, STATUS '
003770             WS-SPCDLVP-STATUS
003780         MOVE 'Y' TO WS-ABEND-SW
003790         GO TO 1000-INITIALIZE-EXIT
003800     END-IF.
003810     OPEN OUTPUT SPCYEPR-FILE.
003820     IF NOT WS-SPCYEPR-OK
003830         DISPLAY 'SPC340 - SPCYEPR OPEN FAILED, STATUS '
003840             WS-SPCYEPR-STATUS
003850         MOVE 'Y' TO WS-ABEND-SW
003860         GO TO 1000-INITIALIZE-EXIT
003870     END-IF.
003880     OPEN OUTPUT SPCYEFX-FILE.
003890     IF NOT WS-SPCYEFX-OK
003900         DISPLAY 'SPC340 - SPCYEFX OPEN FAILED, STATUS '
003910             WS-SPCYEFX-STATUS
003920         MOVE 'Y' TO WS-ABEND-SW
003930     END-IF.
003940 1000-INITIALIZE-EXIT.
003950     EXIT.
003960
003970*****************************************************************
003980*    INPUT PROCEDURE - ONE SORT RECORD PER FEE HISTORY ROW WHOSE *
003990*    BILLING MONTH FALLS IN THE FEE YEAR.                        *
004000*****************************************************************
004010 2000-SELECT-YEAR-FEES.
004020     PERFORM 2100-READ-FEEH
004030         THRU 2100-READ-FEEH-EXIT.
004040     PERFORM 2200-SELECT-ONE-FEE
004050         THRU 2200-SELECT-ONE-FEE-EXIT
004060         UNTIL WS-FEEH-EOF-YES.
004070 2000-SELECT-YEAR-FEES-EXIT.
004080     EXIT.
004090
004100 2100-READ-FEEH.
004110     READ SPCFEEH-FILE NEXT RECORD
004120         AT END
004130             MOVE 'Y' TO WS-FEEH-EOF-SW
004140             GO TO 2100-READ-FEEH-EXIT
004150     END-READ.
004160     IF NOT WS-SPCFEEH-OK
004170         DISPLAY 'SPC340 - SPCFEEH READ FAILED, STATUS '
004180             WS-SPCFEEH-STATUS
004190         MOVE 'Y' TO WS-ABEND-SW
004200         MOVE 'Y' TO WS-FEEH-EOF-SW
004210         GO TO 2100-READ-FEEH-EXIT
004220     END-IF.
004230     ADD 1 TO SPC-FEEH-READ.
004240     MOVE FD-SPCFEEH-DATA TO DSDS-SPCFEEH.
004250 2100-READ-FEEH-EXIT.
004260     EXIT.
004270
004280 2200-SELECT-ONE-FEE.
004290     PERFORM 2210-RELEASE-IF-IN-YEAR
004300         THRU 2210-RELEASE-IF-IN-YEAR-EXIT.
004310     PERFORM 2100-READ-FEEH
004320         THRU 2100-READ-FEEH-EXIT.
004330 2200-SELECT-ONE-FEE-EXIT.
004340     EXIT.
004350
004360 2210-RELEASE-IF-IN-YEAR.
004370     IF FEEH-YEAR-MONTH(1:4) NOT = SPC-FEE-YEAR-X
004380         GO TO 2210-RELEASE-IF-IN-YEAR-EXIT
004390     END-IF.
004400     MOVE FEEH-YEAR-MONTH(6:2) TO WS-MONTH-X.
004410     IF WS-MONTH-X NOT NUMERIC
004420             OR WS-MONTH-NBR < 1 OR WS-MONTH-NBR > 12
004430         ADD 1 TO SPC-FEES-BAD-MONTH
004440         DISPLAY 'SPC340 - BAD BILLING MONTH ' FEEH-YEAR-MONTH
004450             ' ON BANK ' FEEH-BANK-NBR ' ACCOUNT ' FEEH-ACCT-NBR
004460             ' SKIPPED'
004470         GO TO 2210-RELEASE-IF-IN-YEAR-EXIT
004480     END-IF.
004490     IF NOT WS-ACCT-HELD
004500             OR FEEH-BANK-NBR NOT = WS-HLD-BANK-NBR
004510             OR FEEH-ACCT-NBR NOT = WS-HLD-ACCT-NBR
004520         PERFORM 2300-FIND-GROUP
004530             THRU 2300-FIND-GROUP-EXIT
004540     END-IF.
004550     MOVE FEEH-BANK-NBR      TO SRT-BANK-NBR.
004560     MOVE WS-HLD-GROUP-TYPE  TO SRT-GROUP-TYPE.
004570     MOVE WS-HLD-GROUP-ID    TO SRT-GROUP-ID.
004580     MOVE FEEH-ACCT-NBR      TO SRT-ACCT-NBR.
004590     MOVE WS-MONTH-NBR       TO SRT-MONTH-NBR.
004600     MOVE FEEH-FEE-AMOUNT    TO SRT-FEE-AMOUNT.
004610     MOVE FEEH-REFUND-AMOUNT TO SRT-REFUND-AMOUNT.
004620     RELEASE SRT-WORK-REC.
004630     ADD 1 TO SPC-FEES-SELECTED.
004640 2210-RELEASE-IF-IN-YEAR-EXIT.
004650     EXIT.
004660
004670*****************************************************************
004680*    THE GROUP A NEW ACCOUNT SUMMARIZES UNDER.  AN ACCOUNT ON    *
004690*    DSDS.SPCHHLD GOES WITH ITS HOUSEHOLD; ONE THAT IS NOT, OR   *
004700*    EVERY ACCOUNT WHEN THE RUN PARM ASKS FOR 'A', STANDS ALONE  *
004710*    AS ITS OWN MAILED-UNDER ACCOUNT.                            *
004720*****************************************************************
004730 2300-FIND-GROUP.
004740     MOVE 'Y'           TO WS-ACCT-HELD-SW.
004750     MOVE FEEH-BANK-NBR TO WS-HLD-BANK-NBR.
004760     MOVE FEEH-ACCT-NBR TO WS-HLD-ACCT-NBR.
004770     MOVE 'A'           TO WS-HLD-GROUP-TYPE.
004780     MOVE FEEH-ACCT-NBR TO WS-HLD-GROUP-ID.
004790     IF SPC-BY-ACCOUNT
004800         ADD 1 TO SPC-ACCTS-ALONE
004810         GO TO 2300-FIND-GROUP-EXIT
004820     END-IF.
004830     MOVE FEEH-BANK-NBR TO FK-HHL-BANK-NBR.
004840     MOVE FEEH-ACCT-NBR TO FK-HHL-ACCT-NBR.
004850     READ SPCHHLD-FILE.
004860     IF WS-SPCHHLD-NOTFOUND
004870         ADD 1 TO SPC-ACCTS-ALONE
004880         GO TO 2300-FIND-GROUP-EXIT
004890     END-IF.
004900     IF NOT WS-SPCHHLD-OK
004910         DISPLAY 'SPC340 - SPCHHLD READ FAILED, STATUS '
004920             WS-SPCHHLD-STATUS ' ACCOUNT ' FEEH-ACCT-NBR
004930         MOVE 'Y' TO WS-ABEND-SW
004940         ADD 1 TO SPC-ACCTS-ALONE
004950         GO TO 2300-FIND-GROUP-EXIT
004960     END-IF.
004970     MOVE FD-SPCHHLD-DATA TO DSDS-SPCHHLD.
004980     MOVE 'H'               TO WS-HLD-GROUP-TYPE.
004990     MOVE HHLD-HOUSEHOLD-ID TO WS-HLD-GROUP-ID.
005000     ADD 1 TO SPC-ACCTS-IN-HHLD.
005010 2300-FIND-GROUP-EXIT.
005020     EXIT.
005030
005040*****************************************************************
005050*    OUTPUT PROCEDURE - CONTROL BREAK ON BANK/GROUP OVER THE     *
005060*    SORTED FEES, THEN ON MEMBER ACCOUNT WITHIN THE GROUP,       *
005070*    ADDING EACH FEE INTO ITS ACCOUNT'S MONTH.                   *
005080*****************************************************************
005090 3000-SUMMARIZE.
005100     PERFORM 3100-RETURN-SORTED
005110         THRU 3100-RETURN-SORTED-EXIT.
005120     PERFORM 3200-PROCESS-ONE-SORTED
005130         THRU 3200-PROCESS-ONE-SORTED-EXIT
005140         UNTIL WS-SORT-EOF-YES.
005150     IF WS-GROUP-OPEN
005160         PERFORM 4000-FINISH-GROUP
005170             THRU 4000-FINISH-GROUP-EXIT
005180     END-IF.
005190 3000-SUMMARIZE-EXIT.
005200     EXIT.
005210
005220 3100-RETURN-SORTED.
005230     RETURN SORT-WORK-FILE
005240         AT END
005250             MOVE 'Y' TO WS-SORT-EOF-SW
005260     END-RETURN.
005270 3100-RETURN-SORTED-EXIT.
005280     EXIT.
005290
005300 3200-PROCESS-ONE-SORTED.
005310     IF WS-GROUP-CLOSED
005320             OR SRT-BANK-NBR NOT = WS-GRP-BANK-NBR
005330             OR SRT-GROUP-TYPE NOT = WS-GRP-TYPE
005340             OR SRT-GROUP-ID NOT = WS-GRP-ID
005350         IF WS-GROUP-OPEN
005360             PERFORM 4000-FINISH-GROUP
005370                 THRU 4000-FINISH-GROUP-EXIT
005380         END-IF
005390         PERFORM 3210-START-GROUP
005400             THRU 3210-START-GROUP-EXIT
005410     END-IF.
005420     IF WS-GRP-MBR-COUNT = ZERO
005430             OR SRT-ACCT-NBR NOT = WS-GRP-CUR-ACCT
005440         PERFORM 3220-START-MEMBER
005450             THRU 3220-START-MEMBER-EXIT
005460     END-IF.
005470     PERFORM 3300-ACCUM-FEE
005480         THRU 3300-ACCUM-FEE-EXIT.
005490     PERFORM 3100-RETURN-SORTED
005500         THRU 3100-RETURN-SORTED-EXIT.
005510 3200-PROCESS-ONE-SORTED-EXIT.
005520     EXIT.
005530
005540 3210-START-GROUP.
005550     MOVE 'Y' TO WS-GROUP-OPEN-SW.
005560     MOVE SRT-BANK-NBR   TO WS-GRP-BANK-NBR.
005570     MOVE SRT-GROUP-TYPE TO WS-GRP-TYPE.
005580     MOVE SRT-GROUP-ID   TO WS-GRP-ID.
005590     MOVE SRT-ACCT-NBR   TO WS-GRP-PRIMARY-ACCT.
005600     MOVE ZERO TO WS-GRP-MBR-COUNT.
005610     MOVE ZERO TO WS-GRP-FEE-CNT.
005620     MOVE ZERO TO WS-GRP-FEE-AMT.
005630     MOVE ZERO TO WS-GRP-REFUND-AMT.
005640     ADD 1 TO SPC-GROUPS-BUILT.
005650     IF WS-GRP-HOUSEHOLD
005660         PERFORM 3240-FIND-PRIMARY
005670             THRU 3240-FIND-PRIMARY-EXIT
005680     END-IF.
005690 3210-START-GROUP-EXIT.
005700     EXIT.
005710
005720
005730 3220-START-MEMBER.
005740     MOVE SRT-ACCT-NBR TO WS-GRP-CUR-ACCT.
005750     ADD 1 TO WS-GRP-MBR-COUNT.
005760     IF WS-GRP-MBR-COUNT > 50
005770         IF WS-GRP-MBR-COUNT = 51
005780             DISPLAY 'SPC340 - HOUSEHOLD ' WS-GRP-ID
005790                 ' EXCEEDS 50 MEMBER ACCOUNTS'
005800         END-IF
005810         GO TO 3220-START-MEMBER-EXIT
005820     END-IF.
005830     SET WS-MBR-IDX TO WS-GRP-MBR-COUNT.
005840     MOVE SRT-ACCT-NBR TO GRP-MBR-ACCT-NBR (WS-MBR-IDX).
005850     MOVE ZERO TO GRP-MBR-FEE-CNT (WS-MBR-IDX).
005860     MOVE ZERO TO GRP-MBR-FEE-AMT (WS-MBR-IDX).
005870     MOVE ZERO TO GRP-MBR-REFUND-AMT (WS-MBR-IDX).
005880     PERFORM 3230-CLEAR-MONTH
005890         THRU 3230-CLEAR-MONTH-EXIT
005900         VARYING WS-MON-IDX FROM 1 BY 1
005910         UNTIL WS-MON-IDX > 12.
005920 3220-START-MEMBER-EXIT.
005930     EXIT.
005940
005950 3230-CLEAR-MONTH.
005960     MOVE ZERO TO GRP-MON-FEE-CNT (WS-MBR-IDX, WS-MON-IDX).
005970     MOVE ZERO TO GRP-MON-FEE-AMT (WS-MBR-IDX, WS-MON-IDX).
005980     MOVE ZERO TO GRP-MON-REFUND-AMT (WS-MBR-IDX, WS-MON-IDX).
005990 3230-CLEAR-MONTH-EXIT.
006000     EXIT.
006010
006020*****************************************************************
006030*    A HOUSEHOLD IS MAILED UNDER ITS PRIMARY ACCOUNT ON          *
006040*    DSDS.SPCHHLD, WHETHER OR NOT THAT ACCOUNT HAD A FEE IN THE  *
006050*    YEAR - ONLY FEE-BEARING ACCOUNTS REACH THE SORT, SO THE     *
006060*    PRIMARY CANNOT BE PICKED FROM THE MEMBERS THE WAY SPC020    *
006070*    PICKS IT FROM ITS DUE SCHEDULES.  THE HOUSEHOLD'S ROWS ARE  *
006080*    BROWSED THROUGH THE ALTERNATE INDEX ON HHLD-HOUSEHOLD-ID    *
006090*    (THE SAME PATH SPC320 USES); THE ID IS NOT UNIQUE ACROSS    *
006100*    BANKS, SO ANOTHER BANK'S ROWS ARE PASSED OVER.  A           *
006110*    HOUSEHOLD WITH NO PRIMARY ON FILE STAYS UNDER ITS FIRST     *
006120*    ACCOUNT AND IS COUNTED.                                     *
006130*****************************************************************
006140 3240-FIND-PRIMARY.
006150     MOVE 'N' TO WS-HHLD-DONE-SW.
006160     MOVE 'N' TO WS-PRIMARY-FOUND-SW.
006170     MOVE WS-GRP-ID TO FK-HHL-HOUSEHOLD-ID.
006180     START SPCHHLD-FILE KEY IS NOT LESS THAN FK-HHL-HOUSEHOLD-ID
006190         INVALID KEY
006200             MOVE 'Y' TO WS-HHLD-DONE-SW
006210     END-START.
006220     PERFORM 3250-READ-HHLD-NEXT
006230         THRU 3250-READ-HHLD-NEXT-EXIT
006240         UNTIL WS-HHLD-DONE-YES.
006250     IF NOT WS-PRIMARY-FOUND-YES
006260         ADD 1 TO SPC-HHLD-NO-PRIMARY
006270         DISPLAY 'SPC340 - HOUSEHOLD ' WS-GRP-ID
006280             ' HAS NO PRIMARY ON SPCHHLD, MAILED UNDER ACCOUNT '
006290             SRT-ACCT-NBR
006300     END-IF.
006310 3240-FIND-PRIMARY-EXIT.
006320     EXIT.
006330
006340 3250-READ-HHLD-NEXT.
006350     READ SPCHHLD-FILE NEXT RECORD
006360         AT END
006370             MOVE 'Y' TO WS-HHLD-DONE-SW
006380             GO TO 3250-READ-HHLD-NEXT-EXIT
006390     END-READ.
006400     IF NOT WS-SPCHHLD-OK
006410         DISPLAY 'SPC340 - SPCHHLD BROWSE FAILED, STATUS '
006420             WS-SPCHHLD-STATUS ' HOUSEHOLD ' WS-GRP-ID
006430         MOVE 'Y' TO WS-ABEND-SW
006440         MOVE 'Y' TO WS-HHLD-DONE-SW
006450         GO TO 3250-READ-HHLD-NEXT-EXIT
006460     END-IF.
006470     MOVE FD-SPCHHLD-DATA TO DSDS-SPCHHLD.
006480     IF HHLD-HOUSEHOLD-ID NOT = WS-GRP-ID
006490         MOVE 'Y' TO WS-HHLD-DONE-SW
006500         GO TO 3250-READ-HHLD-NEXT-EXIT
006510     END-IF.
006520     IF HHLD-BANK-NBR = WS-GRP-BANK-NBR
006530             AND HHLD-IS-PRIMARY
006540         MOVE HHLD-ACCT-NBR TO WS-GRP-PRIMARY-ACCT
006550         MOVE 'Y' TO WS-PRIMARY-FOUND-SW
006560         MOVE 'Y' TO WS-HHLD-DONE-SW
006570     END-IF.
006580 3250-READ-HHLD-NEXT-EXIT.
006590     EXIT.
006600 3300-ACCUM-FEE.
006610     IF WS-GRP-MBR-COUNT > 50
006620         GO TO 3300-ACCUM-FEE-EXIT
006630     END-IF.
006640     SET WS-MON-IDX TO SRT-MONTH-NBR.
006650     ADD 1 TO GRP-MON-FEE-CNT (WS-MBR-IDX, WS-MON-IDX)
006660              GRP-MBR-FEE-CNT (WS-MBR-IDX)
006670              WS-GRP-FEE-CNT.
006680     ADD SRT-FEE-AMOUNT
006690         TO GRP-MON-FEE-AMT (WS-MBR-IDX, WS-MON-IDX)
006700            GRP-MBR-FEE-AMT (WS-MBR-IDX)
006710            WS-GRP-FEE-AMT.
006720     ADD SRT-REFUND-AMOUNT
006730         TO GRP-MON-REFUND-AMT (WS-MBR-IDX, WS-MON-IDX)
006740            GRP-MBR-REFUND-AMT (WS-MBR-IDX)
006750            WS-GRP-REFUND-AMT.
006760 3300-ACCUM-FEE-EXIT.
006770     EXIT.
006780
006790*****************************************************************
006800*    THE GROUP IS COMPLETE - AN OVERSIZED HOUSEHOLD GOES TO THE  *
006810*    EXCEPTION PAGE, EVERY OTHER GROUP TO ITS DELIVERY CHANNEL.  *
006820*****************************************************************
006830 4000-FINISH-GROUP.
006840     MOVE 'N' TO WS-GROUP-OPEN-SW.
006850     IF WS-GRP-MBR-COUNT > 50
006860         PERFORM 5800-PRINT-EXCEPTION-PAGE
006870             THRU 5800-PRINT-EXCEPTION-PAGE-EXIT
006880         GO TO 4000-FINISH-GROUP-EXIT
006890     END-IF.
006900     MOVE WS-GRP-MBR-COUNT TO WS-LAST-MBR.
006910     PERFORM 4100-SET-GROUP-CHANNEL
006920         THRU 4100-SET-GROUP-CHANNEL-EXIT.
006930     IF WS-GROUP-ELEC-YES
006940         PERFORM 5500-WRITE-ELECTRONIC
006950             THRU 5500-WRITE-ELECTRONIC-EXIT
006960     ELSE
006970         PERFORM 5000-PRINT-STATEMENT
006980             THRU 5000-PRINT-STATEMENT-EXIT
006990     END-IF.
007000     ADD WS-GRP-FEE-AMT    TO SPC-RUN-FEE-AMT.
007010     ADD WS-GRP-REFUND-AMT TO SPC-RUN-REFUND-AMT.
007020 4000-FINISH-GROUP-EXIT.
007030     EXIT.
007040
007050*****************************************************************
007060*    SPC150'S CHANNEL RULE - THE GROUP IS ELECTRONIC ONLY WHEN   *
007070*    EVERY MEMBER ACCOUNT HAS AT LEAST ONE DSDS.SPCDLVP ROW AND  *
007080*    ALL ITS ROWS SAY 'E'; ONE PAPER OR UNLISTED MEMBER PULLS    *
007090*    THE WHOLE GROUP BACK TO PAPER.  THE MAILED-UNDER ACCOUNT'S  *
007100*    FIRST DESTINATION RIDES ALONG ON THE EXTRACT HEADER.  A     *
007110*    HOUSEHOLD PRIMARY THAT HAD NO FEE IS NOT A MEMBER, SO ITS   *
007120*    ROWS ARE CHECKED THE SAME WAY AFTER THE MEMBERS' - IT IS    *
007130*    THE ACCOUNT THE SUMMARY GOES OUT UNDER.  A GROUP LEFT WITH  *
007140*    NO DESTINATION PRINTS INSTEAD.                              *
007150*****************************************************************
007160 4100-SET-GROUP-CHANNEL.
007170     MOVE 'Y'    TO WS-GROUP-ELEC-SW.
007180     MOVE SPACES TO WS-EST-DESTINATION.
007190     PERFORM 4150-CHECK-MEMBER-CHANNEL
007200         THRU 4150-CHECK-MEMBER-CHANNEL-EXIT
007210         VARYING WS-MBR-IDX FROM 1 BY 1
007220         UNTIL WS-MBR-IDX > WS-LAST-MBR
007230             OR WS-GROUP-ELEC-NO.
007240     IF WS-GROUP-ELEC-YES AND WS-EST-DESTINATION = SPACES
007250         MOVE WS-GRP-PRIMARY-ACCT TO WS-CHK-ACCT-NBR
007260         PERFORM 4170-CHECK-ACCT-CHANNEL
007270             THRU 4170-CHECK-ACCT-CHANNEL-EXIT
007280     END-IF.
007290     IF WS-GROUP-ELEC-YES AND WS-EST-DESTINATION = SPACES
007300         MOVE 'N' TO WS-GROUP-ELEC-SW
007310         ADD 1 TO SPC-ELEC-NO-DEST
007320     END-IF.
007330 4100-SET-GROUP-CHANNEL-EXIT.
007340     EXIT.
007350
007360 4150-CHECK-MEMBER-CHANNEL.
007370     MOVE GRP-MBR-ACCT-NBR (WS-MBR-IDX) TO WS-CHK-ACCT-NBR.
007380     PERFORM 4170-CHECK-ACCT-CHANNEL
007390         THRU 4170-CHECK-ACCT-CHANNEL-EXIT.
007400 4150-CHECK-MEMBER-CHANNEL-EXIT.
007410     EXIT.
007420
007430 4160-READ-DLVP-NEXT.
007440     READ SPCDLVP-FILE NEXT RECORD
007450         AT END
007460             MOVE 'Y' TO WS-DLVP-DONE-SW
007470             GO TO 4160-READ-DLVP-NEXT-EXIT
007480     END-READ.
007490     MOVE FD-SPCDLVP-DATA TO DSDS-SPCDLVP.
007500     IF DLVP-BANK-NBR NOT = WS-GRP-BANK-NBR
007510             OR DLVP-ACCT-NBR NOT = WS-CHK-ACCT-NBR
007520         MOVE 'Y' TO WS-DLVP-DONE-SW
007530         GO TO 4160-READ-DLVP-NEXT-EXIT
007540     END-IF.
007550     MOVE 'Y' TO WS-DLVP-ANY-SW.
007560     IF NOT DLVP-ELECTRONIC
007570         MOVE 'N' TO WS-MBR-ELEC-SW
007580         MOVE 'Y' TO WS-DLVP-DONE-SW
007590         GO TO 4160-READ-DLVP-NEXT-EXIT
007600     END-IF.
007610     IF WS-CHK-ACCT-NBR = WS-GRP-PRIMARY-ACCT
007620             AND WS-EST-DESTINATION = SPACES
007630         MOVE DLVP-DESTINATION TO WS-EST-DESTINATION
007640     END-IF.
007650 4160-READ-DLVP-NEXT-EXIT.
007660     EXIT.
007670
007680 4170-CHECK-ACCT-CHANNEL.
007690     MOVE 'Y' TO WS-MBR-ELEC-SW.
007700     MOVE 'N' TO WS-DLVP-ANY-SW.
007710     MOVE 'N' TO WS-DLVP-DONE-SW.
007720     MOVE WS-GRP-BANK-NBR TO FK-DLV-BANK-NBR.
007730     MOVE WS-CHK-ACCT-NBR TO FK-DLV-ACCT-NBR.
007740     MOVE ZERO            TO FK-DLV-SEQ-NBR.
007750     START SPCDLVP-FILE KEY IS NOT LESS THAN FK-SPCDLVP-KEY
007760         INVALID KEY
007770             MOVE 'Y' TO WS-DLVP-DONE-SW
007780     END-START.
007790     PERFORM 4160-READ-DLVP-NEXT
007800         THRU 4160-READ-DLVP-NEXT-EXIT
007810         UNTIL WS-DLVP-DONE-YES.
007820     IF WS-DLVP-ANY-NO
007830         MOVE 'N' TO WS-MBR-ELEC-SW
007840     END-IF.
007850     IF NOT WS-MBR-ELEC-YES
007860         MOVE 'N' TO WS-GROUP-ELEC-SW
007870     END-IF.
007880 4170-CHECK-ACCT-CHANNEL-EXIT.
007890     EXIT.
007900
007910*****************************************************************
007920*    THE PRINTED SUMMARY - A HEADING WITH THE YEAR, BANK AND     *
007930*    GROUP, THEN ONE SECTION PER MEMBER ACCOUNT WITH A LINE FOR  *
007940*    EACH MONTH THAT HAD A FEE AND THE ACCOUNT'S TOTAL, THEN THE *
007950*    YEAR'S TOTAL FOR THE WHOLE GROUP.                           *
007960*****************************************************************
007970 5000-PRINT-STATEMENT.
007980     PERFORM 5050-PRINT-HEADING
007990         THRU 5050-PRINT-HEADING-EXIT.
008000     PERFORM 5100-PRINT-MEMBER-SECTION
008010         THRU 5100-PRINT-MEMBER-SECTION-EXIT
008020         VARYING WS-MBR-IDX FROM 1 BY 1
008030         UNTIL WS-MBR-IDX > WS-LAST-MBR.
008040     MOVE '0' TO WS-PRT-CC.
008050     MOVE SPACES TO WS-PRT-TEXT.
008060     STRING 'TOTAL FOR ' SPC-FEE-YEAR-X ', ALL ACCOUNTS'
008070             DELIMITED BY SIZE
008080             INTO WS-PRT-TEXT.
008090     PERFORM 8000-WRITE-PRINT-LINE
008100         THRU 8000-WRITE-PRINT-LINE-EXIT.
008110     MOVE 'TOTAL'           TO WS-DTL-LABEL.
008120     MOVE WS-GRP-FEE-CNT    TO WS-AMT-FEE-CNT.
008130     MOVE WS-GRP-FEE-AMT    TO WS-AMT-FEE.
008140     MOVE WS-GRP-REFUND-AMT TO WS-AMT-REFUND.
008150     MOVE ' ' TO WS-PRT-CC.
008160     PERFORM 5150-PRINT-AMOUNT-LINE
008170         THRU 5150-PRINT-AMOUNT-LINE-EXIT.
008180     ADD 1 TO SPC-STMTS-PRINTED.
008190 5000-PRINT-STATEMENT-EXIT.
008200     EXIT.
008210
008220 5050-PRINT-HEADING.
008230     MOVE WS-GRP-BANK-NBR     TO WS-HDG-BANK-NBR.
008240     MOVE WS-GRP-ID           TO WS-HDG-GROUP-ID.
008250     MOVE WS-GRP-PRIMARY-ACCT TO WS-HDG-ACCT-NBR.
008260     IF WS-GRP-HOUSEHOLD
008270         MOVE 'HOUSEHOLD' TO WS-HDG-GROUP-LABEL
008280     ELSE
008290         MOVE 'ACCOUNT'   TO WS-HDG-GROUP-LABEL
008300     END-IF.
008310     MOVE '1' TO WS-PRT-CC.
008320     MOVE SPACES TO WS-PRT-TEXT.
008330     STRING 'SPECIAL STATEMENT FEE SUMMARY FOR ' SPC-FEE-YEAR-X
008340             '      BANK ' WS-HDG-BANK-NBR
008350             '   ' WS-HDG-GROUP-LABEL ' ' WS-HDG-GROUP-ID
008360             DELIMITED BY SIZE
008370             INTO WS-PRT-TEXT.
008380     PERFORM 8000-WRITE-PRINT-LINE
008390         THRU 8000-WRITE-PRINT-LINE-EXIT.
008400     MOVE WS-GRP-MBR-COUNT TO WS-HDG-COUNT.
008410     MOVE '0' TO WS-PRT-CC.
008420     MOVE SPACES TO WS-PRT-TEXT.
008430     STRING 'MAILED UNDER ACCOUNT ' WS-HDG-ACCT-NBR
008440             '   MEMBER ACCOUNTS ' WS-HDG-COUNT
008450             DELIMITED BY SIZE
008460             INTO WS-PRT-TEXT.
008470     PERFORM 8000-WRITE-PRINT-LINE
008480         THRU 8000-WRITE-PRINT-LINE-EXIT.
008490 5050-PRINT-HEADING-EXIT.
008500     EXIT.
008510
008520*****************************************************************
008530*    ONE MEMBER ACCOUNT'S SECTION - COLUMN HEADINGS, THE MONTHS  *
008540*    WITH FEES IN CALENDAR ORDER, AND THE ACCOUNT'S YEAR TOTAL.  *
008550*    THE EXCEPTION PAGE LISTS THE SAME SECTIONS FOR RESEARCH.    *
008560*****************************************************************
008570 5100-PRINT-MEMBER-SECTION.
008580     MOVE GRP-MBR-ACCT-NBR (WS-MBR-IDX) TO WS-HDG-ACCT-NBR.
008590     MOVE '0' TO WS-PRT-CC.
008600     MOVE SPACES TO WS-PRT-TEXT.
008610     STRING '  ACCOUNT ' WS-HDG-ACCT-NBR
008620             DELIMITED BY SIZE
008630             INTO WS-PRT-TEXT.
008640     PERFORM 8000-WRITE-PRINT-LINE
008650         THRU 8000-WRITE-PRINT-LINE-EXIT.
008660     MOVE ' ' TO WS-PRT-CC.
008670     MOVE SPACES TO WS-PRT-TEXT.
008680     STRING '      MONTH       FEES      CHARGED     REFUNDED'
008690             '           NET'
008700             DELIMITED BY SIZE
008710             INTO WS-PRT-TEXT.
008720     PERFORM 8000-WRITE-PRINT-LINE
008730         THRU 8000-WRITE-PRINT-LINE-EXIT.
008740     PERFORM 5110-PRINT-MONTH-LINE
008750         THRU 5110-PRINT-MONTH-LINE-EXIT
008760         VARYING WS-MON-IDX FROM 1 BY 1
008770         UNTIL WS-MON-IDX > 12.
008780     MOVE 'TOTAL' TO WS-DTL-LABEL.
008790     MOVE GRP-MBR-FEE-CNT (WS-MBR-IDX)    TO WS-AMT-FEE-CNT.
008800     MOVE GRP-MBR-FEE-AMT (WS-MBR-IDX)    TO WS-AMT-FEE.
008810     MOVE GRP-MBR-REFUND-AMT (WS-MBR-IDX) TO WS-AMT-REFUND.
008820     MOVE ' ' TO WS-PRT-CC.
008830     PERFORM 5150-PRINT-AMOUNT-LINE
008840         THRU 5150-PRINT-AMOUNT-LINE-EXIT.
008850 5100-PRINT-MEMBER-SECTION-EXIT.
008860     EXIT.
008870
008880 5110-PRINT-MONTH-LINE.
008890     IF GRP-MON-FEE-CNT (WS-MBR-IDX, WS-MON-IDX) = ZERO
008900         GO TO 5110-PRINT-MONTH-LINE-EXIT
008910     END-IF.
008920     PERFORM 5120-BUILD-MONTH-LABEL
008930         THRU 5120-BUILD-MONTH-LABEL-EXIT.
008940     MOVE GRP-MON-FEE-CNT (WS-MBR-IDX, WS-MON-IDX)
008950         TO WS-AMT-FEE-CNT.
008960     MOVE GRP-MON-FEE-AMT (WS-MBR-IDX, WS-MON-IDX)
008970         TO WS-AMT-FEE.
008980     MOVE GRP-MON-REFUND-AMT (WS-MBR-IDX, WS-MON-IDX)
008990         TO WS-AMT-REFUND.
009000     MOVE ' ' TO WS-PRT-CC.
009010     PERFORM 5150-PRINT-AMOUNT-LINE
009020         THRU 5150-PRINT-AMOUNT-LINE-EXIT.
009030 5110-PRINT-MONTH-LINE-EXIT.
009040     EXIT.
009050
009060 5120-BUILD-MONTH-LABEL.
009070     SET WS-MONTH-NBR TO WS-MON-IDX.
009080     MOVE SPACES TO WS-DTL-LABEL.
009090     STRING SPC-FEE-YEAR-X '-' WS-MONTH-X
009100             DELIMITED BY SIZE
009110             INTO WS-DTL-LABEL.
009120 5120-BUILD-MONTH-LABEL-EXIT.
009130     EXIT.
009140
009150*****************************************************************
009160*    ONE LINE OF FIGURES - LABEL, FEE COUNT, CHARGED, REFUNDED   *
009170*    AND NET - UNDER THE COLUMN HEADINGS.  THE CALLER SETS THE   *
009180*    CARRIAGE CONTROL, THE LABEL AND THE WS-AMT- FIELDS.         *
009190*****************************************************************
009200 5150-PRINT-AMOUNT-LINE.
009210     COMPUTE WS-AMT-NET = WS-AMT-FEE - WS-AMT-REFUND.
009220     MOVE WS-AMT-FEE-CNT TO WS-DTL-COUNT.
009230     MOVE WS-AMT-FEE     TO WS-DTL-FEE-AMT.
009240     MOVE WS-AMT-REFUND  TO WS-DTL-REFUND-AMT.
009250     MOVE WS-AMT-NET     TO WS-DTL-NET-AMT.
009260     MOVE SPACES TO WS-PRT-TEXT.
009270     STRING '      ' WS-DTL-LABEL
009280             '    ' WS-DTL-COUNT
009290             '   ' WS-DTL-FEE-AMT
009300             '   ' WS-DTL-REFUND-AMT
009310             '   ' WS-DTL-NET-AMT
009320             DELIMITED BY SIZE
009330             INTO WS-PRT-TEXT.
009340     PERFORM 8000-WRITE-PRINT-LINE
009350         THRU 8000-WRITE-PRINT-LINE-EXIT.
009360 5150-PRINT-AMOUNT-LINE-EXIT.
009370     EXIT.
009380
009390*****************************************************************
009400*    THE ELECTRONIC SIDE OF THE SPLIT - ONE 'H' RECORD WITH THE  *
009410*    DESTINATION AND THE GROUP'S YEAR TOTALS, THEN ONE 'D'       *
009420*    RECORD PER MEMBER ACCOUNT PER MONTH THAT HAD A FEE, THE     *
009430*    SAME FIGURES THE PRINTED SUMMARY WOULD HAVE SHOWN.          *
009440*****************************************************************
009450 5500-WRITE-ELECTRONIC.
009460     MOVE SPACES              TO DSDS-SPCYEFX.
009470     MOVE 'H'                 TO YEFX-REC-TYPE.
009480     MOVE WS-GRP-BANK-NBR     TO YEFX-BANK-NBR.
009490     MOVE WS-GRP-TYPE         TO YEFX-GROUP-TYPE.
009500     MOVE WS-GRP-ID           TO YEFX-GROUP-ID.
009510     MOVE SPC-FEE-YEAR        TO YEFX-FEE-YEAR.
009520     MOVE WS-GRP-PRIMARY-ACCT TO YEFX-PRIMARY-ACCT-NBR.
009530     MOVE WS-GRP-MBR-COUNT    TO YEFX-MEMBER-COUNT.
009540     MOVE WS-EST-DESTINATION  TO YEFX-DESTINATION.
009550     MOVE WS-GRP-FEE-CNT      TO YEFX-TOTAL-FEE-COUNT.
009560     MOVE WS-GRP-FEE-AMT      TO YEFX-TOTAL-FEE-AMOUNT.
009570     MOVE WS-GRP-REFUND-AMT   TO YEFX-TOTAL-REFUND-AMOUNT.
009580     COMPUTE YEFX-TOTAL-NET-AMOUNT =
009590         WS-GRP-FEE-AMT - WS-GRP-REFUND-AMT.
009600     PERFORM 5700-WRITE-YEFX-REC
009610         THRU 5700-WRITE-YEFX-REC-EXIT.
009620     PERFORM 5600-WRITE-EST-MEMBER
009630         THRU 5600-WRITE-EST-MEMBER-EXIT
009640         VARYING WS-MBR-IDX FROM 1 BY 1
009650         UNTIL WS-MBR-IDX > WS-LAST-MBR.
009660     ADD 1 TO SPC-STMTS-ELECTRONIC.
009670 5500-WRITE-ELECTRONIC-EXIT.
009680     EXIT.
009690
009700 5600-WRITE-EST-MEMBER.
009710     PERFORM 5610-WRITE-EST-MONTH
009720         THRU 5610-WRITE-EST-MONTH-EXIT
009730         VARYING WS-MON-IDX FROM 1 BY 1
009740         UNTIL WS-MON-IDX > 12.
009750 5600-WRITE-EST-MEMBER-EXIT.
009760     EXIT.
009770
009780 5610-WRITE-EST-MONTH.
009790     IF GRP-MON-FEE-CNT (WS-MBR-IDX, WS-MON-IDX) = ZERO
009800         GO TO 5610-WRITE-EST-MONTH-EXIT
009810     END-IF.
009820     PERFORM 5120-BUILD-MONTH-LABEL
009830         THRU 5120-BUILD-MONTH-LABEL-EXIT.
009840     MOVE SPACES              TO DSDS-SPCYEFX.
009850     MOVE 'D'                 TO YEFX-REC-TYPE.
009860     MOVE WS-GRP-BANK-NBR     TO YEFX-BANK-NBR.
009870     MOVE WS-GRP-TYPE         TO YEFX-GROUP-TYPE.
009880     MOVE WS-GRP-ID           TO YEFX-GROUP-ID.
009890     MOVE SPC-FEE-YEAR        TO YEFX-FEE-YEAR.
009900     MOVE GRP-MBR-ACCT-NBR (WS-MBR-IDX) TO YEFX-MEMBER-ACCT-NBR.
009910     MOVE WS-DTL-LABEL        TO YEFX-YEAR-MONTH.
009920     MOVE GRP-MON-FEE-CNT (WS-MBR-IDX, WS-MON-IDX)
009930         TO YEFX-FEE-COUNT.
009940     MOVE GRP-MON-FEE-AMT (WS-MBR-IDX, WS-MON-IDX)
009950         TO YEFX-FEE-AMOUNT.
009960     MOVE GRP-MON-REFUND-AMT (WS-MBR-IDX, WS-MON-IDX)
009970         TO YEFX-REFUND-AMOUNT.
009980     COMPUTE YEFX-NET-AMOUNT =
009990         GRP-MON-FEE-AMT (WS-MBR-IDX, WS-MON-IDX)
010000         - GRP-MON-REFUND-AMT (WS-MBR-IDX, WS-MON-IDX).
010010     PERFORM 5700-WRITE-YEFX-REC
010020         THRU 5700-WRITE-YEFX-REC-EXIT.
010030 5610-WRITE-EST-MONTH-EXIT.
010040     EXIT.
010050
010060 5700-WRITE-YEFX-REC.
010070     MOVE DSDS-SPCYEFX TO FD-SPCYEFX-REC.
010080     WRITE FD-SPCYEFX-REC.
010090     IF NOT WS-SPCYEFX-OK
010100         DISPLAY 'SPC340 - SPCYEFX WRITE FAILED, STATUS '
010110             WS-SPCYEFX-STATUS
010120         MOVE 'Y' TO WS-ABEND-SW
010130     END-IF.
010140 5700-WRITE-YEFX-REC-EXIT.
010150     EXIT.
010160
010170*****************************************************************
010180*    A HOUSEHOLD WITH MORE THAN 50 ACCOUNTS THAT HAD FEES IS     *
010190*    THROWN TO AN EXCEPTION PAGE - THE FIRST 50 ARE LISTED FOR   *
010200*    RESEARCH, BUT NOTHING FROM THE GROUP IS MAILED OR SENT.     *
010210*****************************************************************
010220 5800-PRINT-EXCEPTION-PAGE.
010230     MOVE WS-GRP-BANK-NBR  TO WS-HDG-BANK-NBR.
010240     MOVE WS-GRP-ID        TO WS-HDG-GROUP-ID.
010250     MOVE WS-GRP-MBR-COUNT TO WS-HDG-COUNT.
010260     MOVE '1' TO WS-PRT-CC.
010270     MOVE SPACES TO WS-PRT-TEXT.
010280     STRING '*** EXCEPTION - DO NOT MAIL ***  BANK '
010290             WS-HDG-BANK-NBR
010300             '   HOUSEHOLD ' WS-HDG-GROUP-ID
010310             DELIMITED BY SIZE
010320             INTO WS-PRT-TEXT.
010330     PERFORM 8000-WRITE-PRINT-LINE
010340         THRU 8000-WRITE-PRINT-LINE-EXIT.
010350     MOVE '0' TO WS-PRT-CC.
010360     MOVE SPACES TO WS-PRT-TEXT.
010370     STRING WS-HDG-COUNT ' MEMBER ACCOUNTS HAD FEES IN '
010380             SPC-FEE-YEAR-X ', MORE THAN THE 50 A SUMMARY CARRIES'
010390             DELIMITED BY SIZE
010400             INTO WS-PRT-TEXT.
010410     PERFORM 8000-WRITE-PRINT-LINE
010420         THRU 8000-WRITE-PRINT-LINE-EXIT.
010430     MOVE 50 TO WS-LAST-MBR.
010440     PERFORM 5100-PRINT-MEMBER-SECTION
010450         THRU 5100-PRINT-MEMBER-SECTION-EXIT
010460         VARYING WS-MBR-IDX FROM 1 BY 1
010470         UNTIL WS-MBR-IDX > WS-LAST-MBR.
010480     ADD 1 TO SPC-GROUPS-EXCEPTED.
010490 5800-PRINT-EXCEPTION-PAGE-EXIT.
010500     EXIT.
010510
010520*****************************************************************
010530*    THE TOTALS PAGE CLOSES THE PRINT FILE - PAPER, ELECTRONIC   *
010540*    AND EXCEPTION COUNTS THAT TOGETHER BALANCE TO THE GROUPS    *
010550*    BUILT, AND THE MONEY THAT WENT OUT ON THEM.                 *
010560*****************************************************************
010570 6000-PRINT-TOTALS-PAGE.
010580     MOVE '1' TO WS-PRT-CC.
010590     MOVE SPACES TO WS-PRT-TEXT.
010600     STRING 'YEAR-END FEE SUMMARY RUN TOTALS FOR ' SPC-FEE-YEAR-X
010610             DELIMITED BY SIZE
010620             INTO WS-PRT-TEXT.
010630     PERFORM 8000-WRITE-PRINT-LINE
010640         THRU 8000-WRITE-PRINT-LINE-EXIT.
010650     MOVE SPC-FEES-SELECTED TO WS-TOT-COUNT.
010660     MOVE '0' TO WS-PRT-CC.
010670     MOVE SPACES TO WS-PRT-TEXT.
010680     STRING 'FEES IN THE YEAR           ' WS-TOT-COUNT
010690             DELIMITED BY SIZE
010700             INTO WS-PRT-TEXT.
010710     PERFORM 8000-WRITE-PRINT-LINE
010720         THRU 8000-WRITE-PRINT-LINE-EXIT.
010730     MOVE SPC-GROUPS-BUILT TO WS-TOT-COUNT.
010740     MOVE ' ' TO WS-PRT-CC.
010750     MOVE SPACES TO WS-PRT-TEXT.
010760     STRING 'SUMMARY GROUPS BUILT       ' WS-TOT-COUNT
010770             DELIMITED BY SIZE
010780             INTO WS-PRT-TEXT.
010790     PERFORM 8000-WRITE-PRINT-LINE
010800         THRU 8000-WRITE-PRINT-LINE-EXIT.
010810     MOVE SPC-STMTS-PRINTED TO WS-TOT-COUNT.
010820     MOVE SPACES TO WS-PRT-TEXT.
010830     STRING 'PAPER SUMMARIES PRINTED    ' WS-TOT-COUNT
010840             DELIMITED BY SIZE
010850             INTO WS-PRT-TEXT.
010860     PERFORM 8000-WRITE-PRINT-LINE
010870         THRU 8000-WRITE-PRINT-LINE-EXIT.
010880     MOVE SPC-STMTS-ELECTRONIC TO WS-TOT-COUNT.
010890     MOVE SPACES TO WS-PRT-TEXT.
010900     STRING 'ELECTRONIC SUMMARIES FED   ' WS-TOT-COUNT
010910             DELIMITED BY SIZE
010920             INTO WS-PRT-TEXT.
010930     PERFORM 8000-WRITE-PRINT-LINE
010940         THRU 8000-WRITE-PRINT-LINE-EXIT.
010950     MOVE SPC-GROUPS-EXCEPTED TO WS-TOT-COUNT.
010960     MOVE SPACES TO WS-PRT-TEXT.
010970     STRING 'EXCEPTION GROUPS HELD BACK ' WS-TOT-COUNT
010980             DELIMITED BY SIZE
010990             INTO WS-PRT-TEXT.
011000     PERFORM 8000-WRITE-PRINT-LINE
011010         THRU 8000-WRITE-PRINT-LINE-EXIT.
011020     MOVE SPC-RUN-FEE-AMT TO WS-TOT-AMOUNT.
011030     MOVE '0' TO WS-PRT-CC.
011040     MOVE SPACES TO WS-PRT-TEXT.
011050     STRING 'FEES CHARGED        ' WS-TOT-AMOUNT
011060             DELIMITED BY SIZE
011070             INTO WS-PRT-TEXT.
011080     PERFORM 8000-WRITE-PRINT-LINE
011090         THRU 8000-WRITE-PRINT-LINE-EXIT.
011100     MOVE SPC-RUN-REFUND-AMT TO WS-TOT-AMOUNT.
011110     MOVE ' ' TO WS-PRT-CC.
011120     MOVE SPACES TO WS-PRT-TEXT.
011130     STRING 'FEES REFUNDED       ' WS-TOT-AMOUNT
011140             DELIMITED BY SIZE
011150             INTO WS-PRT-TEXT.
011160     PERFORM 8000-WRITE-PRINT-LINE
011170         THRU 8000-WRITE-PRINT-LINE-EXIT.
011180     COMPUTE WS-TOT-AMOUNT = SPC-RUN-FEE-AMT - SPC-RUN-REFUND-AMT.
011190     MOVE SPACES TO WS-PRT-TEXT.
011200     STRING 'NET FEES            ' WS-TOT-AMOUNT
011210             DELIMITED BY SIZE
011220             INTO WS-PRT-TEXT.
011230     PERFORM 8000-WRITE-PRINT-LINE
011240         THRU 8000-WRITE-PRINT-LINE-EXIT.
011250 6000-PRINT-TOTALS-PAGE-EXIT.
011260     EXIT.
011270
011280 8000-WRITE-PRINT-LINE.
011290     MOVE WS-PRINT-LINE TO FD-SPCYEPR-REC.
011300     WRITE FD-SPCYEPR-REC.
011310     IF NOT WS-SPCYEPR-OK
011320         DISPLAY 'SPC340 - SPCYEPR WRITE FAILED, STATUS '
011330             WS-SPCYEPR-STATUS
011340         MOVE 'Y' TO WS-ABEND-SW
011350     END-IF.
011360 8000-WRITE-PRINT-LINE-EXIT.
011370     EXIT.
011380
011390 9000-TERMINATE.
011400     CLOSE SPCFEEH-FILE.
011410     CLOSE SPCHHLD-FILE.
011420     CLOSE SPCDLVP-FILE.
011430     CLOSE SPCYEPR-FILE.
011440     CLOSE SPCYEFX-FILE.
011450     DISPLAY 'SPC340 - FEE HISTORY ROWS READ  ' SPC-FEEH-READ.
011460     DISPLAY 'SPC340 - FEES IN THE YEAR       ' SPC-FEES-SELECTED.
011470     DISPLAY 'SPC340 - FEES WITH BAD MONTH    '
011480         SPC-FEES-BAD-MONTH.
011490     DISPLAY 'SPC340 - ACCOUNTS IN HOUSEHOLDS '
011500         SPC-ACCTS-IN-HHLD.
011510     DISPLAY 'SPC340 - ACCOUNTS STANDING ALONE '
011520         SPC-ACCTS-ALONE.
011530     DISPLAY 'SPC340 - SUMMARY GROUPS BUILT   ' SPC-GROUPS-BUILT.
011540     DISPLAY 'SPC340 - SUMMARIES PRINTED      ' SPC-STMTS-PRINTED.
011550     DISPLAY 'SPC340 - ELECTRONIC FED         '
011560         SPC-STMTS-ELECTRONIC.
011570     DISPLAY 'SPC340 - E-GROUPS WITH NO DEST  ' SPC-ELEC-NO-DEST.
011580     DISPLAY 'SPC340 - HOUSEHOLDS NO PRIMARY  '
011590         SPC-HHLD-NO-PRIMARY.
011600     DISPLAY 'SPC340 - EXCEPTION GROUPS       '
011610         SPC-GROUPS-EXCEPTED.
011620     IF WS-ABEND-YES
011630         MOVE 16 TO RETURN-CODE
011640     END-IF.
011650 9000-TERMINATE-EXIT.
011660     EXIT.
