000180*                      DECODES IT - ON A CARRIAGE-CONTROL PRINT  *
000190*                      FILE.  THE PRINT SHOP STOPS HAND-         *
000200*                      MASSAGING THE RAW EXTRACT.                *
000210*    09/02/26   DW    DSDS.SPCCDTB IS NOW EFFECTIVE-DATED        *
000220*                      (CDTB-EFF-FROM-DATE/CDTB-EFF-TO-DATE ON   *
000230*                      THE KEY) - THE DECODE LOOKUP SELECTS THE  *
000240*                      ROW IN FORCE FOR THE GROUP'S STATEMENT    *
000250*                      DATE (COMB-END-DATE), SO A FEE CHANGE     *
000260*                      KEYED AHEAD NEVER PRINTS EARLY ON A       *
000270*                      MAILED STATEMENT.                         *
000280*    09/02/26   DW    OUTPUT NOW SPLITS BY DELIVERY CHANNEL -    *
000290*                      A HOUSEHOLD WHOSE EVERY MEMBER SCHEDULE   *
000300*                      PREFERS ELECTRONIC ON DSDS.SPCDLVP GOES   *
000310*                      TO THE E-STATEMENT EXTRACT (COPY          *
000320*                      SPCESTX) INSTEAD OF THE PRINT FILE; A     *
000330*                      MIXED OR UNLISTED HOUSEHOLD FALLS BACK    *
000340*                      TO PAPER.  A TOTALS PAGE NOW CLOSES THE   *
000350*                      PRINT FILE SO BOTH CHANNELS BALANCE TO    *
000360*                      THE SPCCOMB HEADER COUNT.                 *
000370*    09/02/26   DW    EACH MEMBER-ACCOUNT SECTION OF A PRINTED   *
000380*                      STATEMENT NOW LISTS THE ACCOUNT'S         *
000390*                      TRANSACTIONS FOR THE STATEMENT PERIOD     *
000400*                      FROM THE DEPOSIT SYSTEM'S NIGHTLY         *
000410*                      EXTRACT (COPY SPCTXNX), BRACKETED BY      *
000420*                      OPENING AND CLOSING BALANCE LINES.  AN    *
000430*                      ACCOUNT THE EXTRACT DOES NOT COVER FOR    *
000440*                      THE PERIOD PRINTS AN EXCEPTION NOTE       *
000450*                      INSTEAD OF A SILENTLY EMPTY STATEMENT.    *
000460*    10/15/26   DW    A PERCENT-TYPE CHARGE (CDTB-FEE-PERCENT)   *
000470*                      NOW SHOWS THE FEE IT COSTS THE MEMBER -   *
000480*                      ITS RATE TIMES THE ACCOUNT'S PERIOD-END   *
000490*                      OR AVERAGE DAILY BALANCE FOR THE          *
000500*                      STATEMENT PERIOD, PER CDTB-BAL-BASE - ON  *
000510*                      THE PRINTED LINE AND IN ESTX-FEE-AMOUNT,  *
000520*                      NOT THE RAW RATE.  AN ACCOUNT THE EXTRACT *
000530*                      DOES NOT COVER SHOWS A ZERO FEE AND IS    *
000540*                      COUNTED.                                  *
000550*    10/15/26   DW    WIDENED FD-SPCDLVP-DATA TO 76 BYTES FOR    *
000560*                      THE NEW BOUNCE AND RETURNED-MAIL COLUMNS  *
000570*                      (SEE SPC330).                             *
000580*    10/15/26   DW    A PERCENT-TYPE FEE NOW PRICES OVER THE     *
000590*                      SAME PERIOD SPC180 POSTS IT FOR - THE     *
000600*                      'B' RECORD'S COVERAGE START TO THE        *
000610*                      STATEMENT DATE, COVERED THROUGH THAT      *
000620*                      DATE - RATHER THAN OVER THE STATEMENT     *
000630*                      PERIOD ALONE.                             *
000640*****************************************************************
000650*****************************************************************
000660*    THE FILE ARRIVES IN THE BANK/HOUSEHOLD SEQUENCE SPC020'S    *
000670*    SORT PRODUCED, AND THAT ORDER IS PRESERVED HERE - IT IS     *
000680*    THE MAIL-SORT SEQUENCE THE COMBINED STATEMENTS POST UNDER.  *
000690*    EVERY GROUP'S DETAIL RECORDS ARE COUNTED AGAINST THE 'H'    *
000700*    RECORD'S COMB-MEMBER-COUNT BEFORE ANYTHING PRINTS: A        *
000710*    GROUP THAT DOES NOT BALANCE GOES TO AN EXCEPTION PAGE       *
000720*    INSTEAD OF MAILING A SHORT STATEMENT.                       *
000730*****************************************************************
000740 ENVIRONMENT DIVISION.
000750 CONFIGURATION SECTION.
000760 SOURCE-COMPUTER.   IBM-370.
000770 OBJECT-COMPUTER.   IBM-370.
000780 SPECIAL-NAMES.
000790     DECIMAL-POINT IS COMMA.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT SPCCOMB-FILE
000830         ASSIGN TO SPCCOMB
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-SPCCOMB-STATUS.
000860
000870     SELECT SPCCDTB-FILE
000880         ASSIGN TO SPCCDTB
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS FK-SPCCDTB-KEY
000920         FILE STATUS IS WS-SPCCDTB-STATUS.
000930
000940     SELECT SPCDLVP-FILE
000950         ASSIGN TO SPCDLVP
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS FK-SPCDLVP-KEY
000990         FILE STATUS IS WS-SPCDLVP-STATUS.
001000
001010     SELECT SPCPRNT-FILE
001020         ASSIGN TO SPCPRNT
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-SPCPRNT-STATUS.
001050
001060     SELECT SPCESTX-FILE
001070         ASSIGN TO SPCESTX
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-SPCESTX-STATUS.
001100
001110     SELECT SPCTXNX-FILE
001120         ASSIGN TO SPCTXNX
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS DYNAMIC
001150         RECORD KEY IS FK-SPCTXNX-KEY
001160         FILE STATUS IS WS-SPCTXNX-STATUS.
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  SPCCOMB-FILE.
001200 01  FD-SPCCOMB-REC              PIC X(35).
001210
001220 FD  SPCCDTB-FILE.
001230 01  FD-SPCCDTB-REC.
001240     05 FK-SPCCDTB-KEY.
001250         10 FK-CDTB-CHARGE-SW    PIC X(2).
001260         10 FK-CDTB-TRAN-CODE    PIC S9(3) USAGE COMP-3.
001270         10 FK-CDTB-EFF-FROM     PIC X(10).
001280     05 FD-SPCCDTB-DATA          PIC X(71).
001290
001300 FD  SPCDLVP-FILE.
001310 01  FD-SPCDLVP-REC.
001320     05 FK-SPCDLVP-KEY.
001330         10 FK-DLV-BANK-NBR      PIC S9(3) USAGE COMP-3.
001340         10 FK-DLV-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001350         10 FK-DLV-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001360     05 FD-SPCDLVP-DATA          PIC X(76).
001370
001380 FD  SPCPRNT-FILE.
001390 01  FD-SPCPRNT-REC              PIC X(133).
001400
001410 FD  SPCESTX-FILE.
001420 01  FD-SPCESTX-REC              PIC X(85).
001430
001440*****************************************************************
001450*    THE TRANSACTION EXTRACT AS LOADED TO ITS KEYED WORK FILE    *
001460*    - THE RECORD KEY SITS BEHIND THE ONE-BYTE RECORD TYPE,     *
001470*    SO A BALANCE RECORD AND ITS TRANSACTIONS BROWSE IN         *
001480*    BANK/ACCOUNT/POST-DATE/SEQ ORDER.                          *
001490*****************************************************************
001500 FD  SPCTXNX-FILE.
001510 01  FD-SPCTXNX-REC.
001520     05 FD-TXN-REC-TYPE          PIC X(1).
001530     05 FK-SPCTXNX-KEY.
001540         10 FK-TXN-BANK-NBR      PIC 9(3).
001550         10 FK-TXN-ACCT-NBR      PIC 9(9).
001560         10 FK-TXN-POST-DATE     PIC X(10).
001570         10 FK-TXN-SEQ-NBR       PIC 9(4).
001580     05 FD-SPCTXNX-DATA          PIC X(43).
001590
001600 WORKING-STORAGE SECTION.
001610 COPY SPCCOMB.
001620 COPY SPCCDTB.
001630 COPY SPCDLVP.
001640 COPY SPCESTX.
001650 COPY SPCTXNX.
001660
001670 01  WS-FILE-STATUSES.
001680     05 WS-SPCCOMB-STATUS        PIC X(2).
001690         88 WS-SPCCOMB-OK               VALUE '00'.
001700         88 WS-SPCCOMB-EOF              VALUE '10'.
001710     05 WS-SPCCDTB-STATUS        PIC X(2).
001720         88 WS-SPCCDTB-OK               VALUE '00'.
001730         88 WS-SPCCDTB-NOTFOUND         VALUE '23'.
001740     05 WS-SPCDLVP-STATUS        PIC X(2).
001750         88 WS-SPCDLVP-OK               VALUE '00'.
001760         88 WS-SPCDLVP-NOTFOUND         VALUE '23'.
001770     05 WS-SPCPRNT-STATUS        PIC X(2).
001780         88 WS-SPCPRNT-OK               VALUE '00'.
001790     05 WS-SPCESTX-STATUS        PIC X(2).
001800         88 WS-SPCESTX-OK               VALUE '00'.
001810     05 WS-SPCTXNX-STATUS        PIC X(2).
001820         88 WS-SPCTXNX-OK               VALUE '00'.
001830         88 WS-SPCTXNX-NOTFOUND         VALUE '23'.
001840
001850 01  WS-SWITCHES.
001860     05 WS-EOF-SW                PIC X(1)     VALUE 'N'.
001870         88 WS-EOF-YES                  VALUE 'Y'.
001880         88 WS-EOF-NO                   VALUE 'N'.
001890     05 WS-GROUP-OPEN-SW         PIC X(1)     VALUE 'N'.
001900         88 WS-GROUP-OPEN               VALUE 'Y'.
001910         88 WS-GROUP-CLOSED              VALUE 'N'.
001920     05 WS-DECODE-FOUND-SW       PIC X(1)     VALUE 'N'.
001930         88 WS-DECODE-FOUND             VALUE 'Y'.
001940     05 WS-CDTB-DONE-SW          PIC X(1)     VALUE 'N'.
001950         88 WS-CDTB-DONE-YES            VALUE 'Y'.
001960     05 WS-GROUP-ELEC-SW         PIC X(1)     VALUE 'N'.
001970         88 WS-GROUP-ELEC-YES           VALUE 'Y'.
001980         88 WS-GROUP-ELEC-NO            VALUE 'N'.
001990     05 WS-MBR-ELEC-SW           PIC X(1)     VALUE 'N'.
002000         88 WS-MBR-ELEC-YES             VALUE 'Y'.
002010     05 WS-DLVP-DONE-SW          PIC X(1)     VALUE 'N'.
002020         88 WS-DLVP-DONE-YES            VALUE 'Y'.
002030     05 WS-DLVP-ANY-SW           PIC X(1)     VALUE 'N'.
002040         88 WS-DLVP-ANY-YES             VALUE 'Y'.
002050         88 WS-DLVP-ANY-NO              VALUE 'N'.
002060     05 WS-TXN-DONE-SW           PIC X(1)     VALUE 'N'.
002070         88 WS-TXN-DONE-YES             VALUE 'Y'.
002080     05 WS-OPEN-PRINTED-SW       PIC X(1)     VALUE 'N'.
002090         88 WS-OPEN-PRINTED-YES         VALUE 'Y'.
002100     05 WS-BAL-FOUND-SW          PIC X(1)     VALUE 'N'.
002110         88 WS-BAL-FOUND                VALUE 'Y'.
002120     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
002130         88 WS-ABEND-YES                VALUE 'Y'.
002140         88 WS-ABEND-NO                 VALUE 'N'.
002150
002160 01  WS-COUNTERS.
002170     05 SPC-RECS-READ            PIC S9(7) COMP-3 VALUE ZERO.
002180     05 SPC-HEADERS-READ         PIC S9(7) COMP-3 VALUE ZERO.
002190     05 SPC-STMTS-PRINTED        PIC S9(7) COMP-3 VALUE ZERO.
002200     05 SPC-STMTS-ELECTRONIC     PIC S9(7) COMP-3 VALUE ZERO.
002210     05 SPC-GROUPS-EXCEPTED      PIC S9(7) COMP-3 VALUE ZERO.
002220     05 SPC-ORPHAN-DETAILS       PIC S9(7) COMP-3 VALUE ZERO.
002230     05 SPC-MBRS-UNDECODED       PIC S9(7) COMP-3 VALUE ZERO.
002240     05 SPC-TXNS-PRINTED         PIC S9(7) COMP-3 VALUE ZERO.
002250     05 SPC-NO-COVERAGE          PIC S9(7) COMP-3 VALUE ZERO.
002260     05 SPC-PCT-NO-BALANCE       PIC S9(7) COMP-3 VALUE ZERO.
002270
002280*****************************************************************
002290*    THE GROUP UNDER ASSEMBLY - HEADER COLUMNS PLUS UP TO 50     *
002300*    MEMBER DETAILS, THE SAME CAP SPC020 BUILDS GROUPS WITH.     *
002310*    NOTHING PRINTS UNTIL THE GROUP IS COMPLETE AND ITS DETAIL   *
002320*    COUNT BALANCES TO COMB-MEMBER-COUNT FROM THE 'H' RECORD.    *
002330*****************************************************************
002340 01  WS-GROUP-AREA.
002350     05 WS-GRP-BANK-NBR          PIC S9(3) COMP-3.
002360     05 WS-GRP-HOUSEHOLD-ID      PIC S9(9) COMP-3.
002370     05 WS-GRP-PRIMARY-ACCT      PIC S9(9) COMP-3.
002380     05 WS-GRP-START-DATE        PIC X(10).
002390     05 WS-GRP-END-DATE          PIC X(10).
002400     05 WS-GRP-HEADER-COUNT      PIC S9(3) COMP-3.
002410     05 WS-GRP-DETAIL-COUNT      PIC S9(3) COMP-3.
002420     05 WS-GRP-MEMBERS OCCURS 50 TIMES
002430                        INDEXED BY WS-MBR-IDX.
002440         10 GRP-MBR-ACCT-NBR     PIC S9(9) COMP-3.
002450         10 GRP-MBR-TRAN-CODE    PIC S9(3) COMP-3.
002460         10 GRP-MBR-CHARGE-SW    PIC X(2).
002470
002480*****************************************************************
002490*    EFFECTIVE-PERIOD SELECTION WORK FIELDS - THE BROWSE WALKS   *
002500*    THE CHARGE-SW/TRAN-CODE'S PERIODS IN EFF-FROM ORDER AND     *
002510*    HOLDS THE LAST ROW IN FORCE FOR WS-DECODE-DATE, THE SAME    *
002520*    SELECTION SPC080'S DECODE REPORT MAKES.                     *
002530*****************************************************************
002540 01  WS-DECODE-DATE              PIC X(10).
002550 01  WS-TGT-CHARGE-SW            PIC X(2).
002560 01  WS-TGT-TRAN-CODE            PIC S9(3) COMP-3.
002570 01  WS-CDTB-HOLD                PIC X(71).
002580
002590*****************************************************************
002600*    DELIVERY-CHANNEL WORK FIELDS - THE MEMBER UNDER CHECK AND   *
002610*    THE PRIMARY ACCOUNT'S E-DELIVERY DESTINATION, CAPTURED      *
002620*    WHILE THE GROUP'S SPCDLVP ROWS ARE WALKED.                  *
002630*****************************************************************
002640 01  WS-CHK-ACCT-NBR             PIC S9(9) COMP-3.
002650 01  WS-EST-DESTINATION          PIC X(40).
002660 01  WS-TOT-COUNT                PIC Z(6)9.
002670
002680*****************************************************************
002690*    TRANSACTION-ACTIVITY WORK FIELDS - THE MEMBER ACCOUNT       *
002700*    UNDER PRINT AND ITS RUNNING BALANCE, CARRIED FROM THE 'B'   *
002710*    RECORD'S OPENING BALANCE THROUGH EVERY TRANSACTION UP TO    *
002720*    THE STATEMENT PERIOD END.                                   *
002730*****************************************************************
002740 01  WS-ACT-ACCT-NBR             PIC S9(9) COMP-3.
002750 01  WS-RUN-BAL                  PIC S9(8)V99 COMP-3.
002760 01  WS-ACT-AMT                  PIC Z(6)9,99.
002770 01  WS-ACT-BAL                  PIC +Z(7)9,99.
002780
002790*****************************************************************
002800*    PERCENT-FEE WORK FIELDS - THE MEMBER'S BALANCE BASE OVER    *
002810*    THE STATEMENT PERIOD (ITS CLOSING BALANCE, AND THE SUM OF   *
002820*    END-OF-DAY BALANCES THE AVERAGE DAILY BALANCE IS TAKEN      *
002830*    FROM) AND THE FEE IT PRICES TO.  DATES GO THROUGH THE       *
002840*    INTEGER DATE FUNCTIONS AS IN SPC010.                        *
002850*****************************************************************
002860 01  WS-PCT-FEE-AMOUNT           PIC S9(7)V99 COMP-3.
002870 01  WS-BAL-END                  PIC S9(9)V99 COMP-3.
002880 01  WS-BAL-AVG                  PIC S9(9)V99 COMP-3.
002890 01  WS-BAL-BASE                 PIC S9(9)V99 COMP-3.
002900 01  WS-BAL-DAY-SUM              PIC S9(13)V99 COMP-3.
002910 01  WS-BAL-FROM-INT             PIC S9(9) COMP-3.
002920 01  WS-BAL-TO-INT               PIC S9(9) COMP-3.
002930 01  WS-BAL-LAST-INT             PIC S9(9) COMP-3.
002940 01  WS-DATE-INTEGER             PIC S9(9) COMP-3.
002950 01  WS-BAL-DATE.
002960     05 WS-BDT-YYYY              PIC 9(4).
002970     05 FILLER                   PIC X.
002980     05 WS-BDT-MM                PIC 9(2).
002990     05 FILLER                   PIC X.
003000     05 WS-BDT-DD                PIC 9(2).
003010 01  WS-YYYYMMDD                 PIC 9(8).
003020 01  WS-YYYYMMDD-X REDEFINES WS-YYYYMMDD.
003030     05 WS-YMD-YYYY              PIC 9(4).
003040     05 WS-YMD-MM                PIC 9(2).
003050     05 WS-YMD-DD                PIC 9(2).
003060
003070 01  WS-PRINT-LINE.
003080     05 WS-PRT-CC                PIC X(1).
003090     05 WS-PRT-TEXT              PIC X(132).
003100
003110 01  WS-HEADING-FIELDS.
003120     05 WS-HDG-BANK-NBR          PIC ZZ9.
003130     05 WS-HDG-HOUSEHOLD-ID      PIC Z(8)9.
003140     05 WS-HDG-ACCT-NBR          PIC Z(8)9.
003150     05 WS-HDG-COUNT             PIC ZZ9.
003160     05 WS-HDG-EXPECTED          PIC ZZ9.
003170
003180 01  WS-DETAIL-FIELDS.
003190     05 WS-DTL-ACCT-NBR          PIC Z(8)9.
003200     05 WS-DTL-TRAN-CODE         PIC ZZ9.
003210     05 WS-DTL-CHARGE-SW         PIC X(2).
003220     05 WS-DTL-DESCRIPTION       PIC X(40).
003230     05 WS-DTL-FEE-AMOUNT        PIC Z(6)9,99.
003240
003250 PROCEDURE DIVISION.
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE
003280         THRU 1000-INITIALIZE-EXIT.
003290     IF WS-ABEND-NO
003300         PERFORM 2000-PROCESS-COMB
003310             THRU 2000-PROCESS-COMB-EXIT
003320             UNTIL WS-EOF-YES
003330         IF WS-GROUP-OPEN
003340             PERFORM 3000-FINISH-GROUP
003350                 THRU 3000-FINISH-GROUP-EXIT
003360         END-IF
003370         PERFORM 6000-PRINT-TOTALS-PAGE
003380             THRU 6000-PRINT-TOTALS-PAGE-EXIT
003390     END-IF.
003400     PERFORM 9000-TERMINATE
003410         THRU 9000-TERMINATE-EXIT.
003420     GOBACK.
003430
003440 1000-INITIALIZE.
003450     OPEN INPUT SPCCOMB-FILE.
003460     IF NOT WS-SPCCOMB-OK
003470         DISPLAY 'SPC150 - SPCCOMB OPEN FAILED, STATUS '
003480             WS-SPCCOMB-STATUS
003490         MOVE 'Y' TO WS-ABEND-SW
003500         GO TO 1000-INITIALIZE-EXIT
003510     END-IF.
003520     OPEN INPUT SPCCDTB-FILE.
003530     IF NOT WS-SPCCDTB-OK
003540         DISPLAY 'SPC150 - SPCCDTB OPEN FAILED, STATUS '
003550             WS-SPCCDTB-STATUS
003560         MOVE 'Y' TO WS-ABEND-SW
003570         GO TO 1000-INITIALIZE-EXIT
003580     END-IF.
003590     OPEN INPUT SPCDLVP-FILE.
003600     IF NOT WS-SPCDLVP-OK
003610         DISPLAY 'SPC150 - SPCDLVP OPEN FAILED, STATUS '
003620             WS-SPCDLVP-STATUS
003630         MOVE 'Y' TO WS-ABEND-SW
003640         GO TO 1000-INITIALIZE-EXIT
003650     END-IF.
003660     OPEN OUTPUT SPCPRNT-FILE.
003670     IF NOT WS-SPCPRNT-OK
003680         DISPLAY 'SPC150 - SPCPRNT OPEN FAILED, STATUS '
003690             WS-SPCPRNT-STATUS
003700         MOVE 'Y' TO WS-ABEND-SW
003710         GO TO 1000-INITIALIZE-EXIT
003720     END-IF.
003730     OPEN OUTPUT SPCESTX-FILE.
003740     IF NOT WS-SPCESTX-OK
003750         DISPLAY 'SPC150 - SPCESTX OPEN FAILED, STATUS '
003760             WS-SPCESTX-STATUS
003770         MOVE 'Y' TO WS-ABEND-SW
003780         GO TO 1000-INITIALIZE-EXIT
003790     END-IF.
003800     OPEN INPUT SPCTXNX-FILE.
003810     IF NOT WS-SPCTXNX-OK
003820         DISPLAY 'SPC150 - SPCTXNX OPEN FAILED, STATUS '
003830             WS-SPCTXNX-STATUS
003840         MOVE 'Y' TO WS-ABEND-SW
003850     END-IF.
003860 1000-INITIALIZE-EXIT.
003870     EXIT.
003880
003890 2000-PROCESS-COMB.
003900     READ SPCCOMB-FILE NEXT RECORD
003910         AT END
003920             MOVE 'Y' TO WS-EOF-SW
003930             GO TO 2000-PROCESS-COMB-EXIT
003940     END-READ.
003950     ADD 1 TO SPC-RECS-READ.
003960     MOVE FD-SPCCOMB-REC TO DSDS-SPCCOMB.
003970     EVALUATE TRUE
003980         WHEN COMB-IS-HEADER
003990             ADD 1 TO SPC-HEADERS-READ
004000             IF WS-GROUP-OPEN
004010                 PERFORM 3000-FINISH-GROUP
004020                     THRU 3000-FINISH-GROUP-EXIT
004030             END-IF
004040             PERFORM 2100-START-GROUP
004050                 THRU 2100-START-GROUP-EXIT
004060         WHEN COMB-IS-DETAIL
004070             PERFORM 2200-STASH-DETAIL
004080                 THRU 2200-STASH-DETAIL-EXIT
004090         WHEN OTHER
004100             DISPLAY 'SPC150 - UNRECOGNIZED RECORD TYPE '
004110                 COMB-REC-TYPE ' SKIPPED'
004120     END-EVALUATE.
004130 2000-PROCESS-COMB-EXIT.
004140     EXIT.
004150
004160 2100-START-GROUP.
004170     MOVE 'Y' TO WS-GROUP-OPEN-SW.
004180     MOVE COMB-BANK-NBR         TO WS-GRP-BANK-NBR.
004190     MOVE COMB-HOUSEHOLD-ID     TO WS-GRP-HOUSEHOLD-ID.
004200     MOVE COMB-PRIMARY-ACCT-NBR TO WS-GRP-PRIMARY-ACCT.
004210     MOVE COMB-START-DATE       TO WS-GRP-START-DATE.
004220     MOVE COMB-END-DATE         TO WS-GRP-END-DATE.
004230     MOVE COMB-MEMBER-COUNT     TO WS-GRP-HEADER-COUNT.
004240     MOVE ZERO                  TO WS-GRP-DETAIL-COUNT.
004250 2100-START-GROUP-EXIT.
004260     EXIT.
004270
004280*****************************************************************
004290*    A DETAIL WITH NO OPEN GROUP MEANS THE FILE IS DAMAGED -     *
004300*    IT IS COUNTED AND REPORTED, NEVER SILENTLY MAILED.          *
004310*****************************************************************
004320 2200-STASH-DETAIL.
004330     IF WS-GROUP-CLOSED
004340         ADD 1 TO SPC-ORPHAN-DETAILS
004350         DISPLAY 'SPC150 - DETAIL WITHOUT HEADER FOR BANK '
004360             COMB-BANK-NBR ' HOUSEHOLD ' COMB-HOUSEHOLD-ID
004370         GO TO 2200-STASH-DETAIL-EXIT
004380     END-IF.
004390     IF WS-GRP-DETAIL-COUNT < 50
004400         ADD 1 TO WS-GRP-DETAIL-COUNT
004410         SET WS-MBR-IDX TO WS-GRP-DETAIL-COUNT
004420         MOVE COMB-MEMBER-ACCT-NBR
004430             TO GRP-MBR-ACCT-NBR (WS-MBR-IDX)
004440         MOVE COMB-MEMBER-TRAN-CODE
004450             TO GRP-MBR-TRAN-CODE (WS-MBR-IDX)
004460         MOVE COMB-MEMBER-CHARGE-SW
004470             TO GRP-MBR-CHARGE-SW (WS-MBR-IDX)
004480     ELSE
004490         ADD 1 TO WS-GRP-DETAIL-COUNT
004500         DISPLAY 'SPC150 - HOUSEHOLD ' WS-GRP-HOUSEHOLD-ID
004510             ' EXCEEDS 50 MEMBER DETAILS'
004520     END-IF.
004530 2200-STASH-DETAIL-EXIT.
004540     EXIT.
004550
004560*****************************************************************
004570*    THE GROUP IS COMPLETE - BALANCE THE DETAILS COLLECTED       *
004580*    AGAINST THE HEADER'S MEMBER COUNT, THEN ROUTE A CLEAN       *
004590*    GROUP TO ITS DELIVERY CHANNEL (PAPER PRINT OR THE          *
004600*    E-STATEMENT EXTRACT) OR AN UNBALANCED ONE TO THE            *
004610*    EXCEPTION PAGE.                                             *
004620*****************************************************************
004630 3000-FINISH-GROUP.
004640     MOVE 'N' TO WS-GROUP-OPEN-SW.
004650     IF WS-GRP-DETAIL-COUNT = WS-GRP-HEADER-COUNT
004660         PERFORM 3100-SET-GROUP-CHANNEL
004670             THRU 3100-SET-GROUP-CHANNEL-EXIT
004680         IF WS-GROUP-ELEC-YES
004690             PERFORM 4500-WRITE-ESTMT-GROUP
004700                 THRU 4500-WRITE-ESTMT-GROUP-EXIT
004710         ELSE
004720             PERFORM 4000-PRINT-STATEMENT
004730                 THRU 4000-PRINT-STATEMENT-EXIT
004740         END-IF
004750     ELSE
004760         PERFORM 5000-PRINT-EXCEPTION-PAGE
004770             THRU 5000-PRINT-EXCEPTION-PAGE-EXIT
004780     END-IF.
004790 3000-FINISH-GROUP-EXIT.
004800     EXIT.
004810
004820*****************************************************************
004830*    THE GROUP IS ELECTRONIC ONLY WHEN EVERY MEMBER ACCOUNT      *
004840*    HAS AT LEAST ONE DSDS.SPCDLVP ROW AND ALL ITS ROWS SAY      *
004850*    'E' - ONE PAPER OR UNLISTED MEMBER PULLS THE WHOLE          *
004860*    HOUSEHOLD BACK TO PAPER SO NO SECTION GOES MISSING.  THE    *
004870*    PRIMARY ACCOUNT'S FIRST DESTINATION RIDES ALONG FOR THE     *
004880*    EXTRACT HEADER.                                             *
004890*****************************************************************
004900 3100-SET-GROUP-CHANNEL.
004910     MOVE 'Y'    TO WS-GROUP-ELEC-SW.
004920     MOVE SPACES TO WS-EST-DESTINATION.
004930     PERFORM 3150-CHECK-MEMBER-CHANNEL
004940         THRU 3150-CHECK-MEMBER-CHANNEL-EXIT
004950         VARYING WS-MBR-IDX FROM 1 BY 1
004960         UNTIL WS-MBR-IDX > WS-GRP-DETAIL-COUNT
004970             OR WS-GROUP-ELEC-NO.
004980 3100-SET-GROUP-CHANNEL-EXIT.
004990     EXIT.
005000
005010 3150-CHECK-MEMBER-CHANNEL.
005020     MOVE 'Y' TO WS-MBR-ELEC-SW.
005030     MOVE 'N' TO WS-DLVP-ANY-SW.
005040     MOVE 'N' TO WS-DLVP-DONE-SW.
005050     MOVE GRP-MBR-ACCT-NBR (WS-MBR-IDX) TO WS-CHK-ACCT-NBR.
005060     MOVE WS-GRP-BANK-NBR TO FK-DLV-BANK-NBR.
005070     MOVE WS-CHK-ACCT-NBR TO FK-DLV-ACCT-NBR.
005080     MOVE ZERO            TO FK-DLV-SEQ-NBR.
005090     START SPCDLVP-FILE KEY IS NOT LESS THAN FK-SPCDLVP-KEY
005100         INVALID KEY
005110             MOVE 'Y' TO WS-DLVP-DONE-SW
005120     END-START.
005130     PERFORM 3160-READ-DLVP-NEXT
005140         THRU 3160-READ-DLVP-NEXT-EXIT
005150         UNTIL WS-DLVP-DONE-YES.
005160     IF WS-DLVP-ANY-NO
005170         MOVE 'N' TO WS-MBR-ELEC-SW
005180     END-IF.
005190     IF NOT WS-MBR-ELEC-YES
005200         MOVE 'N' TO WS-GROUP-ELEC-SW
005210     END-IF.
005220 3150-CHECK-MEMBER-CHANNEL-EXIT.
005230     EXIT.
005240
005250 3160-READ-DLVP-NEXT.
005260     READ SPCDLVP-FILE NEXT RECORD
005270         AT END
005280             MOVE 'Y' TO WS-DLVP-DONE-SW
005290             GO TO 3160-READ-DLVP-NEXT-EXIT
005300     END-READ.
005310     MOVE FD-SPCDLVP-DATA TO DSDS-SPCDLVP.
005320     IF DLVP-BANK-NBR NOT = WS-GRP-BANK-NBR
005330             OR DLVP-ACCT-NBR NOT = WS-CHK-ACCT-NBR
005340         MOVE 'Y' TO WS-DLVP-DONE-SW
005350         GO TO 3160-READ-DLVP-NEXT-EXIT
005360     END-IF.
005370     MOVE 'Y' TO WS-DLVP-ANY-SW.
005380     IF NOT DLVP-ELECTRONIC
005390         MOVE 'N' TO WS-MBR-ELEC-SW
005400         MOVE 'Y' TO WS-DLVP-DONE-SW
005410         GO TO 3160-READ-DLVP-NEXT-EXIT
005420     END-IF.
005430     IF WS-CHK-ACCT-NBR = WS-GRP-PRIMARY-ACCT
005440             AND WS-EST-DESTINATION = SPACES
005450         MOVE DLVP-DESTINATION TO WS-EST-DESTINATION
005460     END-IF.
005470 3160-READ-DLVP-NEXT-EXIT.
005480     EXIT.
005490
005500 4000-PRINT-STATEMENT.
005510     MOVE WS-GRP-BANK-NBR     TO WS-HDG-BANK-NBR.
005520     MOVE WS-GRP-HOUSEHOLD-ID TO WS-HDG-HOUSEHOLD-ID.
005530     MOVE WS-GRP-PRIMARY-ACCT TO WS-HDG-ACCT-NBR.
005540     MOVE '1' TO WS-PRT-CC.
005550     MOVE SPACES TO WS-PRT-TEXT.
005560     STRING 'COMBINED SPECIAL STATEMENT      BANK '
005570             WS-HDG-BANK-NBR
005580             '   HOUSEHOLD ' WS-HDG-HOUSEHOLD-ID
005590             DELIMITED BY SIZE
005600             INTO WS-PRT-TEXT.
005610     PERFORM 8000-WRITE-PRINT-LINE
005620         THRU 8000-WRITE-PRINT-LINE-EXIT.
005630     MOVE '0' TO WS-PRT-CC.
005640     MOVE SPACES TO WS-PRT-TEXT.
005650     STRING 'MAILED UNDER ACCOUNT ' WS-HDG-ACCT-NBR
005660             '   PERIOD ' WS-GRP-START-DATE
005670             ' THRU ' WS-GRP-END-DATE
005680             DELIMITED BY SIZE
005690             INTO WS-PRT-TEXT.
005700     PERFORM 8000-WRITE-PRINT-LINE
005710         THRU 8000-WRITE-PRINT-LINE-EXIT.
005720     PERFORM 4110-PRINT-MEMBER-SECTION
005730         THRU 4110-PRINT-MEMBER-SECTION-EXIT
005740         VARYING WS-MBR-IDX FROM 1 BY 1
005750         UNTIL WS-MBR-IDX > WS-GRP-DETAIL-COUNT.
005760     MOVE WS-GRP-DETAIL-COUNT TO WS-HDG-COUNT.
005770     MOVE '0' TO WS-PRT-CC.
005780     MOVE SPACES TO WS-PRT-TEXT.
005790     STRING 'MEMBER ACCOUNTS THIS STATEMENT ' WS-HDG-COUNT
005800             DELIMITED BY SIZE
005810             INTO WS-PRT-TEXT.
005820     PERFORM 8000-WRITE-PRINT-LINE
005830         THRU 8000-WRITE-PRINT-LINE-EXIT.
005840     ADD 1 TO SPC-STMTS-PRINTED.
005850 4000-PRINT-STATEMENT-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890*    ONE SECTION PER MEMBER ACCOUNT - THE CHARGE SWITCH IS       *
005900*    DECODED TO ITS PLAIN-ENGLISH DESCRIPTION AND FEE AMOUNT     *
005910*    THROUGH DSDS.SPCCDTB; A PERCENT-TYPE CHARGE SHOWS THE FEE   *
005920*    ITS RATE COMES TO ON THE ACCOUNT'S BALANCE FOR THE PERIOD.  *
005930*    A SWITCH WITH NO TABLE ENTRY IS FLAGGED ON THE STATEMENT    *
005940*    LINE, NOT DROPPED, THE SAME CHOICE SPC080 MAKES ON ITS      *
005950*    DECODE REPORT.                                              *
005960*****************************************************************
005970 4100-PRINT-ONE-MEMBER.
005980     MOVE GRP-MBR-ACCT-NBR (WS-MBR-IDX)  TO WS-DTL-ACCT-NBR.
005990     MOVE GRP-MBR-TRAN-CODE (WS-MBR-IDX) TO WS-DTL-TRAN-CODE.
006000     MOVE GRP-MBR-CHARGE-SW (WS-MBR-IDX) TO WS-DTL-CHARGE-SW.
006010     PERFORM 4200-LOOKUP-DECODE
006020         THRU 4200-LOOKUP-DECODE-EXIT.
006030     IF WS-DECODE-FOUND
006040         MOVE CDTB-DESCRIPTION TO WS-DTL-DESCRIPTION
006050         MOVE CDTB-FEE-AMOUNT  TO WS-DTL-FEE-AMOUNT
006060     ELSE
006070         MOVE 'NO CODE TABLE ENTRY ON FILE FOR THIS SWITCH'
006080             TO WS-DTL-DESCRIPTION
006090         MOVE ZERO TO WS-DTL-FEE-AMOUNT
006100         ADD 1 TO SPC-MBRS-UNDECODED
006110     END-IF.
006120     IF WS-DECODE-FOUND AND CDTB-FEE-PERCENT
006130         PERFORM 4400-PRICE-PERCENT-FEE
006140             THRU 4400-PRICE-PERCENT-FEE-EXIT
006150         MOVE WS-PCT-FEE-AMOUNT TO WS-DTL-FEE-AMOUNT
006160     END-IF.
006170     MOVE ' ' TO WS-PRT-CC.
006180     MOVE SPACES TO WS-PRT-TEXT.
006190     STRING '  ACCT ' WS-DTL-ACCT-NBR
006200             '  TRAN ' WS-DTL-TRAN-CODE
006210             '  ' WS-DTL-CHARGE-SW
006220             ' - ' WS-DTL-DESCRIPTION
006230             '  FEE ' WS-DTL-FEE-AMOUNT
006240             DELIMITED BY SIZE
006250             INTO WS-PRT-TEXT.
006260     PERFORM 8000-WRITE-PRINT-LINE
006270         THRU 8000-WRITE-PRINT-LINE-EXIT.
006280 4100-PRINT-ONE-MEMBER-EXIT.
006290     EXIT.
006300
006310*****************************************************************
006320*    ONE FULL MEMBER SECTION OF A MAILED STATEMENT - THE         *
006330*    CHARGE/FEE LINE, THEN THE ACCOUNT'S TRANSACTION ACTIVITY    *
006340*    FOR THE PERIOD.  THE EXCEPTION PAGE KEEPS CALLING           *
006350*    4100-PRINT-ONE-MEMBER DIRECTLY - A GROUP HELD FOR           *
006360*    RESEARCH DOES NOT NEED ITS ACTIVITY SPELLED OUT.            *
006370*****************************************************************
006380 4110-PRINT-MEMBER-SECTION.
006390     PERFORM 4100-PRINT-ONE-MEMBER
006400         THRU 4100-PRINT-ONE-MEMBER-EXIT.
006410     PERFORM 4300-PRINT-ACTIVITY
006420         THRU 4300-PRINT-ACTIVITY-EXIT.
006430 4110-PRINT-MEMBER-SECTION-EXIT.
006440     EXIT.
006450
006460*****************************************************************
006470*    THE MEMBER ACCOUNT'S ACTIVITY FOR COMB-START-DATE THRU      *
006480*    COMB-END-DATE, FROM THE KEYED TRANSACTION WORK FILE.  THE   *
006490*    ACCOUNT'S 'B' RECORD MUST COVER THE WHOLE PERIOD OR AN      *
006500*    EXCEPTION NOTE PRINTS INSTEAD.  TRANSACTIONS POSTED         *
006510*    BEFORE THE PERIOD ROLL THE OPENING BALANCE FORWARD FROM     *
006520*    THE COVERAGE START; TRANSACTIONS INSIDE THE PERIOD PRINT    *
006530*    AND ROLL THE CLOSING BALANCE.                               *
006540*****************************************************************
006550 4300-PRINT-ACTIVITY.
006560     MOVE 'N' TO WS-TXN-DONE-SW.
006570     MOVE 'N' TO WS-OPEN-PRINTED-SW.
006580     MOVE ZERO TO WS-RUN-BAL.
006590     MOVE GRP-MBR-ACCT-NBR (WS-MBR-IDX) TO WS-ACT-ACCT-NBR.
006600     MOVE WS-GRP-BANK-NBR TO FK-TXN-BANK-NBR.
006610     MOVE WS-ACT-ACCT-NBR TO FK-TXN-ACCT-NBR.
006620     MOVE LOW-VALUES      TO FK-TXN-POST-DATE.
006630     MOVE ZERO            TO FK-TXN-SEQ-NBR.
006640     START SPCTXNX-FILE KEY IS NOT LESS THAN FK-SPCTXNX-KEY
006650         INVALID KEY
006660             MOVE 'Y' TO WS-TXN-DONE-SW
006670     END-START.
006680     IF NOT WS-TXN-DONE-YES
006690         PERFORM 4310-READ-TXN-NEXT
006700             THRU 4310-READ-TXN-NEXT-EXIT
006710     END-IF.
006720     IF WS-TXN-DONE-YES
006730             OR NOT TXN-IS-BALANCE
006740             OR TXN-POST-DATE > WS-GRP-START-DATE
006750             OR TXN-COVER-TO < WS-GRP-END-DATE
006760         PERFORM 4350-PRINT-NO-COVERAGE
006770             THRU 4350-PRINT-NO-COVERAGE-EXIT
006780         GO TO 4300-PRINT-ACTIVITY-EXIT
006790     END-IF.
006800     MOVE TXN-AMOUNT TO WS-RUN-BAL.
006810     PERFORM 4320-PROCESS-ONE-TXN
006820         THRU 4320-PROCESS-ONE-TXN-EXIT
006830         UNTIL WS-TXN-DONE-YES.
006840     IF NOT WS-OPEN-PRINTED-YES
006850         PERFORM 4340-PRINT-OPENING-LINE
006860             THRU 4340-PRINT-OPENING-LINE-EXIT
006870     END-IF.
006880     MOVE WS-RUN-BAL TO WS-ACT-BAL.
006890     MOVE ' ' TO WS-PRT-CC.
006900     MOVE SPACES TO WS-PRT-TEXT.
006910     STRING '      CLOSING BALANCE ' WS-GRP-END-DATE
006920             '  ' WS-ACT-BAL
006930             DELIMITED BY SIZE
006940             INTO WS-PRT-TEXT.
006950     PERFORM 8000-WRITE-PRINT-LINE
006960         THRU 8000-WRITE-PRINT-LINE-EXIT.
006970 4300-PRINT-ACTIVITY-EXIT.
006980     EXIT.
006990
007000 4310-READ-TXN-NEXT.
007010     READ SPCTXNX-FILE NEXT RECORD
007020         AT END
007030             MOVE 'Y' TO WS-TXN-DONE-SW
007040             GO TO 4310-READ-TXN-NEXT-EXIT
007050     END-READ.
007060     MOVE FD-SPCTXNX-REC TO DSDS-SPCTXNX.
007070     IF TXN-BANK-NBR NOT = WS-GRP-BANK-NBR
007080             OR TXN-ACCT-NBR NOT = WS-ACT-ACCT-NBR
007090         MOVE 'Y' TO WS-TXN-DONE-SW
007100     END-IF.
007110 4310-READ-TXN-NEXT-EXIT.
007120     EXIT.
007130
007140 4320-PROCESS-ONE-TXN.
007150     PERFORM 4310-READ-TXN-NEXT
007160         THRU 4310-READ-TXN-NEXT-EXIT.
007170     IF WS-TXN-DONE-YES
007180         GO TO 4320-PROCESS-ONE-TXN-EXIT
007190     END-IF.
007200     IF TXN-POST-DATE > WS-GRP-END-DATE
007210         MOVE 'Y' TO WS-TXN-DONE-SW
007220         GO TO 4320-PROCESS-ONE-TXN-EXIT
007230     END-IF.
007240     IF NOT TXN-IS-DETAIL
007250         GO TO 4320-PROCESS-ONE-TXN-EXIT
007260     END-IF.
007270     IF TXN-POST-DATE < WS-GRP-START-DATE
007280         PERFORM 4330-APPLY-TXN
007290             THRU 4330-APPLY-TXN-EXIT
007300         GO TO 4320-PROCESS-ONE-TXN-EXIT
007310     END-IF.
007320     IF NOT WS-OPEN-PRINTED-YES
007330         PERFORM 4340-PRINT-OPENING-LINE
007340             THRU 4340-PRINT-OPENING-LINE-EXIT
007350     END-IF.
007360     MOVE TXN-AMOUNT TO WS-ACT-AMT.
007370     MOVE ' ' TO WS-PRT-CC.
007380     MOVE SPACES TO WS-PRT-TEXT.
007390     STRING '      ' TXN-POST-DATE
007400             '  ' TXN-DR-CR-SW
007410             '  ' WS-ACT-AMT
007420             '  ' TXN-DESCRIPTION
007430             DELIMITED BY SIZE
007440             INTO WS-PRT-TEXT.
007450     PERFORM 8000-WRITE-PRINT-LINE
007460         THRU 8000-WRITE-PRINT-LINE-EXIT.
007470     ADD 1 TO SPC-TXNS-PRINTED.
007480     PERFORM 4330-APPLY-TXN
007490         THRU 4330-APPLY-TXN-EXIT.
007500 4320-PROCESS-ONE-TXN-EXIT.
007510     EXIT.
007520
007530 4330-APPLY-TXN.
007540     IF TXN-DEBIT
007550         SUBTRACT TXN-AMOUNT FROM WS-RUN-BAL
007560     ELSE
007570         ADD TXN-AMOUNT TO WS-RUN-BAL
007580     END-IF.
007590 4330-APPLY-TXN-EXIT.
007600     EXIT.
007610
007620 4340-PRINT-OPENING-LINE.
007630     MOVE 'Y' TO WS-OPEN-PRINTED-SW.
007640     MOVE WS-RUN-BAL TO WS-ACT-BAL.
007650     MOVE ' ' TO WS-PRT-CC.
007660     MOVE SPACES TO WS-PRT-TEXT.
007670     STRING '      OPENING BALANCE ' WS-GRP-START-DATE
007680             '  ' WS-ACT-BAL
007690             DELIMITED BY SIZE
007700             INTO WS-PRT-TEXT.
007710     PERFORM 8000-WRITE-PRINT-LINE
007720         THRU 8000-WRITE-PRINT-LINE-EXIT.
007730 4340-PRINT-OPENING-LINE-EXIT.
007740     EXIT.
007750
007760 4350-PRINT-NO-COVERAGE.
007770     ADD 1 TO SPC-NO-COVERAGE.
007780     MOVE ' ' TO WS-PRT-CC.
007790     MOVE SPACES TO WS-PRT-TEXT.
007800     STRING '      *** NO TRANSACTION COVERAGE FOR '
007810             WS-GRP-START-DATE ' THRU ' WS-GRP-END-DATE
007820             ' - ACTIVITY NOT SHOWN ***'
007830             DELIMITED BY SIZE
007840             INTO WS-PRT-TEXT.
007850     PERFORM 8000-WRITE-PRINT-LINE
007860         THRU 8000-WRITE-PRINT-LINE-EXIT.
007870 4350-PRINT-NO-COVERAGE-EXIT.
007880     EXIT.
007890
007900*****************************************************************
007910*    A PERCENT-TYPE FEE FOR THE MEMBER UNDER WS-MBR-IDX - ITS    *
007920*    RATE TIMES THE ACCOUNT'S BALANCE BASE, PRICED THE WAY       *
007930*    SPC180 POSTS IT: FROM THE 'B' RECORD'S COVERAGE START TO    *
007940*    THE PRICING DATE, WITH THE EXTRACT COVERING THE ACCOUNT     *
007950*    THROUGH THAT DATE.  THE PRICING DATE HERE IS THE STATEMENT  *
007960*    DATE (COMB-END-DATE), THE SAME DATE THE CODE-TABLE PERIOD   *
007970*    IS SELECTED FOR; SPC180, SPC190 AND SPC270 USE THE RUN      *
007980*    DATE.  EACH DAY COUNTS ONCE, AT ITS CLOSING BALANCE,        *
007990*    TOWARD THE AVERAGE.  AN UNCOVERED ACCOUNT PRICES AT ZERO    *
008000*    RATHER THAN SHOWING A FEE NOBODY COMPUTED; AN OVERDRAWN     *
008010*    BASE ALSO PRICES AT ZERO.                                   *
008020*****************************************************************
008030 4400-PRICE-PERCENT-FEE.
008040     MOVE ZERO TO WS-PCT-FEE-AMOUNT.
008050     MOVE 'N' TO WS-BAL-FOUND-SW.
008060     MOVE 'N' TO WS-TXN-DONE-SW.
008070     MOVE ZERO TO WS-RUN-BAL.
008080     MOVE GRP-MBR-ACCT-NBR (WS-MBR-IDX) TO WS-ACT-ACCT-NBR.
008090     MOVE WS-GRP-BANK-NBR TO FK-TXN-BANK-NBR.
008100     MOVE WS-ACT-ACCT-NBR TO FK-TXN-ACCT-NBR.
008110     MOVE LOW-VALUES      TO FK-TXN-POST-DATE.
008120     MOVE ZERO            TO FK-TXN-SEQ-NBR.
008130     START SPCTXNX-FILE KEY IS NOT LESS THAN FK-SPCTXNX-KEY
008140         INVALID KEY
008150             MOVE 'Y' TO WS-TXN-DONE-SW
008160     END-START.
008170     IF NOT WS-TXN-DONE-YES
008180         PERFORM 4310-READ-TXN-NEXT
008190             THRU 4310-READ-TXN-NEXT-EXIT
008200     END-IF.
008210     IF WS-TXN-DONE-YES
008220             OR NOT TXN-IS-BALANCE
008230             OR TXN-POST-DATE > WS-GRP-END-DATE
008240             OR TXN-COVER-TO < WS-GRP-END-DATE
008250         ADD 1 TO SPC-PCT-NO-BALANCE
008260         GO TO 4400-PRICE-PERCENT-FEE-EXIT
008270     END-IF.
008280     MOVE TXN-AMOUNT TO WS-RUN-BAL.
008290     MOVE ZERO       TO WS-BAL-DAY-SUM.
008300     MOVE TXN-POST-DATE TO WS-BAL-DATE.
008310     PERFORM 4420-DATE-TO-INTEGER
008320         THRU 4420-DATE-TO-INTEGER-EXIT.
008330     MOVE WS-DATE-INTEGER TO WS-BAL-FROM-INT WS-BAL-LAST-INT.
008340     MOVE WS-GRP-END-DATE TO WS-BAL-DATE.
008350     PERFORM 4420-DATE-TO-INTEGER
008360         THRU 4420-DATE-TO-INTEGER-EXIT.
008370     MOVE WS-DATE-INTEGER TO WS-BAL-TO-INT.
008380     PERFORM 4410-ROLL-BAL-TXN
008390         THRU 4410-ROLL-BAL-TXN-EXIT
008400         UNTIL WS-TXN-DONE-YES.
008410     COMPUTE WS-BAL-DAY-SUM = WS-BAL-DAY-SUM
008420         + WS-RUN-BAL * (WS-BAL-TO-INT - WS-BAL-LAST-INT + 1).
008430     COMPUTE WS-BAL-AVG ROUNDED = WS-BAL-DAY-SUM
008440         / (WS-BAL-TO-INT - WS-BAL-FROM-INT + 1).
008450     MOVE WS-RUN-BAL TO WS-BAL-END.
008460     MOVE 'Y' TO WS-BAL-FOUND-SW.
008470     IF CDTB-BASE-AVERAGE
008480         MOVE WS-BAL-AVG TO WS-BAL-BASE
008490     ELSE
008500         MOVE WS-BAL-END TO WS-BAL-BASE
008510     END-IF.
008520     IF WS-BAL-BASE < ZERO
008530         MOVE ZERO TO WS-BAL-BASE
008540     END-IF.
008550     COMPUTE WS-PCT-FEE-AMOUNT ROUNDED =
008560             WS-BAL-BASE * CDTB-FEE-AMOUNT / 100
008570         ON SIZE ERROR
008580             MOVE ZERO TO WS-PCT-FEE-AMOUNT
008590             ADD 1 TO SPC-PCT-NO-BALANCE
008600     END-COMPUTE.
008610 4400-PRICE-PERCENT-FEE-EXIT.
008620     EXIT.
008630
008640 4410-ROLL-BAL-TXN.
008650     PERFORM 4310-READ-TXN-NEXT
008660         THRU 4310-READ-TXN-NEXT-EXIT.
008670     IF WS-TXN-DONE-YES
008680         GO TO 4410-ROLL-BAL-TXN-EXIT
008690     END-IF.
008700     IF TXN-POST-DATE > WS-GRP-END-DATE
008710         MOVE 'Y' TO WS-TXN-DONE-SW
008720         GO TO 4410-ROLL-BAL-TXN-EXIT
008730     END-IF.
008740     IF NOT TXN-IS-DETAIL
008750         GO TO 4410-ROLL-BAL-TXN-EXIT
008760     END-IF.
008770     MOVE TXN-POST-DATE TO WS-BAL-DATE.
008780     PERFORM 4420-DATE-TO-INTEGER
008790         THRU 4420-DATE-TO-INTEGER-EXIT.
008800     IF WS-DATE-INTEGER > WS-BAL-LAST-INT
008810         COMPUTE WS-BAL-DAY-SUM = WS-BAL-DAY-SUM + WS-RUN-BAL
008820             * (WS-DATE-INTEGER - WS-BAL-LAST-INT)
008830         MOVE WS-DATE-INTEGER TO WS-BAL-LAST-INT
008840     END-IF.
008850     PERFORM 4330-APPLY-TXN
008860         THRU 4330-APPLY-TXN-EXIT.
008870 4410-ROLL-BAL-TXN-EXIT.
008880     EXIT.
008890
008900 4420-DATE-TO-INTEGER.
008910     MOVE WS-BDT-YYYY TO WS-YMD-YYYY.
008920     MOVE WS-BDT-MM   TO WS-YMD-MM.
008930     MOVE WS-BDT-DD   TO WS-YMD-DD.
008940     COMPUTE WS-DATE-INTEGER =
008950         FUNCTION INTEGER-OF-DATE(WS-YYYYMMDD).
008960 4420-DATE-TO-INTEGER-EXIT.
008970     EXIT.
008980
008990*****************************************************************
009000*    EXACT CHARGE-SW/TRAN-CODE ROW FIRST, ELSE THE TRAN-CODE-    *
009010*    ZERO DEFAULT ROW FOR THAT SWITCH - SPC080'S LOOKUP ORDER.   *
009020*    EACH LOOKUP SELECTS THE EFFECTIVE PERIOD IN FORCE FOR THE   *
009030*    GROUP'S STATEMENT DATE (COMB-END-DATE).                     *
009040*****************************************************************
009050 4200-LOOKUP-DECODE.
009060     MOVE 'N' TO WS-DECODE-FOUND-SW.
009070     MOVE WS-GRP-END-DATE TO WS-DECODE-DATE.
009080     MOVE GRP-MBR-CHARGE-SW (WS-MBR-IDX)  TO WS-TGT-CHARGE-SW.
009090     MOVE GRP-MBR-TRAN-CODE (WS-MBR-IDX)  TO WS-TGT-TRAN-CODE.
009100     PERFORM 4220-SELECT-EFF-ROW
009110         THRU 4220-SELECT-EFF-ROW-EXIT.
009120     IF WS-DECODE-FOUND
009130         GO TO 4200-LOOKUP-DECODE-EXIT
009140     END-IF.
009150     MOVE GRP-MBR-CHARGE-SW (WS-MBR-IDX) TO WS-TGT-CHARGE-SW.
009160     MOVE ZERO                           TO WS-TGT-TRAN-CODE.
009170     PERFORM 4220-SELECT-EFF-ROW
009180         THRU 4220-SELECT-EFF-ROW-EXIT.
009190 4200-LOOKUP-DECODE-EXIT.
009200     EXIT.
009210
009220*****************************************************************
009230*    BROWSE THE EFFECTIVE PERIODS ON FILE FOR THE TARGET         *
009240*    CHARGE-SW/TRAN-CODE, ASCENDING BY EFF-FROM, AND KEEP THE    *
009250*    LAST ONE IN FORCE FOR WS-DECODE-DATE.  THE WINNER IS HELD   *
009260*    ASIDE SO THE ROW THAT ENDS THE BROWSE CANNOT OVERWRITE IT.  *
009270*****************************************************************
009280 4220-SELECT-EFF-ROW.
009290     MOVE 'N' TO WS-CDTB-DONE-SW.
009300     MOVE WS-TGT-CHARGE-SW TO FK-CDTB-CHARGE-SW.
009310     MOVE WS-TGT-TRAN-CODE TO FK-CDTB-TRAN-CODE.
009320     MOVE LOW-VALUES       TO FK-CDTB-EFF-FROM.
009330     START SPCCDTB-FILE KEY IS NOT LESS THAN FK-SPCCDTB-KEY
009340         INVALID KEY
009350             MOVE 'Y' TO WS-CDTB-DONE-SW
009360     END-START.
009370     PERFORM 4230-READ-EFF-NEXT
009380         THRU 4230-READ-EFF-NEXT-EXIT
009390         UNTIL WS-CDTB-DONE-YES.
009400     IF WS-DECODE-FOUND
009410         MOVE WS-CDTB-HOLD TO DSDS-SPCCDTB
009420     END-IF.
009430 4220-SELECT-EFF-ROW-EXIT.
009440     EXIT.
009450
009460 4230-READ-EFF-NEXT.
009470     READ SPCCDTB-FILE NEXT RECORD
009480         AT END
009490             MOVE 'Y' TO WS-CDTB-DONE-SW
009500             GO TO 4230-READ-EFF-NEXT-EXIT
009510     END-READ.
009520     MOVE FD-SPCCDTB-DATA TO DSDS-SPCCDTB.
009530     IF CDTB-CHARGE-SW NOT = WS-TGT-CHARGE-SW
009540             OR CDTB-TRAN-CODE NOT = WS-TGT-TRAN-CODE
009550             OR CDTB-EFF-FROM-DATE > WS-DECODE-DATE
009560         MOVE 'Y' TO WS-CDTB-DONE-SW
009570         GO TO 4230-READ-EFF-NEXT-EXIT
009580     END-IF.
009590     IF CDTB-EFF-TO-DATE NOT < WS-DECODE-DATE
009600         MOVE FD-SPCCDTB-DATA TO WS-CDTB-HOLD
009610         MOVE 'Y' TO WS-DECODE-FOUND-SW
009620     END-IF.
009630 4230-READ-EFF-NEXT-EXIT.
009640     EXIT.
009650
009660*****************************************************************
009670*    THE ELECTRONIC SIDE OF THE SPLIT - ONE 'H' RECORD WITH      *
009680*    THE PRIMARY ACCOUNT'S DESTINATION, THEN ONE 'D' RECORD      *
009690*    PER MEMBER WITH THE SAME DECODED CHARGE AND FEE THE PAPER   *
009700*    STATEMENT WOULD HAVE PRINTED.                               *
009710*****************************************************************
009720 4500-WRITE-ESTMT-GROUP.
009730     MOVE SPACES              TO DSDS-SPCESTX.
009740     MOVE 'H'                 TO ESTX-REC-TYPE.
009750     MOVE WS-GRP-BANK-NBR     TO ESTX-BANK-NBR.
009760     MOVE WS-GRP-HOUSEHOLD-ID TO ESTX-HOUSEHOLD-ID.
009770     MOVE WS-GRP-PRIMARY-ACCT TO ESTX-PRIMARY-ACCT-NBR.
009780     MOVE WS-GRP-START-DATE   TO ESTX-START-DATE.
009790     MOVE WS-GRP-END-DATE     TO ESTX-END-DATE.
009800     MOVE WS-GRP-DETAIL-COUNT TO ESTX-MEMBER-COUNT.
009810     MOVE WS-EST-DESTINATION  TO ESTX-DESTINATION.
009820     PERFORM 4700-WRITE-ESTX-REC
009830         THRU 4700-WRITE-ESTX-REC-EXIT.
009840     PERFORM 4600-WRITE-ONE-EST-MEMBER
009850         THRU 4600-WRITE-ONE-EST-MEMBER-EXIT
009860         VARYING WS-MBR-IDX FROM 1 BY 1
009870         UNTIL WS-MBR-IDX > WS-GRP-DETAIL-COUNT.
009880     ADD 1 TO SPC-STMTS-ELECTRONIC.
009890 4500-WRITE-ESTMT-GROUP-EXIT.
009900     EXIT.
009910
009920 4600-WRITE-ONE-EST-MEMBER.
009930     PERFORM 4200-LOOKUP-DECODE
009940         THRU 4200-LOOKUP-DECODE-EXIT.
009950     MOVE SPACES              TO DSDS-SPCESTX.
009960     MOVE 'D'                 TO ESTX-REC-TYPE.
009970     MOVE WS-GRP-BANK-NBR     TO ESTX-BANK-NBR.
009980     MOVE WS-GRP-HOUSEHOLD-ID TO ESTX-HOUSEHOLD-ID.
009990     MOVE GRP-MBR-ACCT-NBR (WS-MBR-IDX)
010000         TO ESTX-MEMBER-ACCT-NBR.
010010     MOVE GRP-MBR-TRAN-CODE (WS-MBR-IDX)
010020         TO ESTX-MEMBER-TRAN-CODE.
010030     MOVE GRP-MBR-CHARGE-SW (WS-MBR-IDX)
010040         TO ESTX-MEMBER-CHARGE-SW.
010050     IF WS-DECODE-FOUND
010060         MOVE CDTB-DESCRIPTION TO ESTX-FEE-DESCRIPTION
010070         MOVE CDTB-FEE-AMOUNT  TO ESTX-FEE-AMOUNT
010080     ELSE
010090         MOVE 'NO CODE TABLE ENTRY ON FILE FOR THIS SWITCH'
010100             TO ESTX-FEE-DESCRIPTION
010110         MOVE ZERO TO ESTX-FEE-AMOUNT
010120         ADD 1 TO SPC-MBRS-UNDECODED
010130     END-IF.
010140     IF WS-DECODE-FOUND AND CDTB-FEE-PERCENT
010150         PERFORM 4400-PRICE-PERCENT-FEE
010160             THRU 4400-PRICE-PERCENT-FEE-EXIT
010170         MOVE WS-PCT-FEE-AMOUNT TO ESTX-FEE-AMOUNT
010180     END-IF.
010190     PERFORM 4700-WRITE-ESTX-REC
010200         THRU 4700-WRITE-ESTX-REC-EXIT.
010210 4600-WRITE-ONE-EST-MEMBER-EXIT.
010220     EXIT.
010230
010240 4700-WRITE-ESTX-REC.
010250     MOVE DSDS-SPCESTX TO FD-SPCESTX-REC.
010260     WRITE FD-SPCESTX-REC.
010270     IF NOT WS-SPCESTX-OK
010280         DISPLAY 'SPC150 - SPCESTX WRITE FAILED, STATUS '
010290             WS-SPCESTX-STATUS
010300         MOVE 'Y' TO WS-ABEND-SW
010310     END-IF.
010320 4700-WRITE-ESTX-REC-EXIT.
010330     EXIT.
010340
010350*****************************************************************
010360*    A GROUP WHOSE DETAILS DO NOT BALANCE TO THE HEADER COUNT    *
010370*    IS THROWN TO AN EXCEPTION PAGE - THE MEMBERS THAT DID       *
010380*    ARRIVE ARE LISTED FOR RESEARCH, BUT NOTHING FROM THE        *
010390*    GROUP IS MAILED.                                            *
010400*****************************************************************
010410 5000-PRINT-EXCEPTION-PAGE.
010420     MOVE WS-GRP-BANK-NBR     TO WS-HDG-BANK-NBR.
010430     MOVE WS-GRP-HOUSEHOLD-ID TO WS-HDG-HOUSEHOLD-ID.
010440     MOVE WS-GRP-DETAIL-COUNT TO WS-HDG-COUNT.
010450     MOVE WS-GRP-HEADER-COUNT TO WS-HDG-EXPECTED.
010460     MOVE '1' TO WS-PRT-CC.
010470     MOVE SPACES TO WS-PRT-TEXT.
010480     STRING '*** EXCEPTION - DO NOT MAIL ***  BANK '
010490             WS-HDG-BANK-NBR
010500             '   HOUSEHOLD ' WS-HDG-HOUSEHOLD-ID
010510             DELIMITED BY SIZE
010520             INTO WS-PRT-TEXT.
010530     PERFORM 8000-WRITE-PRINT-LINE
010540         THRU 8000-WRITE-PRINT-LINE-EXIT.
010550     MOVE '0' TO WS-PRT-CC.
010560     MOVE SPACES TO WS-PRT-TEXT.
010570     STRING 'HEADER EXPECTS ' WS-HDG-EXPECTED
010580             ' MEMBER ACCOUNTS, ' WS-HDG-COUNT
010590             ' DETAIL RECORDS ARRIVED'
010600             DELIMITED BY SIZE
010610             INTO WS-PRT-TEXT.
010620     PERFORM 8000-WRITE-PRINT-LINE
010630         THRU 8000-WRITE-PRINT-LINE-EXIT.
010640     IF WS-GRP-DETAIL-COUNT > 50
010650         MOVE 50 TO WS-GRP-DETAIL-COUNT
010660     END-IF.
010670     PERFORM 4100-PRINT-ONE-MEMBER
010680         THRU 4100-PRINT-ONE-MEMBER-EXIT
010690         VARYING WS-MBR-IDX FROM 1 BY 1
010700         UNTIL WS-MBR-IDX > WS-GRP-DETAIL-COUNT.
010710     ADD 1 TO SPC-GROUPS-EXCEPTED.
010720 5000-PRINT-EXCEPTION-PAGE-EXIT.
010730     EXIT.
010740
010750*****************************************************************
010760*    THE TOTALS PAGE CLOSES THE PRINT FILE - PAPER, ELECTRONIC   *
010770*    AND EXCEPTION COUNTS THAT TOGETHER BALANCE TO THE SPCCOMB   *
010780*    HEADER RECORDS READ, SO THE PRINT SHOP'S VOLUME AND THE     *
010790*    E-DELIVERY FEED BOTH TIE TO THE INPUT.                      *
010800*****************************************************************
010810 6000-PRINT-TOTALS-PAGE.
010820     MOVE '1' TO WS-PRT-CC.
010830     MOVE SPACES TO WS-PRT-TEXT.
010840     MOVE 'COMBINED STATEMENT RUN TOTALS' TO WS-PRT-TEXT.
010850     PERFORM 8000-WRITE-PRINT-LINE
010860         THRU 8000-WRITE-PRINT-LINE-EXIT.
010870     MOVE SPC-HEADERS-READ TO WS-TOT-COUNT.
010880     MOVE '0' TO WS-PRT-CC.
010890     MOVE SPACES TO WS-PRT-TEXT.
010900     STRING 'HOUSEHOLD GROUPS IN        ' WS-TOT-COUNT
010910             DELIMITED BY SIZE
010920             INTO WS-PRT-TEXT.
010930     PERFORM 8000-WRITE-PRINT-LINE
010940         THRU 8000-WRITE-PRINT-LINE-EXIT.
010950     MOVE SPC-STMTS-PRINTED TO WS-TOT-COUNT.
010960     MOVE ' ' TO WS-PRT-CC.
010970     MOVE SPACES TO WS-PRT-TEXT.
010980     STRING 'PAPER STATEMENTS PRINTED   ' WS-TOT-COUNT
010990             DELIMITED BY SIZE
011000             INTO WS-PRT-TEXT.
011010     PERFORM 8000-WRITE-PRINT-LINE
011020         THRU 8000-WRITE-PRINT-LINE-EXIT.
011030     MOVE SPC-STMTS-ELECTRONIC TO WS-TOT-COUNT.
011040     MOVE SPACES TO WS-PRT-TEXT.
011050     STRING 'ELECTRONIC STATEMENTS FED  ' WS-TOT-COUNT
011060             DELIMITED BY SIZE
011070             INTO WS-PRT-TEXT.
011080     PERFORM 8000-WRITE-PRINT-LINE
011090         THRU 8000-WRITE-PRINT-LINE-EXIT.
011100     MOVE SPC-GROUPS-EXCEPTED TO WS-TOT-COUNT.
011110     MOVE SPACES TO WS-PRT-TEXT.
011120     STRING 'EXCEPTION GROUPS HELD BACK ' WS-TOT-COUNT
011130             DELIMITED BY SIZE
011140             INTO WS-PRT-TEXT.
011150     PERFORM 8000-WRITE-PRINT-LINE
011160         THRU 8000-WRITE-PRINT-LINE-EXIT.
011170 6000-PRINT-TOTALS-PAGE-EXIT.
011180     EXIT.
011190
011200 8000-WRITE-PRINT-LINE.
011210     MOVE WS-PRINT-LINE TO FD-SPCPRNT-REC.
011220     WRITE FD-SPCPRNT-REC.
011230     IF NOT WS-SPCPRNT-OK
011240         DISPLAY 'SPC150 - SPCPRNT WRITE FAILED, STATUS '
011250             WS-SPCPRNT-STATUS
011260         MOVE 'Y' TO WS-ABEND-SW
011270     END-IF.
011280 8000-WRITE-PRINT-LINE-EXIT.
011290     EXIT.
011300
011310 9000-TERMINATE.
011320     CLOSE SPCCOMB-FILE.
011330     CLOSE SPCCDTB-FILE.
011340     CLOSE SPCDLVP-FILE.
011350     CLOSE SPCTXNX-FILE.
011360     CLOSE SPCPRNT-FILE.
011370     CLOSE SPCESTX-FILE.
011380     DISPLAY 'SPC150 - RECORDS READ        ' SPC-RECS-READ.
011390     DISPLAY 'SPC150 - HOUSEHOLD GROUPS IN ' SPC-HEADERS-READ.
011400     DISPLAY 'SPC150 - STATEMENTS PRINTED  ' SPC-STMTS-PRINTED.
011410     DISPLAY 'SPC150 - ELECTRONIC FED      '
011420         SPC-STMTS-ELECTRONIC.
011430     DISPLAY 'SPC150 - EXCEPTION GROUPS    ' SPC-GROUPS-EXCEPTED.
011440     DISPLAY 'SPC150 - ORPHAN DETAILS      ' SPC-ORPHAN-DETAILS.
011450     DISPLAY 'SPC150 - MEMBERS UNDECODED   ' SPC-MBRS-UNDECODED.
011460     DISPLAY 'SPC150 - TRANSACTIONS LISTED ' SPC-TXNS-PRINTED.
011470     DISPLAY 'SPC150 - SECTIONS UNCOVERED  ' SPC-NO-COVERAGE.
011480     DISPLAY 'SPC150 - PERCENT FEES UNPRICED '
011490         SPC-PCT-NO-BALANCE.
011500     IF WS-ABEND-YES
011510         MOVE 16 TO RETURN-CODE
011520     END-IF.
011530 9000-TERMINATE-EXIT.
011540     EXIT.
