000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SPC280.
000030 AUTHOR.         D. WHITFIELD.
000040 INSTALLATION.   DEPOSIT SYSTEMS - BATCH.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY                                       *
000090*    ------------------------------------------------------     *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    10/15/26   DW    ORIGINAL PROGRAM - ACCOUNT RENUMBERING     *
000120*                      CONVERSION.  DRIVEN BY AN OLD-TO-NEW      *
000130*                      BANK/ACCOUNT CROSS-REFERENCE FILE (COPY   *
000140*                      SPCXREF), RE-KEYS EVERY DSDS.SPECSTMT     *
000150*                      AND DSDS.SPCARCH SCHEDULE UNDER THE OLD   *
000160*                      ACCOUNT TO THE NEW ONE, KEEPING           *
000170*                      STMT-SEQ-NBR UNIQUE UNDER THE NEW         *
000180*                      ACCOUNT, AND CARRIES THE SCHEDULE'S       *
000190*                      SPCHOLD, SPCDLVP, SPCROLL AND SPCHIST     *
000200*                      ROWS WITH IT, PLUS THE ACCOUNT'S          *
000210*                      SPCHHLD, SPCRTRY, SPCBILL AND SPCWAIV     *
000220*                      ROWS.  EVERY RE-KEY WRITES A              *
000230*                      DSDS.SPCAUDT ROW AND A CONVERSION         *
000240*                      REGISTER LINE; COLLISIONS AND             *
000250*                      CROSS-REFERENCES THAT DO NOT RESOLVE GO   *
000260*                      TO THE EXCEPTION REGISTER.                *
000270*    10/15/26   DW    ALSO RE-KEYS THE SIDE ROWS SPC060 NOW      *
000280*                      ARCHIVES WITH A SCHEDULE (DSDS.SPCARSD).  *
000290*                      A ROW FILED UNDER A SCHEDULE FOLLOWS      *
000300*                      THAT SCHEDULE'S NEW SEQ; ACCOUNT-LEVEL    *
000310*                      ROWS FILED UNDER SEQ ZERO KEEP SEQ ZERO.  *
000320*    10/15/26   DW    WIDENED FD-SPCDLVP-DATA TO 76 BYTES FOR    *
000330*                      THE NEW BOUNCE AND RETURNED-MAIL COLUMNS  *
000340*                      (SEE SPC330).                             *
000350*    10/15/26   DW    ALSO RE-KEYS THE ACCOUNT'S DSDS.SPCFEEH    *
000360*                      FEE HISTORY ROWS, SO A RENUMBERED         *
000370*                      CUSTOMER'S YEAR-END FEE SUMMARY STILL     *
000380*                      CARRIES THE FEES BILLED UNDER THE OLD     *
000390*                      NUMBER.                                   *
000400*    10/15/26   DW    A CROSS-REFERENCE WHOSE OLD ACCOUNT HAS    *
000410*                      NO SCHEDULE, LIVE OR ARCHIVED, STILL      *
000420*                      GOES TO THE EXCEPTION REGISTER BUT NOW    *
000430*                      MOVES THE ACCOUNT-LEVEL ROWS - SPCHHLD,   *
000440*                      SPCRTRY, SPCBILL, SPCWAIV, SPCARSD AND    *
000450*                      SPCFEEH - INSTEAD OF LEAVING THEM UNDER   *
000460*                      THE OLD NUMBER.                           *
000470*****************************************************************
000480*****************************************************************
000490*    WHEN THE DEPOSIT SYSTEM RENUMBERS ACCOUNTS, EVERY ROW THIS  *
000500*    SYSTEM HOLDS UNDER THE OLD NUMBER WOULD OTHERWISE GO ORPHAN *
000510*    - SPC170 REPORTS THE SCHEDULES AS MISSING FROM THE ACCOUNT  *
000520*    MASTER AND EVENTUALLY EXPIRES THEM.  THIS JOB MOVES THEM.   *
000530*    RUN IT OUTSIDE THE NIGHTLY STREAM, AFTER THE DEPOSIT SYSTEM *
000540*    CONVERSION AND BEFORE THE NEXT SPC170.                      *
000550*    THE CROSS-REFERENCE FILE IS LOADED AND EDITED IN FULL FIRST.*
000560*    AN ENTRY WHOSE NEW ACCOUNT IS ITSELF THE OLD ACCOUNT OF     *
000570*    ANOTHER ENTRY (A CHAIN OR A SWAP) IS NOT CONVERTED - MOVING *
000580*    IT WOULD MERGE IT INTO A CUSTOMER STILL ON FILE.  IT IS     *
000590*    LISTED ON THE EXCEPTION REGISTER TO BE RUN IN A LATER PASS, *
000600*    ONCE THE ACCOUNT IT POINTS AT HAS BEEN MOVED OUT OF THE WAY.*
000610*    STMT-SEQ-NBR IS SHARED BY DSDS.SPECSTMT AND DSDS.SPCARCH    *
000620*    (SPC130 REINSTATES AN ARCHIVED SCHEDULE UNDER ITS OLD SEQ), *
000630*    SO THE TWO ARE NUMBERED TOGETHER.  WHEN THE NEW ACCOUNT HAS *
000640*    NO SCHEDULES IN EITHER TABLE THE OLD SEQ NUMBERS ARE KEPT;  *
000650*    OTHERWISE THE MOVED SCHEDULES ARE NUMBERED ON FROM THE NEW  *
000660*    ACCOUNT'S HIGHEST SEQ, THE SAME WAY SPC140 ASSIGNS ONE.     *
000670*    SPCHOLD, SPCDLVP, SPCROLL AND SPCHIST ROWS FOLLOW THEIR     *
000680*    SCHEDULE'S NEW SEQ.  ONE WHOSE SCHEDULE IS NOT ON FILE, OR  *
000690*    WAS NOT MOVED, STAYS UNDER THE OLD ACCOUNT AND IS LISTED AS *
000700*    AN EXCEPTION.  A ROW ALREADY ON FILE UNDER THE NEW KEY IS A *
000710*    COLLISION - NOTHING IS OVERLAID, THE OLD ROW STAYS, AND THE *
000720*    COLLISION IS LISTED FOR THE ANALYST TO SETTLE.              *
000730*    THE DSDS.SPCAUDT ROW FOR A RE-KEY IS WRITTEN UNDER THE NEW  *
000740*    KEY (SEQ ZERO FOR THE ACCOUNT-LEVEL TABLES) WITH THE ROW'S  *
000750*    OLD AND NEW IMAGES.  AUDIT ROWS ALREADY ON FILE ARE A LOG OF*
000760*    WHAT HAPPENED UNDER THE OLD NUMBER AND ARE NOT RE-KEYED.    *
000770*****************************************************************
000780 ENVIRONMENT DIVISION.
000790 CONFIGURATION SECTION.
000800 SOURCE-COMPUTER.   IBM-370.
000810 OBJECT-COMPUTER.   IBM-370.
000820 SPECIAL-NAMES.
000830     DECIMAL-POINT IS COMMA.
000840 INPUT-OUTPUT SECTION.
000850 FILE-CONTROL.
000860     SELECT SPCXREF-FILE
000870         ASSIGN TO SPCXREF
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-SPCXREF-STATUS.
000900
000910     SELECT SPECSTMT-FILE
000920         ASSIGN TO SPECSTM
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS FK-SPECSTMT-KEY
000960         FILE STATUS IS WS-SPECSTMT-STATUS.
000970
000980     SELECT SPCARCH-FILE
000990         ASSIGN TO SPCARCH
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS FK-SPCARCH-KEY
001030         FILE STATUS IS WS-SPCARCH-STATUS.
001040
001050     SELECT SPCHOLD-FILE
001060         ASSIGN TO SPCHOLD
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS FK-SPCHOLD-KEY
001100         FILE STATUS IS WS-SPCHOLD-STATUS.
001110
001120     SELECT SPCDLVP-FILE
001130         ASSIGN TO SPCDLVP
001140         ORGANIZATION IS INDEXED
001150         ACCESS MODE IS DYNAMIC
001160         RECORD KEY IS FK-SPCDLVP-KEY
001170         FILE STATUS IS WS-SPCDLVP-STATUS.
001180
001190     SELECT SPCROLL-FILE
001200         ASSIGN TO SPCROLL
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS DYNAMIC
001230         RECORD KEY IS FK-SPCROLL-KEY
001240         FILE STATUS IS WS-SPCROLL-STATUS.
001250
001260     SELECT SPCHIST-FILE
001270         ASSIGN TO SPCHIST
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS FK-SPCHIST-KEY
001310         FILE STATUS IS WS-SPCHIST-STATUS.
001320
001330     SELECT SPCHHLD-FILE
001340         ASSIGN TO SPCHHLD
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS FK-SPCHHLD-KEY
001380         FILE STATUS IS WS-SPCHHLD-STATUS.
001390
001400     SELECT SPCRTRY-FILE
001410         ASSIGN TO SPCRTRY
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS FK-SPCRTRY-KEY
001450         FILE STATUS IS WS-SPCRTRY-STATUS.
001460
001470     SELECT SPCBILL-FILE
001480         ASSIGN TO SPCBILL
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001510         RECORD KEY IS FK-SPCBILL-KEY
001520         FILE STATUS IS WS-SPCBILL-STATUS.
001530
001540     SELECT SPCWAIV-FILE
001550         ASSIGN TO SPCWAIV
001560         ORGANIZATION IS INDEXED
001570         ACCESS MODE IS DYNAMIC
001580         RECORD KEY IS FK-SPCWAIV-KEY
001590         FILE STATUS IS WS-SPCWAIV-STATUS.
001600
001610     SELECT SPCARSD-FILE
001620         ASSIGN TO SPCARSD
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS DYNAMIC
001650         RECORD KEY IS FK-SPCARSD-KEY
001660         FILE STATUS IS WS-SPCARSD-STATUS.
001670
001680     SELECT SPCFEEH-FILE
001690         ASSIGN TO SPCFEEH
001700         ORGANIZATION IS INDEXED
001710         ACCESS MODE IS DYNAMIC
001720         RECORD KEY IS FK-SPCFEEH-KEY
001730         FILE STATUS IS WS-SPCFEEH-STATUS.
001740
001750     SELECT SPCAUDT-FILE
001760         ASSIGN TO SPCAUDT
001770         ORGANIZATION IS INDEXED
001780         ACCESS MODE IS DYNAMIC
001790         RECORD KEY IS FK-SPCAUDT-KEY
001800         FILE STATUS IS WS-SPCAUDT-STATUS.
001810
001820     SELECT SPCCVRG-FILE
001830         ASSIGN TO SPCCVRG
001840         ORGANIZATION IS LINE SEQUENTIAL
001850         FILE STATUS IS WS-SPCCVRG-STATUS.
001860
001870     SELECT SPCCVEX-FILE
001880         ASSIGN TO SPCCVEX
001890         ORGANIZATION IS LINE SEQUENTIAL
001900         FILE STATUS IS WS-SPCCVEX-STATUS.
001910
001920     SELECT RUN-PARM-FILE
001930         ASSIGN TO RUNPARM
001940         ORGANIZATION IS LINE SEQUENTIAL
001950         FILE STATUS IS WS-RUNPARM-STATUS.
001960 DATA DIVISION.
001970 FILE SECTION.
001980 FD  SPCXREF-FILE.
001990 01  FD-SPCXREF-REC              PIC X(80).
002000
002010 FD  SPECSTMT-FILE.
002020 01  FD-SPECSTMT-REC.
002030     05 FK-SPECSTMT-KEY.
002040         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
002050         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002060         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
002070     05 FD-SPECSTMT-DATA         PIC X(49).
002080
002090 FD  SPCARCH-FILE.
002100 01  FD-SPCARCH-REC.
002110     05 FK-SPCARCH-KEY.
002120         10 FK-ARCH-BANK-NBR     PIC S9(3) USAGE COMP-3.
002130         10 FK-ARCH-ACCT-NBR     PIC S9(9) USAGE COMP-3.
002140         10 FK-ARCH-SEQ-NBR      PIC S9(4) USAGE COMP-3.
002150     05 FD-SPCARCH-DATA          PIC X(59).
002160
002170 FD  SPCHOLD-FILE.
002180 01  FD-SPCHOLD-REC.
002190     05 FK-SPCHOLD-KEY.
002200         10 FK-HLD-BANK-NBR      PIC S9(3) USAGE COMP-3.
002210         10 FK-HLD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002220         10 FK-HLD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
002230     05 FD-SPCHOLD-DATA          PIC X(40).
002240
002250 FD  SPCDLVP-FILE.
002260 01  FD-SPCDLVP-REC.
002270     05 FK-SPCDLVP-KEY.
002280         10 FK-DLV-BANK-NBR      PIC S9(3) USAGE COMP-3.
002290         10 FK-DLV-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002300         10 FK-DLV-SEQ-NBR       PIC S9(4) USAGE COMP-3.
002310     05 FD-SPCDLVP-DATA          PIC X(76).
002320
002330 FD  SPCROLL-FILE.
002340 01  FD-SPCROLL-REC.
002350     05 FK-SPCROLL-KEY.
002360         10 FK-ROL-BANK-NBR      PIC S9(3) USAGE COMP-3.
002370         10 FK-ROL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002380         10 FK-ROL-SEQ-NBR       PIC S9(4) USAGE COMP-3.
002390     05 FD-SPCROLL-DATA          PIC X(11).
002400
002410 FD  SPCHIST-FILE.
002420 01  FD-SPCHIST-REC.
002430     05 FK-SPCHIST-KEY.
002440         10 FK-HST-BANK-NBR      PIC S9(3) USAGE COMP-3.
002450         10 FK-HST-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002460         10 FK-HST-SEQ-NBR       PIC S9(4) USAGE COMP-3.
002470         10 FK-HST-RUN-DATE      PIC X(10).
002480     05 FD-SPCHIST-DATA          PIC X(31).
002490
002500 FD  SPCHHLD-FILE.
002510 01  FD-SPCHHLD-REC.
002520     05 FK-SPCHHLD-KEY.
002530         10 FK-HHL-BANK-NBR      PIC S9(3) USAGE COMP-3.
002540         10 FK-HHL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002550     05 FD-SPCHHLD-DATA          PIC X(13).
002560
002570 FD  SPCRTRY-FILE.
002580 01  FD-SPCRTRY-REC.
002590     05 FK-SPCRTRY-KEY.
002600         10 FK-RTR-BANK-NBR      PIC S9(3) USAGE COMP-3.
002610         10 FK-RTR-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002620         10 FK-RTR-TRAN-CODE     PIC S9(3) USAGE COMP-3.
002630     05 FD-SPCRTRY-DATA          PIC X(32).
002640
002650 FD  SPCBILL-FILE.
002660 01  FD-SPCBILL-REC.
002670     05 FK-SPCBILL-KEY.
002680         10 FK-BIL-BANK-NBR      PIC S9(3) USAGE COMP-3.
002690         10 FK-BIL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002700         10 FK-BIL-TRAN-CODE     PIC S9(3) USAGE COMP-3.
002710         10 FK-BIL-RUN-DATE      PIC X(10).
002720     05 FD-SPCBILL-DATA          PIC X(33).
002730
002740 FD  SPCWAIV-FILE.
002750 01  FD-SPCWAIV-REC.
002760     05 FK-SPCWAIV-KEY.
002770         10 FK-WAI-BANK-NBR      PIC S9(3) USAGE COMP-3.
002780         10 FK-WAI-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002790         10 FK-WAI-TRAN-CODE     PIC S9(3) USAGE COMP-3.
002800         10 FK-WAI-FROM-DATE     PIC X(10).
002810     05 FD-SPCWAIV-DATA          PIC X(74).
002820
002830 FD  SPCARSD-FILE.
002840 01  FD-SPCARSD-REC.
002850     05 FK-SPCARSD-KEY.
002860         10 FK-ARS-BANK-NBR      PIC S9(3) USAGE COMP-3.
002870         10 FK-ARS-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002880         10 FK-ARS-SEQ-NBR       PIC S9(4) USAGE COMP-3.
002890         10 FK-ARS-TABLE-ID      PIC X(8).
002900         10 FK-ARS-SUB-KEY       PIC S9(3) USAGE COMP-3.
002910     05 FD-SPCARSD-DATA          PIC X(110).
002920
002930 FD  SPCFEEH-FILE.
002940 01  FD-SPCFEEH-REC.
002950     05 FK-SPCFEEH-KEY.
002960         10 FK-FEE-BANK-NBR      PIC S9(3) USAGE COMP-3.
002970         10 FK-FEE-ACCT-NBR      PIC S9(9) USAGE COMP-3.
002980         10 FK-FEE-TRAN-CODE     PIC S9(3) USAGE COMP-3.
002990         10 FK-FEE-RUN-DATE      PIC X(10).
003000     05 FD-SPCFEEH-DATA          PIC X(48).
003010
003020 FD  SPCAUDT-FILE.
003030 01  FD-SPCAUDT-REC.
003040     05 FK-SPCAUDT-KEY.
003050         10 FK-AUD-BANK-NBR      PIC S9(3) USAGE COMP-3.
003060         10 FK-AUD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
003070         10 FK-AUD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
003080         10 FK-AUD-CHANGE-DATE   PIC X(10).
003090         10 FK-AUD-CHANGE-TIME   PIC X(8).
003100         10 FK-AUD-CHANGE-SEQ    PIC S9(4) USAGE COMP-3.
003110     05 FD-SPCAUDT-DATA          PIC X(150).
003120
003130 FD  SPCCVRG-FILE.
003140 01  FD-SPCCVRG-REC              PIC X(132).
003150
003160 FD  SPCCVEX-FILE.
003170 01  FD-SPCCVEX-REC              PIC X(132).
003180
003190 FD  RUN-PARM-FILE
003200     RECORDING MODE IS F.
003210 01  RUN-PARM-REC.
003220     05 PARM-OPERATOR-ID         PIC X(8).
003230
003240 WORKING-STORAGE SECTION.
003250 COPY SPCXREF.
003260 COPY SPECSTMT.
003270 COPY SPCARCH.
003280 COPY SPCHOLD.
003290 COPY SPCDLVP.
003300 COPY SPCROLL.
003310 COPY SPCHIST.
003320 COPY SPCHHLD.
003330 COPY SPCRTRY.
003340 COPY SPCBILL.
003350 COPY SPCWAIV.
003360 COPY SPCARSD.
003370 COPY SPCFEEH.
003380 COPY SPCAUDT.
003390
003400 01  WS-FILE-STATUSES.
003410     05 WS-SPCXREF-STATUS        PIC X(2).
003420         88 WS-SPCXREF-OK               VALUE '00'.
003430         88 WS-SPCXREF-EOF              VALUE '10'.
003440         88 WS-SPCXREF-NOFILE           VALUE '35'.
003450     05 WS-SPECSTMT-STATUS       PIC X(2).
003460         88 WS-SPECSTMT-OK              VALUE '00'.
003470     05 WS-SPCARCH-STATUS        PIC X(2).
003480         88 WS-SPCARCH-OK               VALUE '00'.
003490     05 WS-SPCHOLD-STATUS        PIC X(2).
003500         88 WS-SPCHOLD-OK               VALUE '00'.
003510     05 WS-SPCDLVP-STATUS        PIC X(2).
003520         88 WS-SPCDLVP-OK               VALUE '00'.
003530     05 WS-SPCROLL-STATUS        PIC X(2).
003540         88 WS-SPCROLL-OK               VALUE '00'.
003550     05 WS-SPCHIST-STATUS        PIC X(2).
003560         88 WS-SPCHIST-OK               VALUE '00'.
003570     05 WS-SPCHHLD-STATUS        PIC X(2).
003580         88 WS-SPCHHLD-OK               VALUE '00'.
003590         88 WS-SPCHHLD-DUPKEY           VALUE '22'.
003600     05 WS-SPCRTRY-STATUS        PIC X(2).
003610         88 WS-SPCRTRY-OK               VALUE '00'.
003620     05 WS-SPCBILL-STATUS        PIC X(2).
003630         88 WS-SPCBILL-OK               VALUE '00'.
003640     05 WS-SPCWAIV-STATUS        PIC X(2).
003650         88 WS-SPCWAIV-OK               VALUE '00'.
003660     05 WS-SPCARSD-STATUS        PIC X(2).
003670         88 WS-SPCARSD-OK               VALUE '00'.
003680     05 WS-SPCFEEH-STATUS        PIC X(2).
003690         88 WS-SPCFEEH-OK               VALUE '00'.
003700     05 WS-SPCAUDT-STATUS        PIC X(2).
003710         88 WS-SPCAUDT-OK               VALUE '00'.
003720     05 WS-SPCCVRG-STATUS        PIC X(2).
003730         88 WS-SPCCVRG-OK               VALUE '00'.
003740     05 WS-SPCCVEX-STATUS        PIC X(2).
003750         88 WS-SPCCVEX-OK               VALUE '00'.
003760     05 WS-RUNPARM-STATUS        PIC X(2).
003770         88 WS-RUNPARM-OK               VALUE '00'.
003780*    STATUS OF THE LAST FAILED WRITE OR DELETE, WHATEVER THE FILE*
003790     05 WS-IO-STATUS             PIC X(2).
003800         88 WS-IO-DUPKEY                VALUE '22'.
003810
003820 01  WS-SWITCHES.
003830     05 WS-XREF-EOF-SW           PIC X(1)     VALUE 'N'.
003840         88 WS-XREF-EOF-YES             VALUE 'Y'.
003850     05 WS-XREF-DUP-SW           PIC X(1)     VALUE 'N'.
003860         88 WS-XREF-DUP-YES             VALUE 'Y'.
003870     05 WS-XREF-CHAIN-SW         PIC X(1)     VALUE 'N'.
003880         88 WS-XREF-CHAIN-YES           VALUE 'Y'.
003890     05 WS-BROWSE-END-SW         PIC X(1)     VALUE 'N'.
003900         88 WS-BROWSE-END-YES           VALUE 'Y'.
003910     05 WS-MAP-FOUND-SW          PIC X(1)     VALUE 'N'.
003920         88 WS-MAP-FOUND-YES            VALUE 'Y'.
003930     05 WS-MAP-OVERFLOW-SW       PIC X(1)     VALUE 'N'.
003940         88 WS-MAP-OVERFLOW-YES         VALUE 'Y'.
003950     05 WS-NEW-HAS-ROWS-SW       PIC X(1)     VALUE 'N'.
003960         88 WS-NEW-HAS-ROWS-YES         VALUE 'Y'.
003970         88 WS-NEW-HAS-ROWS-NO          VALUE 'N'.
003980*    OUTCOME OF ONE 3900-LOOKUP-SEQ CALL                         *
003990     05 WS-SEQ-MAPPED-SW         PIC X(1)     VALUE 'N'.
004000         88 WS-SEQ-MAPPED               VALUE 'Y'.
004010         88 WS-SEQ-NOT-MAPPED           VALUE 'N'.
004020         88 WS-SEQ-NOT-MOVED            VALUE 'F'.
004030     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
004040         88 WS-ABEND-YES                VALUE 'Y'.
004050         88 WS-ABEND-NO                 VALUE 'N'.
004060
004070 01  WS-COUNTERS.
004080     05 SPC-XREF-READ            PIC S9(7) COMP-3 VALUE ZERO.
004090     05 SPC-XREF-REJECTED        PIC S9(7) COMP-3 VALUE ZERO.
004100     05 SPC-XREF-UNRESOLVED      PIC S9(7) COMP-3 VALUE ZERO.
004110     05 SPC-ACCTS-SKIPPED        PIC S9(7) COMP-3 VALUE ZERO.
004120     05 SPC-ACCTS-CONVERTED      PIC S9(7) COMP-3 VALUE ZERO.
004130     05 SPC-SCHED-REKEYED        PIC S9(7) COMP-3 VALUE ZERO.
004140     05 SPC-SIDE-REKEYED         PIC S9(7) COMP-3 VALUE ZERO.
004150     05 SPC-ACCT-ROWS-REKEYED    PIC S9(7) COMP-3 VALUE ZERO.
004160     05 SPC-COLLISIONS           PIC S9(7) COMP-3 VALUE ZERO.
004170     05 SPC-ROWS-LEFT            PIC S9(7) COMP-3 VALUE ZERO.
004180     05 SPC-EXCEPTIONS           PIC S9(7) COMP-3 VALUE ZERO.
004190     05 SPC-AUDITS-WRITTEN       PIC S9(7) COMP-3 VALUE ZERO.
004200
004210 01  SPC-OPERATOR-ID             PIC X(8).
004220 01  SPC-AUDIT-DATE              PIC X(10).
004230 01  SPC-AUDIT-TIME              PIC X(8).
004240 01  WS-AUDIT-SEQ                PIC S9(4) COMP-3 VALUE ZERO.
004250 01  WS-AUD-SEQ-NBR              PIC S9(4) COMP-3.
004260 01  WS-BEFORE-IMAGE             PIC X(49).
004270 01  WS-CURRENT-STAMP            PIC X(14).
004280
004290*****************************************************************
004300*    THE WHOLE CROSS-REFERENCE FILE, LOADED AND EDITED BEFORE    *
004310*    ANYTHING IS MOVED SO CHAINS AND SWAPS CAN BE SEEN.  ONLY    *
004320*    ENTRIES THAT PASS THE RECORD EDITS ARE KEPT.                *
004330*****************************************************************
004340 01  WS-XREF-COUNT               PIC S9(5) COMP-3 VALUE ZERO.
004350 01  WS-XREF-TABLE.
004360     05 WS-XREF-ENTRY OCCURS 5000 TIMES
004370                      INDEXED BY WS-XREF-IDX WS-XCHK-IDX.
004380         10 WS-XREF-OLD-BANK     PIC S9(3) COMP-3.
004390         10 WS-XREF-OLD-ACCT     PIC S9(9) COMP-3.
004400         10 WS-XREF-NEW-BANK     PIC S9(3) COMP-3.
004410         10 WS-XREF-NEW-ACCT     PIC S9(9) COMP-3.
004420         10 WS-XREF-STATUS-SW    PIC X(1).
004430             88 WS-XREF-GOOD            VALUE ' '.
004440             88 WS-XREF-CHAIN-REJECT    VALUE 'C'.
004450
004460*****************************************************************
004470*    THE ACCOUNT BEING CONVERTED, AND ITS SEQ MAP - ONE ENTRY    *
004480*    PER SCHEDULE ON DSDS.SPECSTMT AND/OR DSDS.SPCARCH UNDER THE *
004490*    OLD ACCOUNT, OLD SEQ TO NEW SEQ.                            *
004500*****************************************************************
004510 01  WS-CNV-OLD-BANK             PIC S9(3) COMP-3.
004520 01  WS-CNV-OLD-ACCT             PIC S9(9) COMP-3.
004530 01  WS-CNV-NEW-BANK             PIC S9(3) COMP-3.
004540 01  WS-CNV-NEW-ACCT             PIC S9(9) COMP-3.
004550 01  WS-NEW-HIGH-SEQ             PIC S9(5) COMP-3.
004560 01  WS-MAP-COUNT                PIC S9(4) COMP-3 VALUE ZERO.
004570 01  WS-SEQ-MAP.
004580     05 WS-MAP-ENTRY OCCURS 500 TIMES
004590                     INDEXED BY WS-MAP-IDX.
004600         10 WS-MAP-OLD-SEQ       PIC S9(4) COMP-3.
004610         10 WS-MAP-NEW-SEQ       PIC S9(4) COMP-3.
004620         10 WS-MAP-STMT-SW       PIC X(1).
004630             88 WS-MAP-IN-STMT          VALUE 'Y'.
004640         10 WS-MAP-ARCH-SW       PIC X(1).
004650             88 WS-MAP-IN-ARCH          VALUE 'Y'.
004660         10 WS-MAP-MOVED-SW      PIC X(1).
004670             88 WS-MAP-MOVED            VALUE 'Y'.
004680
004690*****************************************************************
004700*    THE ROW BEING RE-KEYED, FOR THE REGISTER AND EXCEPTION      *
004710*    LINES.  THE QUALIFIER IS THE SEQ FOR A SCHEDULE-LEVEL TABLE *
004720*    AND THE TRAN CODE FOR AN ACCOUNT-LEVEL ONE; SPCHHLD HAS     *
004730*    NONE AND CARRIES THE HOUSEHOLD ID IN THE EXTRA FIELD.       *
004740*****************************************************************
004750 01  WS-RKY-TABLE                PIC X(8).
004760 01  WS-RKY-QUAL-LABEL           PIC X(4).
004770 01  WS-RKY-OLD-QUAL             PIC S9(4) COMP-3.
004780 01  WS-RKY-NEW-QUAL             PIC S9(4) COMP-3.
004790 01  WS-RKY-EXTRA                PIC X(10).
004800 01  WS-EXC-REASON               PIC X(50).
004810
004820 01  WS-REPORT-LINE.
004830     05 WS-RPT-OLD-BANK          PIC ZZ9.
004840     05 WS-RPT-OLD-ACCT          PIC Z(8)9.
004850     05 WS-RPT-NEW-BANK          PIC ZZ9.
004860     05 WS-RPT-NEW-ACCT          PIC Z(8)9.
004870     05 WS-RPT-OLD-QUAL          PIC Z(3)9.
004880     05 WS-RPT-NEW-QUAL          PIC Z(3)9.
004890     05 WS-RPT-HHLD-ID           PIC Z(8)9.
004900     05 WS-RPT-COUNT             PIC Z(6)9.
004910
004920 PROCEDURE DIVISION.
004930 0000-MAINLINE.
004940     PERFORM 1000-INITIALIZE
004950         THRU 1000-INITIALIZE-EXIT.
004960     IF WS-ABEND-NO
004970         PERFORM 2000-LOAD-XREF
004980             THRU 2000-LOAD-XREF-EXIT
004990     END-IF.
005000     IF WS-ABEND-NO
005010         PERFORM 2500-CHECK-CHAINS
005020             THRU 2500-CHECK-CHAINS-EXIT
005030         PERFORM 3000-CONVERT-ACCOUNTS
005040             THRU 3000-CONVERT-ACCOUNTS-EXIT
005050         PERFORM 7500-WRITE-TOTALS
005060             THRU 7500-WRITE-TOTALS-EXIT
005070     END-IF.
005080     PERFORM 9000-TERMINATE
005090         THRU 9000-TERMINATE-EXIT.
005100     GOBACK.
005110
005120 1000-INITIALIZE.
005130     OPEN INPUT RUN-PARM-FILE.
005140     IF NOT WS-RUNPARM-OK
005150         DISPLAY 'SPC280 - RUN PARM FILE OPEN FAILED, STATUS '
005160             WS-RUNPARM-STATUS
005170         MOVE 'Y' TO WS-ABEND-SW
005180         GO TO 1000-INITIALIZE-EXIT
005190     END-IF.
005200     READ RUN-PARM-FILE.
005210     CLOSE RUN-PARM-FILE.
005220     MOVE PARM-OPERATOR-ID TO SPC-OPERATOR-ID.
005230     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
005240     STRING WS-CURRENT-STAMP(1:4) '-' WS-CURRENT-STAMP(5:2)
005250             '-' WS-CURRENT-STAMP(7:2) DELIMITED BY SIZE
005260             INTO SPC-AUDIT-DATE.
005270     STRING WS-CURRENT-STAMP(9:2) ':' WS-CURRENT-STAMP(11:2)
005280             ':' WS-CURRENT-STAMP(13:2) DELIMITED BY SIZE
005290             INTO SPC-AUDIT-TIME.
005300     OPEN I-O SPECSTMT-FILE.
005310     IF NOT WS-SPECSTMT-OK
005320         DISPLAY 'SPC280 - SPECSTMT OPEN FAILED, STATUS '
005330             WS-SPECSTMT-STATUS
005340         MOVE 'Y' TO WS-ABEND-SW
005350         GO TO 1000-INITIALIZE-EXIT
005360     END-IF.
005370     OPEN I-O SPCARCH-FILE.
005380     IF NOT WS-SPCARCH-OK
005390         DISPLAY 'SPC280 - SPCARCH OPEN FAILED, STATUS '
005400             WS-SPCARCH-STATUS
005410         MOVE 'Y' TO WS-ABEND-SW
005420         GO TO 1000-INITIALIZE-EXIT
005430     END-IF.
005440     OPEN I-O SPCHOLD-FILE.
005450     IF NOT WS-SPCHOLD-OK
005460         DISPLAY 'SPC280 - SPCHOLD OPEN FAILED, STATUS '
005470             WS-SPCHOLD-STATUS
005480         MOVE 'Y' TO WS-ABEND-SW
005490         GO TO 1000-INITIALIZE-EXIT
005500     END-IF.
005510     OPEN I-O SPCDLVP-FILE.
005520     IF NOT WS-SPCDLVP-OK
005530         DISPLAY 'SPC280 - SPCDLVP OPEN FAILED, STATUS '
005540             WS-SPCDLVP-STATUS
005550         MOVE 'Y' TO WS-ABEND-SW
005560         GO TO 1000-INITIALIZE-EXIT
005570     END-IF.
005580     OPEN I-O SPCROLL-FILE.
005590     IF NOT WS-SPCROLL-OK
005600         DISPLAY 'SPC280 - SPCROLL OPEN FAILED, STATUS '
005610             WS-SPCROLL-STATUS
005620         MOVE 'Y' TO WS-ABEND-SW
005630         GO TO 1000-INITIALIZE-EXIT
005640     END-IF.
005650     OPEN I-O SPCHIST-FILE.
005660     IF NOT WS-SPCHIST-OK
005670         DISPLAY 'SPC280 - SPCHIST OPEN FAILED, STATUS '
005680             WS-SPCHIST-STATUS
005690         MOVE 'Y' TO WS-ABEND-SW
005700         GO TO 1000-INITIALIZE-EXIT
005710     END-IF.
005720     OPEN I-O SPCHHLD-FILE.
005730     IF NOT WS-SPCHHLD-OK
005740         DISPLAY 'SPC280 - SPCHHLD OPEN FAILED, STATUS '
005750             WS-SPCHHLD-STATUS
005760         MOVE 'Y' TO WS-ABEND-SW
005770         GO TO 1000-INITIALIZE-EXIT
005780     END-IF.
005790     OPEN I-O SPCRTRY-FILE.
005800     IF NOT WS-SPCRTRY-OK
005810         DISPLAY 'SPC280 - SPCRTRY OPEN FAILED, STATUS '
005820             WS-SPCRTRY-STATUS
005830         MOVE 'Y' TO WS-ABEND-SW
005840         GO TO 1000-INITIALIZE-EXIT
005850     END-IF.
005860     OPEN I-O SPCBILL-FILE.
005870     IF NOT WS-SPCBILL-OK
005880         DISPLAY 'SPC280 - SPCBILL OPEN FAILED, STATUS '
005890             WS-SPCBILL-STATUS
005900         MOVE 'Y' TO WS-ABEND-SW
005910         GO TO 1000-INITIALIZE-EXIT
005920     END-IF.
005930     OPEN I-O SPCWAIV-FILE.
005940     IF NOT WS-SPCWAIV-OK
005950         DISPLAY 'SPC280 - SPCWAIV OPEN FAILED, STATUS '
005960             WS-SPCWAIV-STATUS
005970         MOVE 'Y' TO WS-ABEND-SW
005980         GO TO 1000-INITIALIZE-EXIT
005990     END-IF.
006000     OPEN I-O SPCARSD-FILE.
006010     IF NOT WS-SPCARSD-OK
006020         DISPLAY 'SPC280 - SPCARSD OPEN FAILED, STATUS '
006030             WS-SPCARSD-STATUS
006040         MOVE 'Y' TO WS-ABEND-SW
006050         GO TO 1000-INITIALIZE-EXIT
006060     END-IF.
006070     OPEN I-O SPCFEEH-FILE.
006080     IF NOT WS-SPCFEEH-OK
006090         DISPLAY 'SPC280 - SPCFEEH OPEN FAILED, STATUS '
006100             WS-SPCFEEH-STATUS
006110         MOVE 'Y' TO WS-ABEND-SW
006120         GO TO 1000-INITIALIZE-EXIT
006130     END-IF.
006140     OPEN I-O SPCAUDT-FILE.
006150     IF NOT WS-SPCAUDT-OK
006160         DISPLAY 'SPC280 - SPCAUDT OPEN FAILED, STATUS '
006170             WS-SPCAUDT-STATUS
006180         MOVE 'Y' TO WS-ABEND-SW
006190         GO TO 1000-INITIALIZE-EXIT
006200     END-IF.
006210     OPEN OUTPUT SPCCVRG-FILE.
006220     IF NOT WS-SPCCVRG-OK
006230         DISPLAY 'SPC280 - SPCCVRG OPEN FAILED, STATUS '
006240             WS-SPCCVRG-STATUS
006250         MOVE 'Y' TO WS-ABEND-SW
006260         GO TO 1000-INITIALIZE-EXIT
006270     END-IF.
006280     OPEN OUTPUT SPCCVEX-FILE.
006290     IF NOT WS-SPCCVEX-OK
006300         DISPLAY 'SPC280 - SPCCVEX OPEN FAILED, STATUS '
006310             WS-SPCCVEX-STATUS
006320         MOVE 'Y' TO WS-ABEND-SW
006330         GO TO 1000-INITIALIZE-EXIT
006340     END-IF.
006350     MOVE SPACES TO FD-SPCCVRG-REC.
006360     STRING 'SPC280 - ACCOUNT RENUMBERING REGISTER  RUN '
006370             SPC-AUDIT-DATE ' ' SPC-AUDIT-TIME
006380             ' OPERATOR ' SPC-OPERATOR-ID
006390             DELIMITED BY SIZE
006400             INTO FD-SPCCVRG-REC.
006410     WRITE FD-SPCCVRG-REC.
006420     MOVE SPACES TO FD-SPCCVEX-REC.
006430     STRING 'SPC280 - ACCOUNT RENUMBERING EXCEPTIONS  RUN '
006440             SPC-AUDIT-DATE ' ' SPC-AUDIT-TIME
006450             ' OPERATOR ' SPC-OPERATOR-ID
006460             DELIMITED BY SIZE
006470             INTO FD-SPCCVEX-REC.
006480     WRITE FD-SPCCVEX-REC.
006490 1000-INITIALIZE-EXIT.
006500     EXIT.
006510
006520*****************************************************************
006530*    LOAD THE CROSS-REFERENCE FILE.  A RECORD THAT FAILS ITS     *
006540*    EDITS IS LISTED ON THE EXCEPTION REGISTER AND NOT LOADED.   *
006550*    MORE ENTRIES THAN THE TABLE HOLDS STOPS THE RUN BEFORE      *
006560*    ANYTHING IS MOVED - SPLIT THE FILE AND RUN IT IN PARTS.     *
006570*****************************************************************
006580 2000-LOAD-XREF.
006590     OPEN INPUT SPCXREF-FILE.
006600     IF WS-SPCXREF-NOFILE
006610         DISPLAY 'SPC280 - NO CROSS-REFERENCE FILE PRESENT, '
006620             'NOTHING CONVERTED'
006630         MOVE SPACES TO FD-SPCCVRG-REC
006640         STRING 'NO SPCXREF FILE SUPPLIED - NOTHING CONVERTED'
006650             DELIMITED BY SIZE
006660             INTO FD-SPCCVRG-REC
006670         WRITE FD-SPCCVRG-REC
006680         GO TO 2000-LOAD-XREF-EXIT
006690     END-IF.
006700     IF NOT WS-SPCXREF-OK
006710         DISPLAY 'SPC280 - SPCXREF OPEN FAILED, STATUS '
006720             WS-SPCXREF-STATUS
006730         MOVE 'Y' TO WS-ABEND-SW
006740         GO TO 2000-LOAD-XREF-EXIT
006750     END-IF.
006760     PERFORM 2100-LOAD-ONE-XREF
006770         THRU 2100-LOAD-ONE-XREF-EXIT
006780         UNTIL WS-XREF-EOF-YES OR WS-ABEND-YES.
006790     CLOSE SPCXREF-FILE.
006800     DISPLAY 'SPC280 - CROSS-REFERENCES LOADED ' WS-XREF-COUNT.
006810 2000-LOAD-XREF-EXIT.
006820     EXIT.
006830
006840 2100-LOAD-ONE-XREF.
006850     READ SPCXREF-FILE NEXT RECORD
006860         AT END
006870             MOVE 'Y' TO WS-XREF-EOF-SW
006880             GO TO 2100-LOAD-ONE-XREF-EXIT
006890     END-READ.
006900     MOVE FD-SPCXREF-REC TO DSDS-SPCXREF.
006910     ADD 1 TO SPC-XREF-READ.
006920     IF XREF-OLD-BANK-NBR NOT NUMERIC
006930             OR XREF-OLD-ACCT-NBR NOT NUMERIC
006940             OR XREF-NEW-BANK-NBR NOT NUMERIC
006950             OR XREF-NEW-ACCT-NBR NOT NUMERIC
006960         MOVE 'BANK OR ACCOUNT NUMBER NOT NUMERIC'
006970             TO WS-EXC-REASON
006980         PERFORM 2190-REJECT-XREF
006990             THRU 2190-REJECT-XREF-EXIT
007000         GO TO 2100-LOAD-ONE-XREF-EXIT
007010     END-IF.
007020     IF XREF-NEW-ACCT-NBR = ZERO
007030         MOVE 'NEW ACCOUNT NUMBER IS ZERO' TO WS-EXC-REASON
007040         PERFORM 2190-REJECT-XREF
007050             THRU 2190-REJECT-XREF-EXIT
007060         GO TO 2100-LOAD-ONE-XREF-EXIT
007070     END-IF.
007080     IF XREF-OLD-BANK-NBR = XREF-NEW-BANK-NBR
007090             AND XREF-OLD-ACCT-NBR = XREF-NEW-ACCT-NBR
007100         MOVE 'OLD AND NEW ACCOUNT ARE THE SAME' TO WS-EXC-REASON
007110         PERFORM 2190-REJECT-XREF
007120             THRU 2190-REJECT-XREF-EXIT
007130         GO TO 2100-LOAD-ONE-XREF-EXIT
007140     END-IF.
007150     MOVE 'N' TO WS-XREF-DUP-SW.
007160     SET WS-XCHK-IDX TO 1.
007170     PERFORM 2110-TEST-DUP-ENTRY
007180         THRU 2110-TEST-DUP-ENTRY-EXIT
007190         UNTIL WS-XREF-DUP-YES
007200             OR WS-XCHK-IDX > WS-XREF-COUNT.
007210     IF WS-XREF-DUP-YES
007220         MOVE 'OLD ACCOUNT LISTED TWICE - LATER ENTRY IGNORED'
007230             TO WS-EXC-REASON
007240         PERFORM 2190-REJECT-XREF
007250             THRU 2190-REJECT-XREF-EXIT
007260         GO TO 2100-LOAD-ONE-XREF-EXIT
007270     END-IF.
007280     IF WS-XREF-COUNT NOT < 5000
007290         DISPLAY 'SPC280 - MORE THAN 5000 CROSS-REFERENCES, '
007300             'SPLIT THE FILE - NOTHING CONVERTED'
007310         MOVE 'Y' TO WS-ABEND-SW
007320         GO TO 2100-LOAD-ONE-XREF-EXIT
007330     END-IF.
007340     ADD 1 TO WS-XREF-COUNT.
007350     SET WS-XREF-IDX TO WS-XREF-COUNT.
007360     MOVE XREF-OLD-BANK-NBR TO WS-XREF-OLD-BANK (WS-XREF-IDX).
007370     MOVE XREF-OLD-ACCT-NBR TO WS-XREF-OLD-ACCT (WS-XREF-IDX).
007380     MOVE XREF-NEW-BANK-NBR TO WS-XREF-NEW-BANK (WS-XREF-IDX).
007390     MOVE XREF-NEW-ACCT-NBR TO WS-XREF-NEW-ACCT (WS-XREF-IDX).
007400     MOVE SPACE TO WS-XREF-STATUS-SW (WS-XREF-IDX).
007410 2100-LOAD-ONE-XREF-EXIT.
007420     EXIT.
007430
007440 2110-TEST-DUP-ENTRY.
007450     IF WS-XREF-OLD-BANK (WS-XCHK-IDX) = XREF-OLD-BANK-NBR
007460             AND WS-XREF-OLD-ACCT (WS-XCHK-IDX)
007470                 = XREF-OLD-ACCT-NBR
007480         MOVE 'Y' TO WS-XREF-DUP-SW
007490     ELSE
007500         SET WS-XCHK-IDX UP BY 1
007510     END-IF.
007520 2110-TEST-DUP-ENTRY-EXIT.
007530     EXIT.
007540
007550 2190-REJECT-XREF.
007560     ADD 1 TO SPC-XREF-REJECTED.
007570     PERFORM 7150-WRITE-XREF-EXCEPTION
007580         THRU 7150-WRITE-XREF-EXCEPTION-EXIT.
007590 2190-REJECT-XREF-EXIT.
007600     EXIT.
007610
007620*****************************************************************
007630*    AN ENTRY WHOSE NEW ACCOUNT IS THE OLD ACCOUNT OF ANY ENTRY  *
007640*    IN THE TABLE IS HELD BACK.  EVERY ENTRY IS TESTED AGAINST   *
007650*    EVERY OTHER, REJECTED OR NOT, SO BOTH HALVES OF A SWAP ARE  *
007660*    HELD BACK AND NEITHER IS MERGED INTO THE OTHER.             *
007670*****************************************************************
007680 2500-CHECK-CHAINS.
007690     PERFORM 2510-CHECK-ONE-CHAIN
007700         THRU 2510-CHECK-ONE-CHAIN-EXIT
007710         VARYING WS-XREF-IDX FROM 1 BY 1
007720         UNTIL WS-XREF-IDX > WS-XREF-COUNT.
007730 2500-CHECK-CHAINS-EXIT.
007740     EXIT.
007750
007760 2510-CHECK-ONE-CHAIN.
007770     MOVE 'N' TO WS-XREF-CHAIN-SW.
007780     SET WS-XCHK-IDX TO 1.
007790     PERFORM 2520-TEST-CHAIN-ENTRY
007800         THRU 2520-TEST-CHAIN-ENTRY-EXIT
007810         UNTIL WS-XREF-CHAIN-YES
007820             OR WS-XCHK-IDX > WS-XREF-COUNT.
007830     IF WS-XREF-CHAIN-YES
007840         MOVE 'C' TO WS-XREF-STATUS-SW (WS-XREF-IDX)
007850         MOVE WS-XREF-OLD-BANK (WS-XREF-IDX) TO XREF-OLD-BANK-NBR
007860         MOVE WS-XREF-OLD-ACCT (WS-XREF-IDX) TO XREF-OLD-ACCT-NBR
007870         MOVE WS-XREF-NEW-BANK (WS-XREF-IDX) TO XREF-NEW-BANK-NBR
007880         MOVE WS-XREF-NEW-ACCT (WS-XREF-IDX) TO XREF-NEW-ACCT-NBR
007890         MOVE 'NEW ACCOUNT ALSO RENUMBERED - RUN IN A LATER PASS'
007900             TO WS-EXC-REASON
007910         PERFORM 2190-REJECT-XREF
007920             THRU 2190-REJECT-XREF-EXIT
007930     END-IF.
007940 2510-CHECK-ONE-CHAIN-EXIT.
007950     EXIT.
007960
007970 2520-TEST-CHAIN-ENTRY.
007980     IF WS-XREF-OLD-BANK (WS-XCHK-IDX)
007990             = WS-XREF-NEW-BANK (WS-XREF-IDX)
008000             AND WS-XREF-OLD-ACCT (WS-XCHK-IDX)
008010                 = WS-XREF-NEW-ACCT (WS-XREF-IDX)
008020         MOVE 'Y' TO WS-XREF-CHAIN-SW
008030     ELSE
008040         SET WS-XCHK-IDX UP BY 1
008050     END-IF.
008060 2520-TEST-CHAIN-ENTRY-EXIT.
008070     EXIT.
008080
008090 3000-CONVERT-ACCOUNTS.
008100     PERFORM 3010-CONVERT-ONE-ACCOUNT
008110         THRU 3010-CONVERT-ONE-ACCOUNT-EXIT
008120         VARYING WS-XREF-IDX FROM 1 BY 1
008130         UNTIL WS-XREF-IDX > WS-XREF-COUNT.
008140 3000-CONVERT-ACCOUNTS-EXIT.
008150     EXIT.
008160
008170*****************************************************************
008180*    ONE CROSS-REFERENCE ENTRY.  THE SCHEDULES ARE MOVED FIRST;  *
008190*    THE SCHEDULE-LEVEL SIDE ROWS THEN FOLLOW WHICHEVER OF THEM  *
008200*    MOVED, AND THE ACCOUNT-LEVEL ROWS MOVE WHOLESALE.  AN OLD   *
008210*    ACCOUNT WITH NO SCHEDULE AT ALL IS LISTED AS AN EXCEPTION,  *
008220*    BUT ITS ACCOUNT-LEVEL ROWS STILL MOVE.                      *
008230*****************************************************************
008240 3010-CONVERT-ONE-ACCOUNT.
008250     IF NOT WS-XREF-GOOD (WS-XREF-IDX)
008260         GO TO 3010-CONVERT-ONE-ACCOUNT-EXIT
008270     END-IF.
008280     MOVE WS-XREF-OLD-BANK (WS-XREF-IDX) TO WS-CNV-OLD-BANK.
008290     MOVE WS-XREF-OLD-ACCT (WS-XREF-IDX) TO WS-CNV-OLD-ACCT.
008300     MOVE WS-XREF-NEW-BANK (WS-XREF-IDX) TO WS-CNV-NEW-BANK.
008310     MOVE WS-XREF-NEW-ACCT (WS-XREF-IDX) TO WS-CNV-NEW-ACCT.
008320     MOVE 'SPCXREF ' TO WS-RKY-TABLE.
008330     MOVE SPACES     TO WS-RKY-QUAL-LABEL.
008340     MOVE SPACES     TO WS-RKY-EXTRA.
008350     PERFORM 3100-BUILD-SEQ-MAP
008360         THRU 3100-BUILD-SEQ-MAP-EXIT.
008370     IF WS-MAP-OVERFLOW-YES
008380         ADD 1 TO SPC-ACCTS-SKIPPED
008390         MOVE 'OVER 500 SCHEDULES UNDER OLD ACCOUNT - SKIPPED'
008400             TO WS-EXC-REASON
008410         PERFORM 7100-WRITE-EXCEPTION-LINE
008420             THRU 7100-WRITE-EXCEPTION-LINE-EXIT
008430         GO TO 3010-CONVERT-ONE-ACCOUNT-EXIT
008440     END-IF.
008450     IF WS-MAP-COUNT = ZERO
008460         ADD 1 TO SPC-XREF-UNRESOLVED
008470         MOVE 'NO SCHEDULE UNDER OLD ACCOUNT - ACCOUNT ROWS ONLY'
008480             TO WS-EXC-REASON
008490         PERFORM 7100-WRITE-EXCEPTION-LINE
008500             THRU 7100-WRITE-EXCEPTION-LINE-EXIT
008510         PERFORM 3020-WRITE-ACCOUNT-HEADING
008520             THRU 3020-WRITE-ACCOUNT-HEADING-EXIT
008530         PERFORM 3050-MOVE-ACCOUNT-ROWS
008540             THRU 3050-MOVE-ACCOUNT-ROWS-EXIT
008550         GO TO 3010-CONVERT-ONE-ACCOUNT-EXIT
008560     END-IF.
008570     PERFORM 3200-ASSIGN-NEW-SEQS
008580         THRU 3200-ASSIGN-NEW-SEQS-EXIT.
008590     IF WS-MAP-OVERFLOW-YES
008600         ADD 1 TO SPC-ACCTS-SKIPPED
008610         MOVE 'NEW ACCOUNT SEQ WOULD PASS 9999 - SKIPPED'
008620             TO WS-EXC-REASON
008630         PERFORM 7100-WRITE-EXCEPTION-LINE
008640             THRU 7100-WRITE-EXCEPTION-LINE-EXIT
008650         GO TO 3010-CONVERT-ONE-ACCOUNT-EXIT
008660     END-IF.
008670     PERFORM 3020-WRITE-ACCOUNT-HEADING
008680         THRU 3020-WRITE-ACCOUNT-HEADING-EXIT.
008690     PERFORM 3300-MOVE-SCHEDULES
008700         THRU 3300-MOVE-SCHEDULES-EXIT.
008710     PERFORM 4100-REKEY-HOLDS
008720         THRU 4100-REKEY-HOLDS-EXIT.
008730     PERFORM 4200-REKEY-DELIVERY
008740         THRU 4200-REKEY-DELIVERY-EXIT.
008750     PERFORM 4300-REKEY-ROLL-RULES
008760         THRU 4300-REKEY-ROLL-RULES-EXIT.
008770     PERFORM 4400-REKEY-HISTORY
008780         THRU 4400-REKEY-HISTORY-EXIT.
008790     PERFORM 3050-MOVE-ACCOUNT-ROWS
008800         THRU 3050-MOVE-ACCOUNT-ROWS-EXIT.
008810     ADD 1 TO SPC-ACCTS-CONVERTED.
008820 3010-CONVERT-ONE-ACCOUNT-EXIT.
008830     EXIT.
008840
008850 3020-WRITE-ACCOUNT-HEADING.
008860     MOVE WS-CNV-OLD-BANK TO WS-RPT-OLD-BANK.
008870     MOVE WS-CNV-OLD-ACCT TO WS-RPT-OLD-ACCT.
008880     MOVE WS-CNV-NEW-BANK TO WS-RPT-NEW-BANK.
008890     MOVE WS-CNV-NEW-ACCT TO WS-RPT-NEW-ACCT.
008900     MOVE SPACES TO FD-SPCCVRG-REC.
008910     WRITE FD-SPCCVRG-REC.
008920     MOVE SPACES TO FD-SPCCVRG-REC.
008930     IF WS-MAP-COUNT = ZERO
008940         STRING 'BANK ' WS-RPT-OLD-BANK ' ACCT ' WS-RPT-OLD-ACCT
008950             ' RENUMBERED TO BANK ' WS-RPT-NEW-BANK
008960             ' ACCT ' WS-RPT-NEW-ACCT
008970             ' - NO SCHEDULES, ACCOUNT ROWS ONLY'
008980             DELIMITED BY SIZE
008990             INTO FD-SPCCVRG-REC
009000         WRITE FD-SPCCVRG-REC
009010         GO TO 3020-WRITE-ACCOUNT-HEADING-EXIT
009020     END-IF.
009030     IF WS-NEW-HAS-ROWS-YES
009040         STRING 'BANK ' WS-RPT-OLD-BANK ' ACCT ' WS-RPT-OLD-ACCT
009050             ' RENUMBERED TO BANK ' WS-RPT-NEW-BANK
009060             ' ACCT ' WS-RPT-NEW-ACCT
009070             ' - SCHEDULES ADDED AFTER THOSE ALREADY ON FILE'
009080             DELIMITED BY SIZE
009090             INTO FD-SPCCVRG-REC
009100     ELSE
009110         STRING 'BANK ' WS-RPT-OLD-BANK ' ACCT ' WS-RPT-OLD-ACCT
009120             ' RENUMBERED TO BANK ' WS-RPT-NEW-BANK
009130             ' ACCT ' WS-RPT-NEW-ACCT
009140             ' - SEQ NUMBERS KEPT'
009150             DELIMITED BY SIZE
009160             INTO FD-SPCCVRG-REC
009170     END-IF.
009180     WRITE FD-SPCCVRG-REC.
009190 3020-WRITE-ACCOUNT-HEADING-EXIT.
009200     EXIT.
009210
009220 3050-MOVE-ACCOUNT-ROWS.
009230     PERFORM 5100-REKEY-HOUSEHOLD
009240         THRU 5100-REKEY-HOUSEHOLD-EXIT.
009250     PERFORM 5200-REKEY-RETRIES
009260         THRU 5200-REKEY-RETRIES-EXIT.
009270     PERFORM 5300-REKEY-BILLING
009280         THRU 5300-REKEY-BILLING-EXIT.
009290     PERFORM 5400-REKEY-WAIVERS
009300         THRU 5400-REKEY-WAIVERS-EXIT.
009310     PERFORM 5500-REKEY-SIDE-ARCHIVE
009320         THRU 5500-REKEY-SIDE-ARCHIVE-EXIT.
009330     PERFORM 5600-REKEY-FEE-HISTORY
009340         THRU 5600-REKEY-FEE-HISTORY-EXIT.
009350 3050-MOVE-ACCOUNT-ROWS-EXIT.
009360     EXIT.
009370
009380*****************************************************************
009390*    ONE MAP ENTRY PER SEQ UNDER THE OLD ACCOUNT, LIVE OR        *
009400*    ARCHIVED.  A SEQ ON BOTH TABLES GETS ONE ENTRY.             *
009410*****************************************************************
009420 3100-BUILD-SEQ-MAP.
009430     MOVE ZERO TO WS-MAP-COUNT.
009440     MOVE 'N'  TO WS-MAP-OVERFLOW-SW.
009450     MOVE 'N'  TO WS-BROWSE-END-SW.
009460     MOVE WS-CNV-OLD-BANK TO FK-SPC-BANK-NBR.
009470     MOVE WS-CNV-OLD-ACCT TO FK-SPC-ACCT-NBR.
009480     MOVE ZERO            TO FK-SPC-SEQ-NBR.
009490     START SPECSTMT-FILE KEY IS NOT LESS THAN FK-SPECSTMT-KEY
009500         INVALID KEY
009510             MOVE 'Y' TO WS-BROWSE-END-SW
009520     END-START.
009530     PERFORM 3110-MAP-ONE-STMT
009540         THRU 3110-MAP-ONE-STMT-EXIT
009550         UNTIL WS-BROWSE-END-YES.
009560     IF WS-MAP-OVERFLOW-YES
009570         GO TO 3100-BUILD-SEQ-MAP-EXIT
009580     END-IF.
009590     MOVE 'N' TO WS-BROWSE-END-SW.
009600     MOVE WS-CNV-OLD-BANK TO FK-ARCH-BANK-NBR.
009610     MOVE WS-CNV-OLD-ACCT TO FK-ARCH-ACCT-NBR.
009620     MOVE ZERO            TO FK-ARCH-SEQ-NBR.
009630     START SPCARCH-FILE KEY IS NOT LESS THAN FK-SPCARCH-KEY
009640         INVALID KEY
009650             MOVE 'Y' TO WS-BROWSE-END-SW
009660     END-START.
009670     PERFORM 3120-MAP-ONE-ARCH
009680         THRU 3120-MAP-ONE-ARCH-EXIT
009690         UNTIL WS-BROWSE-END-YES.
009700 3100-BUILD-SEQ-MAP-EXIT.
009710     EXIT.
009720
009730 3110-MAP-ONE-STMT.
009740     READ SPECSTMT-FILE NEXT RECORD
009750         AT END
009760             MOVE 'Y' TO WS-BROWSE-END-SW
009770             GO TO 3110-MAP-ONE-STMT-EXIT
009780     END-READ.
009790     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
009800     IF STMT-BANK-NBR NOT = WS-CNV-OLD-BANK
009810             OR STMT-ACCT-NBR NOT = WS-CNV-OLD-ACCT
009820         MOVE 'Y' TO WS-BROWSE-END-SW
009830         GO TO 3110-MAP-ONE-STMT-EXIT
009840     END-IF.
009850     MOVE STMT-SEQ-NBR TO WS-RKY-OLD-QUAL.
009860     PERFORM 3150-ADD-MAP-ENTRY
009870         THRU 3150-ADD-MAP-ENTRY-EXIT.
009880     IF WS-MAP-OVERFLOW-YES
009890         MOVE 'Y' TO WS-BROWSE-END-SW
009900         GO TO 3110-MAP-ONE-STMT-EXIT
009910     END-IF.
009920     MOVE 'Y' TO WS-MAP-STMT-SW (WS-MAP-IDX).
009930 3110-MAP-ONE-STMT-EXIT.
009940     EXIT.
009950
009960 3120-MAP-ONE-ARCH.
009970     READ SPCARCH-FILE NEXT RECORD
009980         AT END
009990             MOVE 'Y' TO WS-BROWSE-END-SW
010000             GO TO 3120-MAP-ONE-ARCH-EXIT
010010     END-READ.
010020     MOVE FD-SPCARCH-DATA TO DSDS-SPCARCH.
010030     IF ARCH-BANK-NBR NOT = WS-CNV-OLD-BANK
010040             OR ARCH-ACCT-NBR NOT = WS-CNV-OLD-ACCT
010050         MOVE 'Y' TO WS-BROWSE-END-SW
010060         GO TO 3120-MAP-ONE-ARCH-EXIT
010070     END-IF.
010080     MOVE ARCH-SEQ-NBR TO WS-RKY-OLD-QUAL.
010090     PERFORM 3150-ADD-MAP-ENTRY
010100         THRU 3150-ADD-MAP-ENTRY-EXIT.
010110     IF WS-MAP-OVERFLOW-YES
010120         MOVE 'Y' TO WS-BROWSE-END-SW
010130         GO TO 3120-MAP-ONE-ARCH-EXIT
010140     END-IF.
010150     MOVE 'Y' TO WS-MAP-ARCH-SW (WS-MAP-IDX).
010160 3120-MAP-ONE-ARCH-EXIT.
010170     EXIT.
010180
010190*****************************************************************
010200*    LEAVES WS-MAP-IDX ON THE ENTRY FOR WS-RKY-OLD-QUAL, ADDING  *
010210*    ONE (NEW SEQ = OLD SEQ FOR NOW) WHEN IT IS NOT THERE YET.   *
010220*****************************************************************
010230 3150-ADD-MAP-ENTRY.
010240     MOVE 'N' TO WS-MAP-FOUND-SW.
010250     SET WS-MAP-IDX TO 1.
010260     PERFORM 3160-TEST-MAP-ENTRY
010270         THRU 3160-TEST-MAP-ENTRY-EXIT
010280         UNTIL WS-MAP-FOUND-YES
010290             OR WS-MAP-IDX > WS-MAP-COUNT.
010300     IF WS-MAP-FOUND-YES
010310         GO TO 3150-ADD-MAP-ENTRY-EXIT
010320     END-IF.
010330     IF WS-MAP-COUNT NOT < 500
010340         MOVE 'Y' TO WS-MAP-OVERFLOW-SW
010350         GO TO 3150-ADD-MAP-ENTRY-EXIT
010360     END-IF.
010370     ADD 1 TO WS-MAP-COUNT.
010380     SET WS-MAP-IDX TO WS-MAP-COUNT.
010390     MOVE WS-RKY-OLD-QUAL TO WS-MAP-OLD-SEQ (WS-MAP-IDX).
010400     MOVE WS-RKY-OLD-QUAL TO WS-MAP-NEW-SEQ (WS-MAP-IDX).
010410     MOVE 'N' TO WS-MAP-STMT-SW (WS-MAP-IDX).
010420     MOVE 'N' TO WS-MAP-ARCH-SW (WS-MAP-IDX).
010430     MOVE 'N' TO WS-MAP-MOVED-SW (WS-MAP-IDX).
010440 3150-ADD-MAP-ENTRY-EXIT.
010450     EXIT.
010460
010470 3160-TEST-MAP-ENTRY.
010480     IF WS-MAP-OLD-SEQ (WS-MAP-IDX) = WS-RKY-OLD-QUAL
010490         MOVE 'Y' TO WS-MAP-FOUND-SW
010500     ELSE
010510         SET WS-MAP-IDX UP BY 1
010520     END-IF.
010530 3160-TEST-MAP-ENTRY-EXIT.
010540     EXIT.
010550
010560*****************************************************************
010570*    WHEN THE NEW ACCOUNT ALREADY HAS SCHEDULES, LIVE OR         *
010580*    ARCHIVED - ITS OWN, OR ONES MOVED IN EARLIER IN THIS RUN    *
010590*    FROM ANOTHER OLD ACCOUNT - THE MOVED ONES ARE NUMBERED ON   *
010600*    FROM ITS HIGHEST SEQ.  OTHERWISE THE OLD NUMBERS STAND.     *
010610*****************************************************************
010620 3200-ASSIGN-NEW-SEQS.
010630     MOVE ZERO TO WS-NEW-HIGH-SEQ.
010640     MOVE 'N'  TO WS-NEW-HAS-ROWS-SW.
010650     MOVE 'N'  TO WS-BROWSE-END-SW.
010660     MOVE WS-CNV-NEW-BANK TO FK-SPC-BANK-NBR.
010670     MOVE WS-CNV-NEW-ACCT TO FK-SPC-ACCT-NBR.
010680     MOVE ZERO            TO FK-SPC-SEQ-NBR.
010690     START SPECSTMT-FILE KEY IS NOT LESS THAN FK-SPECSTMT-KEY
010700         INVALID KEY
010710             MOVE 'Y' TO WS-BROWSE-END-SW
010720     END-START.
010730     PERFORM 3210-SCAN-NEW-STMT
010740         THRU 3210-SCAN-NEW-STMT-EXIT
010750         UNTIL WS-BROWSE-END-YES.
010760     MOVE 'N' TO WS-BROWSE-END-SW.
010770     MOVE WS-CNV-NEW-BANK TO FK-ARCH-BANK-NBR.
010780     MOVE WS-CNV-NEW-ACCT TO FK-ARCH-ACCT-NBR.
010790     MOVE ZERO            TO FK-ARCH-SEQ-NBR.
010800     START SPCARCH-FILE KEY IS NOT LESS THAN FK-SPCARCH-KEY
010810         INVALID KEY
010820             MOVE 'Y' TO WS-BROWSE-END-SW
010830     END-START.
010840     PERFORM 3220-SCAN-NEW-ARCH
010850         THRU 3220-SCAN-NEW-ARCH-EXIT
010860         UNTIL WS-BROWSE-END-YES.
010870     IF WS-NEW-HAS-ROWS-NO
010880         GO TO 3200-ASSIGN-NEW-SEQS-EXIT
010890     END-IF.
010900     IF WS-NEW-HIGH-SEQ + WS-MAP-COUNT > 9999
010910         MOVE 'Y' TO WS-MAP-OVERFLOW-SW
010920         GO TO 3200-ASSIGN-NEW-SEQS-EXIT
010930     END-IF.
010940     PERFORM 3230-SET-ONE-NEW-SEQ
010950         THRU 3230-SET-ONE-NEW-SEQ-EXIT
010960         VARYING WS-MAP-IDX FROM 1 BY 1
010970         UNTIL WS-MAP-IDX > WS-MAP-COUNT.
010980 3200-ASSIGN-NEW-SEQS-EXIT.
010990     EXIT.
011000
011010 3210-SCAN-NEW-STMT.
011020     READ SPECSTMT-FILE NEXT RECORD
011030         AT END
011040             MOVE 'Y' TO WS-BROWSE-END-SW
011050             GO TO 3210-SCAN-NEW-STMT-EXIT
011060     END-READ.
011070     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
011080     IF STMT-BANK-NBR NOT = WS-CNV-NEW-BANK
011090             OR STMT-ACCT-NBR NOT = WS-CNV-NEW-ACCT
011100         MOVE 'Y' TO WS-BROWSE-END-SW
011110         GO TO 3210-SCAN-NEW-STMT-EXIT
011120     END-IF.
011130     MOVE 'Y' TO WS-NEW-HAS-ROWS-SW.
011140     IF STMT-SEQ-NBR > WS-NEW-HIGH-SEQ
011150         MOVE STMT-SEQ-NBR TO WS-NEW-HIGH-SEQ
011160     END-IF.
011170 3210-SCAN-NEW-STMT-EXIT.
011180     EXIT.
011190
011200 3220-SCAN-NEW-ARCH.
011210     READ SPCARCH-FILE NEXT RECORD
011220         AT END
011230             MOVE 'Y' TO WS-BROWSE-END-SW
011240             GO TO 3220-SCAN-NEW-ARCH-EXIT
011250     END-READ.
011260     MOVE FD-SPCARCH-DATA TO DSDS-SPCARCH.
011270     IF ARCH-BANK-NBR NOT = WS-CNV-NEW-BANK
011280             OR ARCH-ACCT-NBR NOT = WS-CNV-NEW-ACCT
011290         MOVE 'Y' TO WS-BROWSE-END-SW
011300         GO TO 3220-SCAN-NEW-ARCH-EXIT
011310     END-IF.
011320     MOVE 'Y' TO WS-NEW-HAS-ROWS-SW.
011330     IF ARCH-SEQ-NBR > WS-NEW-HIGH-SEQ
011340         MOVE ARCH-SEQ-NBR TO WS-NEW-HIGH-SEQ
011350     END-IF.
011360 3220-SCAN-NEW-ARCH-EXIT.
011370     EXIT.
011380
011390 3230-SET-ONE-NEW-SEQ.
011400     ADD 1 TO WS-NEW-HIGH-SEQ.
011410     MOVE WS-NEW-HIGH-SEQ TO WS-MAP-NEW-SEQ (WS-MAP-IDX).
011420 3230-SET-ONE-NEW-SEQ-EXIT.
011430     EXIT.
011440
011450 3300-MOVE-SCHEDULES.
011460     PERFORM 3310-MOVE-ONE-SCHEDULE
011470         THRU 3310-MOVE-ONE-SCHEDULE-EXIT
011480         VARYING WS-MAP-IDX FROM 1 BY 1
011490         UNTIL WS-MAP-IDX > WS-MAP-COUNT.
011500 3300-MOVE-SCHEDULES-EXIT.
011510     EXIT.
011520
011530*****************************************************************
011540*    A SCHEDULE COUNTS AS MOVED - AND ITS SIDE ROWS FOLLOW IT -  *
011550*    WHEN ITS LIVE ROW OR ITS ARCHIVED ROW WAS RE-KEYED.         *
011560*****************************************************************
011570 3310-MOVE-ONE-SCHEDULE.
011580     MOVE WS-MAP-OLD-SEQ (WS-MAP-IDX) TO WS-RKY-OLD-QUAL.
011590     MOVE WS-MAP-NEW-SEQ (WS-MAP-IDX) TO WS-RKY-NEW-QUAL.
011600     MOVE 'SEQ ' TO WS-RKY-QUAL-LABEL.
011610     MOVE SPACES TO WS-RKY-EXTRA.
011620     IF WS-MAP-IN-STMT (WS-MAP-IDX)
011630         PERFORM 3320-MOVE-STMT-ROW
011640             THRU 3320-MOVE-STMT-ROW-EXIT
011650     END-IF.
011660     IF WS-MAP-IN-ARCH (WS-MAP-IDX)
011670         PERFORM 3330-MOVE-ARCH-ROW
011680             THRU 3330-MOVE-ARCH-ROW-EXIT
011690     END-IF.
011700 3310-MOVE-ONE-SCHEDULE-EXIT.
011710     EXIT.
011720
011730 3320-MOVE-STMT-ROW.
011740     MOVE 'SPECSTMT' TO WS-RKY-TABLE.
011750     MOVE WS-CNV-OLD-BANK TO FK-SPC-BANK-NBR.
011760     MOVE WS-CNV-OLD-ACCT TO FK-SPC-ACCT-NBR.
011770     MOVE WS-RKY-OLD-QUAL TO FK-SPC-SEQ-NBR.
011780     READ SPECSTMT-FILE KEY IS FK-SPECSTMT-KEY
011790         INVALID KEY
011800             ADD 1 TO SPC-ROWS-LEFT
011810             MOVE 'SCHEDULE ROW NO LONGER ON FILE - SKIPPED'
011820                 TO WS-EXC-REASON
011830             PERFORM 7100-WRITE-EXCEPTION-LINE
011840                 THRU 7100-WRITE-EXCEPTION-LINE-EXIT
011850             GO TO 3320-MOVE-STMT-ROW-EXIT
011860     END-READ.
011870     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
011880     MOVE DSDS-SPECSTMT    TO WS-BEFORE-IMAGE.
011890     MOVE WS-CNV-NEW-BANK  TO STMT-BANK-NBR FK-SPC-BANK-NBR.
011900     MOVE WS-CNV-NEW-ACCT  TO STMT-ACCT-NBR FK-SPC-ACCT-NBR.
011910     MOVE WS-RKY-NEW-QUAL  TO STMT-SEQ-NBR  FK-SPC-SEQ-NBR.
011920     MOVE DSDS-SPECSTMT    TO FD-SPECSTMT-DATA.
011930     WRITE FD-SPECSTMT-REC.
011940     IF NOT WS-SPECSTMT-OK
011950         MOVE WS-SPECSTMT-STATUS TO WS-IO-STATUS
011960         PERFORM 7200-REPORT-WRITE-FAIL
011970             THRU 7200-REPORT-WRITE-FAIL-EXIT
011980         GO TO 3320-MOVE-STMT-ROW-EXIT
011990     END-IF.
012000     MOVE WS-CNV-OLD-BANK TO FK-SPC-BANK-NBR.
012010     MOVE WS-CNV-OLD-ACCT TO FK-SPC-ACCT-NBR.
012020     MOVE WS-RKY-OLD-QUAL TO FK-SPC-SEQ-NBR.
012030     DELETE SPECSTMT-FILE RECORD.
012040     IF NOT WS-SPECSTMT-OK
012050         MOVE WS-SPECSTMT-STATUS TO WS-IO-STATUS
012060         PERFORM 7300-REPORT-DELETE-FAIL
012070             THRU 7300-REPORT-DELETE-FAIL-EXIT
012080     END-IF.
012090     MOVE 'Y' TO WS-MAP-MOVED-SW (WS-MAP-IDX).
012100     ADD 1 TO SPC-SCHED-REKEYED.
012110     MOVE WS-RKY-NEW-QUAL TO WS-AUD-SEQ-NBR.
012120     MOVE DSDS-SPECSTMT   TO AUDT-AFTER-IMAGE.
012130     PERFORM 7400-LOG-REKEY
012140         THRU 7400-LOG-REKEY-EXIT.
012150 3320-MOVE-STMT-ROW-EXIT.
012160     EXIT.
012170
012180 3330-MOVE-ARCH-ROW.
012190     MOVE 'SPCARCH ' TO WS-RKY-TABLE.
012200     MOVE WS-CNV-OLD-BANK TO FK-ARCH-BANK-NBR.
012210     MOVE WS-CNV-OLD-ACCT TO FK-ARCH-ACCT-NBR.
012220     MOVE WS-RKY-OLD-QUAL TO FK-ARCH-SEQ-NBR.
012230     READ SPCARCH-FILE KEY IS FK-SPCARCH-KEY
012240         INVALID KEY
012250             ADD 1 TO SPC-ROWS-LEFT
012260             MOVE 'ARCHIVED ROW NO LONGER ON FILE - SKIPPED'
012270                 TO WS-EXC-REASON
012280             PERFORM 7100-WRITE-EXCEPTION-LINE
012290                 THRU 7100-WRITE-EXCEPTION-LINE-EXIT
012300             GO TO 3330-MOVE-ARCH-ROW-EXIT
012310     END-READ.
012320     MOVE FD-SPCARCH-DATA TO DSDS-SPCARCH.
012330     MOVE DSDS-SPCARCH    TO WS-BEFORE-IMAGE.
012340     MOVE WS-CNV-NEW-BANK TO ARCH-BANK-NBR FK-ARCH-BANK-NBR.
012350     MOVE WS-CNV-NEW-ACCT TO ARCH-ACCT-NBR FK-ARCH-ACCT-NBR.
012360     MOVE WS-RKY-NEW-QUAL TO ARCH-SEQ-NBR  FK-ARCH-SEQ-NBR.
012370     MOVE DSDS-SPCARCH    TO FD-SPCARCH-DATA.
012380     WRITE FD-SPCARCH-REC.
012390     IF NOT WS-SPCARCH-OK
012400         MOVE WS-SPCARCH-STATUS TO WS-IO-STATUS
012410         PERFORM 7200-REPORT-WRITE-FAIL
012420             THRU 7200-REPORT-WRITE-FAIL-EXIT
012430         GO TO 3330-MOVE-ARCH-ROW-EXIT
012440     END-IF.
012450     MOVE WS-CNV-OLD-BANK TO FK-ARCH-BANK-NBR.
012460     MOVE WS-CNV-OLD-ACCT TO FK-ARCH-ACCT-NBR.
012470     MOVE WS-RKY-OLD-QUAL TO FK-ARCH-SEQ-NBR.
012480     DELETE SPCARCH-FILE RECORD.
012490     IF NOT WS-SPCARCH-OK
012500         MOVE WS-SPCARCH-STATUS TO WS-IO-STATUS
012510         PERFORM 7300-REPORT-DELETE-FAIL
012520             THRU 7300-REPORT-DELETE-FAIL-EXIT
012530     END-IF.
012540     MOVE 'Y' TO WS-MAP-MOVED-SW (WS-MAP-IDX).
012550     ADD 1 TO SPC-SCHED-REKEYED.
012560     MOVE WS-RKY-NEW-QUAL TO WS-AUD-SEQ-NBR.
012570     MOVE DSDS-SPCARCH    TO AUDT-AFTER-IMAGE.
012580     PERFORM 7400-LOG-REKEY
012590         THRU 7400-LOG-REKEY-EXIT.
012600 3330-MOVE-ARCH-ROW-EXIT.
012610     EXIT.
012620
012630*****************************************************************
012640*    SETS WS-RKY-NEW-QUAL FOR THE SEQ IN WS-RKY-OLD-QUAL WHEN    *
012650*    ITS SCHEDULE WAS MOVED THIS RUN.                            *
012660*****************************************************************
012670 3900-LOOKUP-SEQ.
012680     MOVE 'N' TO WS-SEQ-MAPPED-SW.
012690     SET WS-MAP-IDX TO 1.
012700     PERFORM 3910-TEST-SEQ-ENTRY
012710         THRU 3910-TEST-SEQ-ENTRY-EXIT
012720         UNTIL NOT WS-SEQ-NOT-MAPPED
012730             OR WS-MAP-IDX > WS-MAP-COUNT.
012740 3900-LOOKUP-SEQ-EXIT.
012750     EXIT.
012760
012770 3910-TEST-SEQ-ENTRY.
012780     IF WS-MAP-OLD-SEQ (WS-MAP-IDX) NOT = WS-RKY-OLD-QUAL
012790         SET WS-MAP-IDX UP BY 1
012800         GO TO 3910-TEST-SEQ-ENTRY-EXIT
012810     END-IF.
012820     IF WS-MAP-MOVED (WS-MAP-IDX)
012830         MOVE 'Y' TO WS-SEQ-MAPPED-SW
012840         MOVE WS-MAP-NEW-SEQ (WS-MAP-IDX) TO WS-RKY-NEW-QUAL
012850     ELSE
012860         MOVE 'F' TO WS-SEQ-MAPPED-SW
012870     END-IF.
012880 3910-TEST-SEQ-ENTRY-EXIT.
012890     EXIT.
012900
012910 3950-REPORT-UNMAPPED.
012920     IF WS-SEQ-NOT-MOVED
012930         MOVE 'SCHEDULE NOT MOVED - LEFT UNDER OLD ACCOUNT'
012940             TO WS-EXC-REASON
012950     ELSE
012960         MOVE 'NO SCHEDULE FOR THIS SEQ - LEFT UNDER OLD ACCOUNT'
012970             TO WS-EXC-REASON
012980     END-IF.
012990     ADD 1 TO SPC-ROWS-LEFT.
013000     PERFORM 7100-WRITE-EXCEPTION-LINE
013010         THRU 7100-WRITE-EXCEPTION-LINE-EXIT.
013020 3950-REPORT-UNMAPPED-EXIT.
013030     EXIT.
013040
013050*****************************************************************
013060*    SCHEDULE-LEVEL SIDE TABLES.  EACH IS BROWSED UNDER THE OLD  *
013070*    BANK/ACCOUNT; A ROW IS WRITTEN UNDER ITS SCHEDULE'S NEW KEY *
013080*    AND THE OLD ROW DELETED.  THE NEW ROWS SIT UNDER ANOTHER    *
013090*    ACCOUNT, SO THE BROWSE NEVER MEETS THEM AGAIN.              *
013100*****************************************************************
013110 4100-REKEY-HOLDS.
013120     MOVE 'N' TO WS-BROWSE-END-SW.
013130     MOVE WS-CNV-OLD-BANK TO FK-HLD-BANK-NBR.
013140     MOVE WS-CNV-OLD-ACCT TO FK-HLD-ACCT-NBR.
013150     MOVE ZERO            TO FK-HLD-SEQ-NBR.
013160     START SPCHOLD-FILE KEY IS NOT LESS THAN FK-SPCHOLD-KEY
013170         INVALID KEY
013180             GO TO 4100-REKEY-HOLDS-EXIT
013190     END-START.
013200     PERFORM 4110-REKEY-ONE-HOLD
013210         THRU 4110-REKEY-ONE-HOLD-EXIT
013220         UNTIL WS-BROWSE-END-YES.
013230 4100-REKEY-HOLDS-EXIT.
013240     EXIT.
013250
013260 4110-REKEY-ONE-HOLD.
013270     READ SPCHOLD-FILE NEXT RECORD
013280         AT END
013290             MOVE 'Y' TO WS-BROWSE-END-SW
013300             GO TO 4110-REKEY-ONE-HOLD-EXIT
013310     END-READ.
013320     MOVE FD-SPCHOLD-DATA TO DSDS-SPCHOLD.
013330     IF HOLD-BANK-NBR NOT = WS-CNV-OLD-BANK
013340             OR HOLD-ACCT-NBR NOT = WS-CNV-OLD-ACCT
013350         MOVE 'Y' TO WS-BROWSE-END-SW
013360         GO TO 4110-REKEY-ONE-HOLD-EXIT
013370     END-IF.
013380     MOVE 'SPCHOLD ' TO WS-RKY-TABLE.
013390     MOVE 'SEQ '     TO WS-RKY-QUAL-LABEL.
013400     MOVE SPACES     TO WS-RKY-EXTRA.
013410     MOVE HOLD-SEQ-NBR TO WS-RKY-OLD-QUAL.
013420     PERFORM 3900-LOOKUP-SEQ
013430         THRU 3900-LOOKUP-SEQ-EXIT.
013440     IF NOT WS-SEQ-MAPPED
013450         PERFORM 3950-REPORT-UNMAPPED
013460             THRU 3950-REPORT-UNMAPPED-EXIT
013470         GO TO 4110-REKEY-ONE-HOLD-EXIT
013480     END-IF.
013490     MOVE DSDS-SPCHOLD    TO WS-BEFORE-IMAGE.
013500     MOVE WS-CNV-NEW-BANK TO HOLD-BANK-NBR FK-HLD-BANK-NBR.
013510     MOVE WS-CNV-NEW-ACCT TO HOLD-ACCT-NBR FK-HLD-ACCT-NBR.
013520     MOVE WS-RKY-NEW-QUAL TO HOLD-SEQ-NBR  FK-HLD-SEQ-NBR.
013530     MOVE DSDS-SPCHOLD    TO FD-SPCHOLD-DATA.
013540     WRITE FD-SPCHOLD-REC.
013550     IF NOT WS-SPCHOLD-OK
013560         MOVE WS-SPCHOLD-STATUS TO WS-IO-STATUS
013570         PERFORM 7200-REPORT-WRITE-FAIL
013580             THRU 7200-REPORT-WRITE-FAIL-EXIT
013590         GO TO 4110-REKEY-ONE-HOLD-EXIT
013600     END-IF.
013610     MOVE WS-CNV-OLD-BANK TO FK-HLD-BANK-NBR.
013620     MOVE WS-CNV-OLD-ACCT TO FK-HLD-ACCT-NBR.
013630     MOVE WS-RKY-OLD-QUAL TO FK-HLD-SEQ-NBR.
013640     DELETE SPCHOLD-FILE RECORD.
013650     IF NOT WS-SPCHOLD-OK
013660         MOVE WS-SPCHOLD-STATUS TO WS-IO-STATUS
013670         PERFORM 7300-REPORT-DELETE-FAIL
013680             THRU 7300-REPORT-DELETE-FAIL-EXIT
013690     END-IF.
013700     ADD 1 TO SPC-SIDE-REKEYED.
013710     MOVE WS-RKY-NEW-QUAL TO WS-AUD-SEQ-NBR.
013720     MOVE DSDS-SPCHOLD    TO AUDT-AFTER-IMAGE.
013730     PERFORM 7400-LOG-REKEY
013740         THRU 7400-LOG-REKEY-EXIT.
013750 4110-REKEY-ONE-HOLD-EXIT.
013760     EXIT.
013770
013780 4200-REKEY-DELIVERY.
013790     MOVE 'N' TO WS-BROWSE-END-SW.
013800     MOVE WS-CNV-OLD-BANK TO FK-DLV-BANK-NBR.
013810     MOVE WS-CNV-OLD-ACCT TO FK-DLV-ACCT-NBR.
013820     MOVE ZERO            TO FK-DLV-SEQ-NBR.
013830     START SPCDLVP-FILE KEY IS NOT LESS THAN FK-SPCDLVP-KEY
013840         INVALID KEY
013850             GO TO 4200-REKEY-DELIVERY-EXIT
013860     END-START.
013870     PERFORM 4210-REKEY-ONE-DELIVERY
013880         THRU 4210-REKEY-ONE-DELIVERY-EXIT
013890         UNTIL WS-BROWSE-END-YES.
013900 4200-REKEY-DELIVERY-EXIT.
013910     EXIT.
013920
013930 4210-REKEY-ONE-DELIVERY.
013940     READ SPCDLVP-FILE NEXT RECORD
013950         AT END
013960             MOVE 'Y' TO WS-BROWSE-END-SW
013970             GO TO 4210-REKEY-ONE-DELIVERY-EXIT
013980     END-READ.
013990     MOVE FD-SPCDLVP-DATA TO DSDS-SPCDLVP.
014000     IF DLVP-BANK-NBR NOT = WS-CNV-OLD-BANK
014010             OR DLVP-ACCT-NBR NOT = WS-CNV-OLD-ACCT
014020         MOVE 'Y' TO WS-BROWSE-END-SW
014030         GO TO 4210-REKEY-ONE-DELIVERY-EXIT
014040     END-IF.
014050     MOVE 'SPCDLVP ' TO WS-RKY-TABLE.
014060     MOVE 'SEQ '     TO WS-RKY-QUAL-LABEL.
014070     MOVE SPACES     TO WS-RKY-EXTRA.
014080     MOVE DLVP-SEQ-NBR TO WS-RKY-OLD-QUAL.
014090     PERFORM 3900-LOOKUP-SEQ
014100         THRU 3900-LOOKUP-SEQ-EXIT.
014110     IF NOT WS-SEQ-MAPPED
014120         PERFORM 3950-REPORT-UNMAPPED
014130             THRU 3950-REPORT-UNMAPPED-EXIT
014140         GO TO 4210-REKEY-ONE-DELIVERY-EXIT
014150     END-IF.
014160     MOVE DSDS-SPCDLVP    TO WS-BEFORE-IMAGE.
014170     MOVE WS-CNV-NEW-BANK TO DLVP-BANK-NBR FK-DLV-BANK-NBR.
014180     MOVE WS-CNV-NEW-ACCT TO DLVP-ACCT-NBR FK-DLV-ACCT-NBR.
014190     MOVE WS-RKY-NEW-QUAL TO DLVP-SEQ-NBR  FK-DLV-SEQ-NBR.
014200     MOVE DSDS-SPCDLVP    TO FD-SPCDLVP-DATA.
014210     WRITE FD-SPCDLVP-REC.
014220     IF NOT WS-SPCDLVP-OK
014230         MOVE WS-SPCDLVP-STATUS TO WS-IO-STATUS
014240         PERFORM 7200-REPORT-WRITE-FAIL
014250             THRU 7200-REPORT-WRITE-FAIL-EXIT
014260         GO TO 4210-REKEY-ONE-DELIVERY-EXIT
014270     END-IF.
014280     MOVE WS-CNV-OLD-BANK TO FK-DLV-BANK-NBR.
014290     MOVE WS-CNV-OLD-ACCT TO FK-DLV-ACCT-NBR.
014300     MOVE WS-RKY-OLD-QUAL TO FK-DLV-SEQ-NBR.
014310     DELETE SPCDLVP-FILE RECORD.
014320     IF NOT WS-SPCDLVP-OK
014330         MOVE WS-SPCDLVP-STATUS TO WS-IO-STATUS
014340         PERFORM 7300-REPORT-DELETE-FAIL
014350             THRU 7300-REPORT-DELETE-FAIL-EXIT
014360     END-IF.
014370     ADD 1 TO SPC-SIDE-REKEYED.
014380     MOVE WS-RKY-NEW-QUAL TO WS-AUD-SEQ-NBR.
014390     MOVE DSDS-SPCDLVP    TO AUDT-AFTER-IMAGE.
014400     PERFORM 7400-LOG-REKEY
014410         THRU 7400-LOG-REKEY-EXIT.
014420 4210-REKEY-ONE-DELIVERY-EXIT.
014430     EXIT.
014440
014450 4300-REKEY-ROLL-RULES.
014460     MOVE 'N' TO WS-BROWSE-END-SW.
014470     MOVE WS-CNV-OLD-BANK TO FK-ROL-BANK-NBR.
014480     MOVE WS-CNV-OLD-ACCT TO FK-ROL-ACCT-NBR.
014490     MOVE ZERO            TO FK-ROL-SEQ-NBR.
014500     START SPCROLL-FILE KEY IS NOT LESS THAN FK-SPCROLL-KEY
014510         INVALID KEY
014520             GO TO 4300-REKEY-ROLL-RULES-EXIT
014530     END-START.
014540     PERFORM 4310-REKEY-ONE-ROLL-RULE
014550         THRU 4310-REKEY-ONE-ROLL-RULE-EXIT
014560         UNTIL WS-BROWSE-END-YES.
014570 4300-REKEY-ROLL-RULES-EXIT.
014580     EXIT.
014590
014600 4310-REKEY-ONE-ROLL-RULE.
014610     READ SPCROLL-FILE NEXT RECORD
014620         AT END
014630             MOVE 'Y' TO WS-BROWSE-END-SW
014640             GO TO 4310-REKEY-ONE-ROLL-RULE-EXIT
014650     END-READ.
014660     MOVE FD-SPCROLL-DATA TO DSDS-SPCROLL.
014670     IF ROLL-BANK-NBR NOT = WS-CNV-OLD-BANK
014680             OR ROLL-ACCT-NBR NOT = WS-CNV-OLD-ACCT
014690         MOVE 'Y' TO WS-BROWSE-END-SW
014700         GO TO 4310-REKEY-ONE-ROLL-RULE-EXIT
014710     END-IF.
014720     MOVE 'SPCROLL ' TO WS-RKY-TABLE.
014730     MOVE 'SEQ '     TO WS-RKY-QUAL-LABEL.
014740     MOVE SPACES     TO WS-RKY-EXTRA.
014750     MOVE ROLL-SEQ-NBR TO WS-RKY-OLD-QUAL.
014760     PERFORM 3900-LOOKUP-SEQ
014770         THRU 3900-LOOKUP-SEQ-EXIT.
014780     IF NOT WS-SEQ-MAPPED
014790         PERFORM 3950-REPORT-UNMAPPED
014800             THRU 3950-REPORT-UNMAPPED-EXIT
014810         GO TO 4310-REKEY-ONE-ROLL-RULE-EXIT
014820     END-IF.
014830     MOVE DSDS-SPCROLL    TO WS-BEFORE-IMAGE.
014840     MOVE WS-CNV-NEW-BANK TO ROLL-BANK-NBR FK-ROL-BANK-NBR.
014850     MOVE WS-CNV-NEW-ACCT TO ROLL-ACCT-NBR FK-ROL-ACCT-NBR.
014860     MOVE WS-RKY-NEW-QUAL TO ROLL-SEQ-NBR  FK-ROL-SEQ-NBR.
014870     MOVE DSDS-SPCROLL    TO FD-SPCROLL-DATA.
014880     WRITE FD-SPCROLL-REC.
014890     IF NOT WS-SPCROLL-OK
014900         MOVE WS-SPCROLL-STATUS TO WS-IO-STATUS
014910         PERFORM 7200-REPORT-WRITE-FAIL
014920             THRU 7200-REPORT-WRITE-FAIL-EXIT
014930         GO TO 4310-REKEY-ONE-ROLL-RULE-EXIT
014940     END-IF.
014950     MOVE WS-CNV-OLD-BANK TO FK-ROL-BANK-NBR.
014960     MOVE WS-CNV-OLD-ACCT TO FK-ROL-ACCT-NBR.
014970     MOVE WS-RKY-OLD-QUAL TO FK-ROL-SEQ-NBR.
014980     DELETE SPCROLL-FILE RECORD.
014990     IF NOT WS-SPCROLL-OK
015000         MOVE WS-SPCROLL-STATUS TO WS-IO-STATUS
015010         PERFORM 7300-REPORT-DELETE-FAIL
015020             THRU 7300-REPORT-DELETE-FAIL-EXIT
015030     END-IF.
015040     ADD 1 TO SPC-SIDE-REKEYED.
015050     MOVE WS-RKY-NEW-QUAL TO WS-AUD-SEQ-NBR.
015060     MOVE DSDS-SPCROLL    TO AUDT-AFTER-IMAGE.
015070     PERFORM 7400-LOG-REKEY
015080         THRU 7400-LOG-REKEY-EXIT.
015090 4310-REKEY-ONE-ROLL-RULE-EXIT.
015100     EXIT.
015110
015120*****************************************************************
015130*    THE STATEMENT HISTORY FOLLOWS ITS SCHEDULE SO THE CUSTOMER  *
015140*    KEEPS IT UNDER THE NEW NUMBER.  THE RUN DATE IN THE KEY     *
015150*    DOES NOT CHANGE.                                            *
015160*****************************************************************
015170 4400-REKEY-HISTORY.
015180     MOVE 'N' TO WS-BROWSE-END-SW.
015190     MOVE WS-CNV-OLD-BANK TO FK-HST-BANK-NBR.
015200     MOVE WS-CNV-OLD-ACCT TO FK-HST-ACCT-NBR.
015210     MOVE ZERO            TO FK-HST-SEQ-NBR.
015220     MOVE LOW-VALUES      TO FK-HST-RUN-DATE.
015230     START SPCHIST-FILE KEY IS NOT LESS THAN FK-SPCHIST-KEY
015240         INVALID KEY
015250             GO TO 4400-REKEY-HISTORY-EXIT
015260     END-START.
015270     PERFORM 4410-REKEY-ONE-HISTORY
015280         THRU 4410-REKEY-ONE-HISTORY-EXIT
015290         UNTIL WS-BROWSE-END-YES.
015300 4400-REKEY-HISTORY-EXIT.
015310     EXIT.
015320
015330 4410-REKEY-ONE-HISTORY.
015340     READ SPCHIST-FILE NEXT RECORD
015350         AT END
015360             MOVE 'Y' TO WS-BROWSE-END-SW
015370             GO TO 4410-REKEY-ONE-HISTORY-EXIT
015380     END-READ.
015390     MOVE FD-SPCHIST-DATA TO DSDS-SPCHIST.
015400     IF HIST-BANK-NBR NOT = WS-CNV-OLD-BANK
015410             OR HIST-ACCT-NBR NOT = WS-CNV-OLD-ACCT
015420         MOVE 'Y' TO WS-BROWSE-END-SW
015430         GO TO 4410-REKEY-ONE-HISTORY-EXIT
015440     END-IF.
015450     MOVE 'SPCHIST ' TO WS-RKY-TABLE.
015460     MOVE 'SEQ '     TO WS-RKY-QUAL-LABEL.
015470     MOVE HIST-RUN-DATE TO WS-RKY-EXTRA.
015480     MOVE HIST-SEQ-NBR  TO WS-RKY-OLD-QUAL.
015490     PERFORM 3900-LOOKUP-SEQ
015500         THRU 3900-LOOKUP-SEQ-EXIT.
015510     IF NOT WS-SEQ-MAPPED
015520         PERFORM 3950-REPORT-UNMAPPED
015530             THRU 3950-REPORT-UNMAPPED-EXIT
015540         GO TO 4410-REKEY-ONE-HISTORY-EXIT
015550     END-IF.
015560     MOVE DSDS-SPCHIST    TO WS-BEFORE-IMAGE.
015570     MOVE WS-CNV-NEW-BANK TO HIST-BANK-NBR FK-HST-BANK-NBR.
015580     MOVE WS-CNV-NEW-ACCT TO HIST-ACCT-NBR FK-HST-ACCT-NBR.
015590     MOVE WS-RKY-NEW-QUAL TO HIST-SEQ-NBR  FK-HST-SEQ-NBR.
015600     MOVE DSDS-SPCHIST    TO FD-SPCHIST-DATA.
015610     WRITE FD-SPCHIST-REC.
015620     IF NOT WS-SPCHIST-OK
015630         MOVE WS-SPCHIST-STATUS TO WS-IO-STATUS
015640         PERFORM 7200-REPORT-WRITE-FAIL
015650             THRU 7200-REPORT-WRITE-FAIL-EXIT
015660         GO TO 4410-REKEY-ONE-HISTORY-EXIT
015670     END-IF.
015680     MOVE WS-CNV-OLD-BANK TO FK-HST-BANK-NBR.
015690     MOVE WS-CNV-OLD-ACCT TO FK-HST-ACCT-NBR.
015700     MOVE WS-RKY-OLD-QUAL TO FK-HST-SEQ-NBR.
015710     DELETE SPCHIST-FILE RECORD.
015720     IF NOT WS-SPCHIST-OK
015730         MOVE WS-SPCHIST-STATUS TO WS-IO-STATUS
015740         PERFORM 7300-REPORT-DELETE-FAIL
015750             THRU 7300-REPORT-DELETE-FAIL-EXIT
015760     END-IF.
015770     ADD 1 TO SPC-SIDE-REKEYED.
015780     MOVE WS-RKY-NEW-QUAL TO WS-AUD-SEQ-NBR.
015790     MOVE DSDS-SPCHIST    TO AUDT-AFTER-IMAGE.
015800     PERFORM 7400-LOG-REKEY
015810         THRU 7400-LOG-REKEY-EXIT.
015820 4410-REKEY-ONE-HISTORY-EXIT.
015830     EXIT.
015840
015850*****************************************************************
015860*    HOUSEHOLD MEMBERSHIP, PRIMARY FLAG AND ALL.  AN ACCOUNT     *
015870*    BELONGS TO ONE HOUSEHOLD, SO A NEW ACCOUNT ALREADY IN ONE   *
015880*    KEEPS IT AND THE OLD MEMBERSHIP IS LEFT FOR THE BRANCH TO   *
015890*    SETTLE (SPC200 WILL LIST IT UNTIL THEN).                    *
015900*****************************************************************
015910 5100-REKEY-HOUSEHOLD.
015920     MOVE 'SPCHHLD ' TO WS-RKY-TABLE.
015930     MOVE SPACES     TO WS-RKY-QUAL-LABEL.
015940     MOVE SPACES     TO WS-RKY-EXTRA.
015950     MOVE WS-CNV-OLD-BANK TO FK-HHL-BANK-NBR.
015960     MOVE WS-CNV-OLD-ACCT TO FK-HHL-ACCT-NBR.
015970     READ SPCHHLD-FILE KEY IS FK-SPCHHLD-KEY
015980         INVALID KEY
015990             GO TO 5100-REKEY-HOUSEHOLD-EXIT
016000     END-READ.
016010     MOVE FD-SPCHHLD-DATA TO DSDS-SPCHHLD.
016020     MOVE HHLD-HOUSEHOLD-ID TO WS-RPT-HHLD-ID.
016030     MOVE WS-RPT-HHLD-ID    TO WS-RKY-EXTRA.
016040     MOVE DSDS-SPCHHLD    TO WS-BEFORE-IMAGE.
016050     MOVE WS-CNV-NEW-BANK TO HHLD-BANK-NBR FK-HHL-BANK-NBR.
016060     MOVE WS-CNV-NEW-ACCT TO HHLD-ACCT-NBR FK-HHL-ACCT-NBR.
016070     MOVE DSDS-SPCHHLD    TO FD-SPCHHLD-DATA.
016080     WRITE FD-SPCHHLD-REC.
016090     IF WS-SPCHHLD-DUPKEY
016100         ADD 1 TO SPC-COLLISIONS
016110         ADD 1 TO SPC-ROWS-LEFT
016120         MOVE 'NEW ACCOUNT ALREADY IN A HOUSEHOLD - LEFT AS IS'
016130             TO WS-EXC-REASON
016140         PERFORM 7100-WRITE-EXCEPTION-LINE
016150             THRU 7100-WRITE-EXCEPTION-LINE-EXIT
016160         GO TO 5100-REKEY-HOUSEHOLD-EXIT
016170     END-IF.
016180     IF NOT WS-SPCHHLD-OK
016190         MOVE WS-SPCHHLD-STATUS TO WS-IO-STATUS
016200         PERFORM 7200-REPORT-WRITE-FAIL
016210             THRU 7200-REPORT-WRITE-FAIL-EXIT
016220         GO TO 5100-REKEY-HOUSEHOLD-EXIT
016230     END-IF.
016240     MOVE WS-CNV-OLD-BANK TO FK-HHL-BANK-NBR.
016250     MOVE WS-CNV-OLD-ACCT TO FK-HHL-ACCT-NBR.
016260     DELETE SPCHHLD-FILE RECORD.
016270     IF NOT WS-SPCHHLD-OK
016280         MOVE WS-SPCHHLD-STATUS TO WS-IO-STATUS
016290         PERFORM 7300-REPORT-DELETE-FAIL
016300             THRU 7300-REPORT-DELETE-FAIL-EXIT
016310     END-IF.
016320     ADD 1 TO SPC-ACCT-ROWS-REKEYED.
016330     MOVE ZERO            TO WS-AUD-SEQ-NBR.
016340     MOVE DSDS-SPCHHLD    TO AUDT-AFTER-IMAGE.
016350     PERFORM 7400-LOG-REKEY
016360         THRU 7400-LOG-REKEY-EXIT.
016370 5100-REKEY-HOUSEHOLD-EXIT.
016380     EXIT.
016390
016400*****************************************************************
016410*    ACCOUNT-LEVEL TABLES KEYED BY TRAN CODE - EVERY ROW UNDER   *
016420*    THE OLD ACCOUNT MOVES, TRAN CODE AND DATE UNCHANGED.        *
016430*****************************************************************
016440 5200-REKEY-RETRIES.
016450     MOVE 'N' TO WS-BROWSE-END-SW.
016460     MOVE WS-CNV-OLD-BANK TO FK-RTR-BANK-NBR.
016470     MOVE WS-CNV-OLD-ACCT TO FK-RTR-ACCT-NBR.
016480     MOVE ZERO            TO FK-RTR-TRAN-CODE.
016490     START SPCRTRY-FILE KEY IS NOT LESS THAN FK-SPCRTRY-KEY
016500         INVALID KEY
016510             GO TO 5200-REKEY-RETRIES-EXIT
016520     END-START.
016530     PERFORM 5210-REKEY-ONE-RETRY
016540         THRU 5210-REKEY-ONE-RETRY-EXIT
016550         UNTIL WS-BROWSE-END-YES.
016560 5200-REKEY-RETRIES-EXIT.
016570     EXIT.
016580
016590 5210-REKEY-ONE-RETRY.
016600     READ SPCRTRY-FILE NEXT RECORD
016610         AT END
016620             MOVE 'Y' TO WS-BROWSE-END-SW
016630             GO TO 5210-REKEY-ONE-RETRY-EXIT
016640     END-READ.
016650     MOVE FD-SPCRTRY-DATA TO DSDS-SPCRTRY.
016660     IF RTRY-BANK-NBR NOT = WS-CNV-OLD-BANK
016670             OR RTRY-ACCT-NBR NOT = WS-CNV-OLD-ACCT
016680         MOVE 'Y' TO WS-BROWSE-END-SW
016690         GO TO 5210-REKEY-ONE-RETRY-EXIT
016700     END-IF.
016710     MOVE 'SPCRTRY ' TO WS-RKY-TABLE.
016720     MOVE 'TRAN'     TO WS-RKY-QUAL-LABEL.
016730     MOVE SPACES     TO WS-RKY-EXTRA.
016740     MOVE RTRY-TRAN-CODE TO WS-RKY-OLD-QUAL WS-RKY-NEW-QUAL.
016750     MOVE DSDS-SPCRTRY    TO WS-BEFORE-IMAGE.
016760     MOVE WS-CNV-NEW-BANK TO RTRY-BANK-NBR FK-RTR-BANK-NBR.
016770     MOVE WS-CNV-NEW-ACCT TO RTRY-ACCT-NBR FK-RTR-ACCT-NBR.
016780     MOVE DSDS-SPCRTRY    TO FD-SPCRTRY-DATA.
016790     WRITE FD-SPCRTRY-REC.
016800     IF NOT WS-SPCRTRY-OK
016810         MOVE WS-SPCRTRY-STATUS TO WS-IO-STATUS
016820         PERFORM 7200-REPORT-WRITE-FAIL
016830             THRU 7200-REPORT-WRITE-FAIL-EXIT
016840         GO TO 5210-REKEY-ONE-RETRY-EXIT
016850     END-IF.
016860     MOVE WS-CNV-OLD-BANK TO FK-RTR-BANK-NBR.
016870     MOVE WS-CNV-OLD-ACCT TO FK-RTR-ACCT-NBR.
016880     DELETE SPCRTRY-FILE RECORD.
016890     IF NOT WS-SPCRTRY-OK
016900         MOVE WS-SPCRTRY-STATUS TO WS-IO-STATUS
016910         PERFORM 7300-REPORT-DELETE-FAIL
016920             THRU 7300-REPORT-DELETE-FAIL-EXIT
016930     END-IF.
016940     ADD 1 TO SPC-ACCT-ROWS-REKEYED.
016950     MOVE ZERO            TO WS-AUD-SEQ-NBR.
016960     MOVE DSDS-SPCRTRY    TO AUDT-AFTER-IMAGE.
016970     PERFORM 7400-LOG-REKEY
016980         THRU 7400-LOG-REKEY-EXIT.
016990 5210-REKEY-ONE-RETRY-EXIT.
017000     EXIT.
017010
017020 5300-REKEY-BILLING.
017030     MOVE 'N' TO WS-BROWSE-END-SW.
017040     MOVE WS-CNV-OLD-BANK TO FK-BIL-BANK-NBR.
017050     MOVE WS-CNV-OLD-ACCT TO FK-BIL-ACCT-NBR.
017060     MOVE ZERO            TO FK-BIL-TRAN-CODE.
017070     MOVE LOW-VALUES      TO FK-BIL-RUN-DATE.
017080     START SPCBILL-FILE KEY IS NOT LESS THAN FK-SPCBILL-KEY
017090         INVALID KEY
017100             GO TO 5300-REKEY-BILLING-EXIT
017110     END-START.
017120     PERFORM 5310-REKEY-ONE-BILL
017130         THRU 5310-REKEY-ONE-BILL-EXIT
017140         UNTIL WS-BROWSE-END-YES.
017150 5300-REKEY-BILLING-EXIT.
017160     EXIT.
017170
017180 5310-REKEY-ONE-BILL.
017190     READ SPCBILL-FILE NEXT RECORD
017200         AT END
017210             MOVE 'Y' TO WS-BROWSE-END-SW
017220             GO TO 5310-REKEY-ONE-BILL-EXIT
017230     END-READ.
017240     MOVE FD-SPCBILL-DATA TO DSDS-SPCBILL.
017250     IF BILL-BANK-NBR NOT = WS-CNV-OLD-BANK
017260             OR BILL-ACCT-NBR NOT = WS-CNV-OLD-ACCT
017270         MOVE 'Y' TO WS-BROWSE-END-SW
017280         GO TO 5310-REKEY-ONE-BILL-EXIT
017290     END-IF.
017300     MOVE 'SPCBILL ' TO WS-RKY-TABLE.
017310     MOVE 'TRAN'     TO WS-RKY-QUAL-LABEL.
017320     MOVE BILL-RUN-DATE  TO WS-RKY-EXTRA.
017330     MOVE BILL-TRAN-CODE TO WS-RKY-OLD-QUAL WS-RKY-NEW-QUAL.
017340     MOVE DSDS-SPCBILL    TO WS-BEFORE-IMAGE.
017350     MOVE WS-CNV-NEW-BANK TO BILL-BANK-NBR FK-BIL-BANK-NBR.
017360     MOVE WS-CNV-NEW-ACCT TO BILL-ACCT-NBR FK-BIL-ACCT-NBR.
017370     MOVE DSDS-SPCBILL    TO FD-SPCBILL-DATA.
017380     WRITE FD-SPCBILL-REC.
017390     IF NOT WS-SPCBILL-OK
017400         MOVE WS-SPCBILL-STATUS TO WS-IO-STATUS
017410         PERFORM 7200-REPORT-WRITE-FAIL
017420             THRU 7200-REPORT-WRITE-FAIL-EXIT
017430         GO TO 5310-REKEY-ONE-BILL-EXIT
017440     END-IF.
017450     MOVE WS-CNV-OLD-BANK TO FK-BIL-BANK-NBR.
017460     MOVE WS-CNV-OLD-ACCT TO FK-BIL-ACCT-NBR.
017470     DELETE SPCBILL-FILE RECORD.
017480     IF NOT WS-SPCBILL-OK
017490         MOVE WS-SPCBILL-STATUS TO WS-IO-STATUS
017500         PERFORM 7300-REPORT-DELETE-FAIL
017510             THRU 7300-REPORT-DELETE-FAIL-EXIT
017520     END-IF.
017530     ADD 1 TO SPC-ACCT-ROWS-REKEYED.
017540     MOVE ZERO            TO WS-AUD-SEQ-NBR.
017550     MOVE DSDS-SPCBILL    TO AUDT-AFTER-IMAGE.
017560     PERFORM 7400-LOG-REKEY
017570         THRU 7400-LOG-REKEY-EXIT.
017580 5310-REKEY-ONE-BILL-EXIT.
017590     EXIT.
017600
017610 5400-REKEY-WAIVERS.
017620     MOVE 'N' TO WS-BROWSE-END-SW.
017630     MOVE WS-CNV-OLD-BANK TO FK-WAI-BANK-NBR.
017640     MOVE WS-CNV-OLD-ACCT TO FK-WAI-ACCT-NBR.
017650     MOVE ZERO            TO FK-WAI-TRAN-CODE.
017660     MOVE LOW-VALUES      TO FK-WAI-FROM-DATE.
017670     START SPCWAIV-FILE KEY IS NOT LESS THAN FK-SPCWAIV-KEY
017680         INVALID KEY
017690             GO TO 5400-REKEY-WAIVERS-EXIT
017700     END-START.
017710     PERFORM 5410-REKEY-ONE-WAIVER
017720         THRU 5410-REKEY-ONE-WAIVER-EXIT
017730         UNTIL WS-BROWSE-END-YES.
017740 5400-REKEY-WAIVERS-EXIT.
017750     EXIT.
017760
017770 5410-REKEY-ONE-WAIVER.
017780     READ SPCWAIV-FILE NEXT RECORD
017790         AT END
017800             MOVE 'Y' TO WS-BROWSE-END-SW
017810             GO TO 5410-REKEY-ONE-WAIVER-EXIT
017820     END-READ.
017830     MOVE FD-SPCWAIV-DATA TO DSDS-SPCWAIV.
017840     IF WAIV-BANK-NBR NOT = WS-CNV-OLD-BANK
017850             OR WAIV-ACCT-NBR NOT = WS-CNV-OLD-ACCT
017860         MOVE 'Y' TO WS-BROWSE-END-SW
017870         GO TO 5410-REKEY-ONE-WAIVER-EXIT
017880     END-IF.
017890     MOVE 'SPCWAIV ' TO WS-RKY-TABLE.
017900     MOVE 'TRAN'     TO WS-RKY-QUAL-LABEL.
017910     MOVE WAIV-FROM-DATE TO WS-RKY-EXTRA.
017920     MOVE WAIV-TRAN-CODE TO WS-RKY-OLD-QUAL WS-RKY-NEW-QUAL.
017930     MOVE DSDS-SPCWAIV    TO WS-BEFORE-IMAGE.
017940     MOVE WS-CNV-NEW-BANK TO WAIV-BANK-NBR FK-WAI-BANK-NBR.
017950     MOVE WS-CNV-NEW-ACCT TO WAIV-ACCT-NBR FK-WAI-ACCT-NBR.
017960     MOVE DSDS-SPCWAIV    TO FD-SPCWAIV-DATA.
017970     WRITE FD-SPCWAIV-REC.
017980     IF NOT WS-SPCWAIV-OK
017990         MOVE WS-SPCWAIV-STATUS TO WS-IO-STATUS
018000         PERFORM 7200-REPORT-WRITE-FAIL
018010             THRU 7200-REPORT-WRITE-FAIL-EXIT
018020         GO TO 5410-REKEY-ONE-WAIVER-EXIT
018030     END-IF.
018040     MOVE WS-CNV-OLD-BANK TO FK-WAI-BANK-NBR.
018050     MOVE WS-CNV-OLD-ACCT TO FK-WAI-ACCT-NBR.
018060     DELETE SPCWAIV-FILE RECORD.
018070     IF NOT WS-SPCWAIV-OK
018080         MOVE WS-SPCWAIV-STATUS TO WS-IO-STATUS
018090         PERFORM 7300-REPORT-DELETE-FAIL
018100             THRU 7300-REPORT-DELETE-FAIL-EXIT
018110     END-IF.
018120     ADD 1 TO SPC-ACCT-ROWS-REKEYED.
018130     MOVE ZERO            TO WS-AUD-SEQ-NBR.
018140     MOVE DSDS-SPCWAIV    TO AUDT-AFTER-IMAGE.
018150     PERFORM 7400-LOG-REKEY
018160         THRU 7400-LOG-REKEY-EXIT.
018170 5410-REKEY-ONE-WAIVER-EXIT.
018180     EXIT.
018190
018200*****************************************************************
018210*    SIDE ROWS ARCHIVED WITH A SCHEDULE.  ONE FILED UNDER A      *
018220*    SCHEDULE'S SEQ FOLLOWS THAT SCHEDULE'S NEW SEQ, THE SAME    *
018230*    AS THE LIVE SIDE TABLES; AN ACCOUNT-LEVEL ROW (SEQ ZERO)    *
018240*    STAYS AT ZERO.  THE IMAGE INSIDE IS LEFT AS ARCHIVED -      *
018250*    SPC130 RESETS ITS KEY COLUMNS FROM THE ARSD- KEY.           *
018260*****************************************************************
018270 5500-REKEY-SIDE-ARCHIVE.
018280     MOVE 'N' TO WS-BROWSE-END-SW.
018290     MOVE WS-CNV-OLD-BANK TO FK-ARS-BANK-NBR.
018300     MOVE WS-CNV-OLD-ACCT TO FK-ARS-ACCT-NBR.
018310     MOVE ZERO            TO FK-ARS-SEQ-NBR.
018320     MOVE LOW-VALUES      TO FK-ARS-TABLE-ID.
018330     MOVE ZERO            TO FK-ARS-SUB-KEY.
018340     START SPCARSD-FILE KEY IS NOT LESS THAN FK-SPCARSD-KEY
018350         INVALID KEY
018360             GO TO 5500-REKEY-SIDE-ARCHIVE-EXIT
018370     END-START.
018380     PERFORM 5510-REKEY-ONE-SIDE-ARCHIVE
018390         THRU 5510-REKEY-ONE-SIDE-ARCHIVE-EXIT
018400         UNTIL WS-BROWSE-END-YES.
018410 5500-REKEY-SIDE-ARCHIVE-EXIT.
018420     EXIT.
018430
018440 5510-REKEY-ONE-SIDE-ARCHIVE.
018450     READ SPCARSD-FILE NEXT RECORD
018460         AT END
018470             MOVE 'Y' TO WS-BROWSE-END-SW
018480             GO TO 5510-REKEY-ONE-SIDE-ARCHIVE-EXIT
018490     END-READ.
018500     MOVE FD-SPCARSD-DATA TO DSDS-SPCARSD.
018510     IF ARSD-BANK-NBR NOT = WS-CNV-OLD-BANK
018520             OR ARSD-ACCT-NBR NOT = WS-CNV-OLD-ACCT
018530         MOVE 'Y' TO WS-BROWSE-END-SW
018540         GO TO 5510-REKEY-ONE-SIDE-ARCHIVE-EXIT
018550     END-IF.
018560     MOVE 'SPCARSD ' TO WS-RKY-TABLE.
018570     MOVE 'SEQ '     TO WS-RKY-QUAL-LABEL.
018580     MOVE ARSD-TABLE-ID TO WS-RKY-EXTRA.
018590     MOVE ARSD-SEQ-NBR  TO WS-RKY-OLD-QUAL WS-RKY-NEW-QUAL.
018600     IF ARSD-SEQ-NBR NOT = ZERO
018610         PERFORM 3900-LOOKUP-SEQ
018620             THRU 3900-LOOKUP-SEQ-EXIT
018630         IF NOT WS-SEQ-MAPPED
018640             PERFORM 3950-REPORT-UNMAPPED
018650                 THRU 3950-REPORT-UNMAPPED-EXIT
018660             GO TO 5510-REKEY-ONE-SIDE-ARCHIVE-EXIT
018670         END-IF
018680     END-IF.
018690     MOVE DSDS-SPCARSD    TO WS-BEFORE-IMAGE.
018700     MOVE WS-CNV-NEW-BANK TO ARSD-BANK-NBR FK-ARS-BANK-NBR.
018710     MOVE WS-CNV-NEW-ACCT TO ARSD-ACCT-NBR FK-ARS-ACCT-NBR.
018720     MOVE WS-RKY-NEW-QUAL TO ARSD-SEQ-NBR  FK-ARS-SEQ-NBR.
018730     MOVE DSDS-SPCARSD    TO FD-SPCARSD-DATA.
018740     WRITE FD-SPCARSD-REC.
018750     IF NOT WS-SPCARSD-OK
018760         MOVE WS-SPCARSD-STATUS TO WS-IO-STATUS
018770         PERFORM 7200-REPORT-WRITE-FAIL
018780             THRU 7200-REPORT-WRITE-FAIL-EXIT
018790         GO TO 5510-REKEY-ONE-SIDE-ARCHIVE-EXIT
018800     END-IF.
018810     MOVE WS-CNV-OLD-BANK TO FK-ARS-BANK-NBR.
018820     MOVE WS-CNV-OLD-ACCT TO FK-ARS-ACCT-NBR.
018830     MOVE WS-RKY-OLD-QUAL TO FK-ARS-SEQ-NBR.
018840     DELETE SPCARSD-FILE RECORD.
018850     IF NOT WS-SPCARSD-OK
018860         MOVE WS-SPCARSD-STATUS TO WS-IO-STATUS
018870         PERFORM 7300-REPORT-DELETE-FAIL
018880             THRU 7300-REPORT-DELETE-FAIL-EXIT
018890     END-IF.
018900     IF ARSD-SEQ-NBR = ZERO
018910         ADD 1 TO SPC-ACCT-ROWS-REKEYED
018920     ELSE
018930         ADD 1 TO SPC-SIDE-REKEYED
018940     END-IF.
018950     MOVE WS-RKY-NEW-QUAL TO WS-AUD-SEQ-NBR.
018960     MOVE DSDS-SPCARSD    TO AUDT-AFTER-IMAGE.
018970     PERFORM 7400-LOG-REKEY
018980         THRU 7400-LOG-REKEY-EXIT.
018990 5510-REKEY-ONE-SIDE-ARCHIVE-EXIT.
019000     EXIT.
019010
019020 5600-REKEY-FEE-HISTORY.
019030     MOVE 'N' TO WS-BROWSE-END-SW.
019040     MOVE WS-CNV-OLD-BANK TO FK-FEE-BANK-NBR.
019050     MOVE WS-CNV-OLD-ACCT TO FK-FEE-ACCT-NBR.
019060     MOVE ZERO            TO FK-FEE-TRAN-CODE.
019070     MOVE LOW-VALUES      TO FK-FEE-RUN-DATE.
019080     START SPCFEEH-FILE KEY IS NOT LESS THAN FK-SPCFEEH-KEY
019090         INVALID KEY
019100             GO TO 5600-REKEY-FEE-HISTORY-EXIT
019110     END-START.
019120     PERFORM 5610-REKEY-ONE-FEE
019130         THRU 5610-REKEY-ONE-FEE-EXIT
019140         UNTIL WS-BROWSE-END-YES.
019150 5600-REKEY-FEE-HISTORY-EXIT.
019160     EXIT.
019170
019180 5610-REKEY-ONE-FEE.
019190     READ SPCFEEH-FILE NEXT RECORD
019200         AT END
019210             MOVE 'Y' TO WS-BROWSE-END-SW
019220             GO TO 5610-REKEY-ONE-FEE-EXIT
019230     END-READ.
019240     MOVE FD-SPCFEEH-DATA TO DSDS-SPCFEEH.
019250     IF FEEH-BANK-NBR NOT = WS-CNV-OLD-BANK
019260             OR FEEH-ACCT-NBR NOT = WS-CNV-OLD-ACCT
019270         MOVE 'Y' TO WS-BROWSE-END-SW
019280         GO TO 5610-REKEY-ONE-FEE-EXIT
019290     END-IF.
019300     MOVE 'SPCFEEH ' TO WS-RKY-TABLE.
019310     MOVE 'TRAN'     TO WS-RKY-QUAL-LABEL.
019320     MOVE FEEH-RUN-DATE  TO WS-RKY-EXTRA.
019330     MOVE FEEH-TRAN-CODE TO WS-RKY-OLD-QUAL WS-RKY-NEW-QUAL.
019340     MOVE DSDS-SPCFEEH    TO WS-BEFORE-IMAGE.
019350     MOVE WS-CNV-NEW-BANK TO FEEH-BANK-NBR FK-FEE-BANK-NBR.
019360     MOVE WS-CNV-NEW-ACCT TO FEEH-ACCT-NBR FK-FEE-ACCT-NBR.
019370     MOVE DSDS-SPCFEEH    TO FD-SPCFEEH-DATA.
019380     WRITE FD-SPCFEEH-REC.
019390     IF NOT WS-SPCFEEH-OK
019400         MOVE WS-SPCFEEH-STATUS TO WS-IO-STATUS
019410         PERFORM 7200-REPORT-WRITE-FAIL
019420             THRU 7200-REPORT-WRITE-FAIL-EXIT
019430         GO TO 5610-REKEY-ONE-FEE-EXIT
019440     END-IF.
019450     MOVE WS-CNV-OLD-BANK TO FK-FEE-BANK-NBR.
019460     MOVE WS-CNV-OLD-ACCT TO FK-FEE-ACCT-NBR.
019470     DELETE SPCFEEH-FILE RECORD.
019480     IF NOT WS-SPCFEEH-OK
019490         MOVE WS-SPCFEEH-STATUS TO WS-IO-STATUS
019500         PERFORM 7300-REPORT-DELETE-FAIL
019510             THRU 7300-REPORT-DELETE-FAIL-EXIT
019520     END-IF.
019530     ADD 1 TO SPC-ACCT-ROWS-REKEYED.
019540     MOVE ZERO            TO WS-AUD-SEQ-NBR.
019550     MOVE DSDS-SPCFEEH    TO AUDT-AFTER-IMAGE.
019560     PERFORM 7400-LOG-REKEY
019570         THRU 7400-LOG-REKEY-EXIT.
019580 5610-REKEY-ONE-FEE-EXIT.
019590     EXIT.
019600
019610 7000-WRITE-REKEY-LINE.
019620     MOVE WS-RKY-OLD-QUAL TO WS-RPT-OLD-QUAL.
019630     MOVE WS-RKY-NEW-QUAL TO WS-RPT-NEW-QUAL.
019640     MOVE SPACES TO FD-SPCCVRG-REC.
019650     IF WS-RKY-QUAL-LABEL = SPACES
019660         STRING '    ' WS-RKY-TABLE
019670             ' HOUSEHOLD ' WS-RKY-EXTRA
019680             ' MEMBERSHIP RE-KEYED'
019690             DELIMITED BY SIZE
019700             INTO FD-SPCCVRG-REC
019710     ELSE
019720         STRING '    ' WS-RKY-TABLE
019730             ' ' WS-RKY-QUAL-LABEL ' ' WS-RPT-OLD-QUAL
019740             ' TO ' WS-RPT-NEW-QUAL
019750             ' ' WS-RKY-EXTRA
019760             ' RE-KEYED'
019770             DELIMITED BY SIZE
019780             INTO FD-SPCCVRG-REC
019790     END-IF.
019800     WRITE FD-SPCCVRG-REC.
019810 7000-WRITE-REKEY-LINE-EXIT.
019820     EXIT.
019830
019840 7100-WRITE-EXCEPTION-LINE.
019850     ADD 1 TO SPC-EXCEPTIONS.
019860     MOVE WS-CNV-OLD-BANK TO WS-RPT-OLD-BANK.
019870     MOVE WS-CNV-OLD-ACCT TO WS-RPT-OLD-ACCT.
019880     MOVE WS-CNV-NEW-BANK TO WS-RPT-NEW-BANK.
019890     MOVE WS-CNV-NEW-ACCT TO WS-RPT-NEW-ACCT.
019900     MOVE WS-RKY-OLD-QUAL TO WS-RPT-OLD-QUAL.
019910     MOVE SPACES TO FD-SPCCVEX-REC.
019920     IF WS-RKY-QUAL-LABEL = SPACES
019930         STRING WS-RKY-TABLE
019940             ' OLD ' WS-RPT-OLD-BANK '/' WS-RPT-OLD-ACCT
019950             ' NEW ' WS-RPT-NEW-BANK '/' WS-RPT-NEW-ACCT
019960             '           ' WS-RKY-EXTRA
019970             ' ' WS-EXC-REASON
019980             DELIMITED BY SIZE
019990             INTO FD-SPCCVEX-REC
020000     ELSE
020010         STRING WS-RKY-TABLE
020020             ' OLD ' WS-RPT-OLD-BANK '/' WS-RPT-OLD-ACCT
020030             ' NEW ' WS-RPT-NEW-BANK '/' WS-RPT-NEW-ACCT
020040             ' ' WS-RKY-QUAL-LABEL ' ' WS-RPT-OLD-QUAL
020050             ' ' WS-RKY-EXTRA
020060             ' ' WS-EXC-REASON
020070             DELIMITED BY SIZE
020080             INTO FD-SPCCVEX-REC
020090     END-IF.
020100     WRITE FD-SPCCVEX-REC.
020110 7100-WRITE-EXCEPTION-LINE-EXIT.
020120     EXIT.
020130
020140*****************************************************************
020150*    A CROSS-REFERENCE THAT IS NOT LOADED OR IS HELD BACK.  THE  *
020160*    FIELDS ARE PRINTED AS THEY CAME IN, SO A NON-NUMERIC ONE    *
020170*    SHOWS EXACTLY WHAT WAS WRONG WITH IT.                       *
020180*****************************************************************
020190 7150-WRITE-XREF-EXCEPTION.
020200     ADD 1 TO SPC-EXCEPTIONS.
020210     MOVE SPACES TO FD-SPCCVEX-REC.
020220     STRING 'SPCXREF  OLD ' XREF-OLD-BANK-NBR '/'
020230             XREF-OLD-ACCT-NBR
020240             ' NEW ' XREF-NEW-BANK-NBR '/' XREF-NEW-ACCT-NBR
020250             '                      ' WS-EXC-REASON
020260             DELIMITED BY SIZE
020270             INTO FD-SPCCVEX-REC.
020280     WRITE FD-SPCCVEX-REC.
020290 7150-WRITE-XREF-EXCEPTION-EXIT.
020300     EXIT.
020310
020320*****************************************************************
020330*    A WRITE UNDER THE NEW KEY THAT FAILED.  DUPLICATE KEY IS A  *
020340*    COLLISION; EITHER WAY NOTHING WAS OVERLAID AND THE OLD ROW  *
020350*    IS STILL ON FILE UNDER THE OLD ACCOUNT.                     *
020360*****************************************************************
020370 7200-REPORT-WRITE-FAIL.
020380     IF WS-IO-DUPKEY
020390         ADD 1 TO SPC-COLLISIONS
020400         MOVE 'ROW ALREADY ON FILE UNDER NEW KEY - LEFT AS IS'
020410             TO WS-EXC-REASON
020420     ELSE
020430         MOVE SPACES TO WS-EXC-REASON
020440         STRING 'WRITE UNDER NEW KEY FAILED, STATUS ' WS-IO-STATUS
020450             ' - LEFT AS IS'
020460             DELIMITED BY SIZE
020470             INTO WS-EXC-REASON
020480     END-IF.
020490     ADD 1 TO SPC-ROWS-LEFT.
020500     PERFORM 7100-WRITE-EXCEPTION-LINE
020510         THRU 7100-WRITE-EXCEPTION-LINE-EXIT.
020520 7200-REPORT-WRITE-FAIL-EXIT.
020530     EXIT.
020540
020550 7300-REPORT-DELETE-FAIL.
020560     MOVE SPACES TO WS-EXC-REASON.
020570     STRING 'OLD ROW NOT REMOVED, STATUS ' WS-IO-STATUS
020580         ' - DELETE BY HAND'
020590         DELIMITED BY SIZE
020600         INTO WS-EXC-REASON.
020610     PERFORM 7100-WRITE-EXCEPTION-LINE
020620         THRU 7100-WRITE-EXCEPTION-LINE-EXIT.
020630 7300-REPORT-DELETE-FAIL-EXIT.
020640     EXIT.
020650
020660 7400-LOG-REKEY.
020670     MOVE 'C' TO AUDT-CHANGE-TYPE.
020680     PERFORM 8000-WRITE-AUDIT
020690         THRU 8000-WRITE-AUDIT-EXIT.
020700     PERFORM 7000-WRITE-REKEY-LINE
020710         THRU 7000-WRITE-REKEY-LINE-EXIT.
020720 7400-LOG-REKEY-EXIT.
020730     EXIT.
020740
020750 7500-WRITE-TOTALS.
020760     MOVE SPACES TO FD-SPCCVRG-REC.
020770     WRITE FD-SPCCVRG-REC.
020780     MOVE SPC-XREF-READ TO WS-RPT-COUNT.
020790     MOVE SPACES TO FD-SPCCVRG-REC.
020800     STRING 'TOTAL CROSS-REFERENCES READ       ' WS-RPT-COUNT
020810             DELIMITED BY SIZE INTO FD-SPCCVRG-REC.
020820     WRITE FD-SPCCVRG-REC.
020830     MOVE SPC-XREF-REJECTED TO WS-RPT-COUNT.
020840     MOVE SPACES TO FD-SPCCVRG-REC.
020850     STRING 'TOTAL CROSS-REFERENCES REJECTED   ' WS-RPT-COUNT
020860             DELIMITED BY SIZE INTO FD-SPCCVRG-REC.
020870     WRITE FD-SPCCVRG-REC.
020880     MOVE SPC-XREF-UNRESOLVED TO WS-RPT-COUNT.
020890     MOVE SPACES TO FD-SPCCVRG-REC.
020900     STRING 'TOTAL CROSS-REFERENCES UNRESOLVED ' WS-RPT-COUNT
020910             DELIMITED BY SIZE INTO FD-SPCCVRG-REC.
020920     WRITE FD-SPCCVRG-REC.
020930     MOVE SPC-ACCTS-SKIPPED TO WS-RPT-COUNT.
020940     MOVE SPACES TO FD-SPCCVRG-REC.
020950     STRING 'TOTAL ACCOUNTS SKIPPED            ' WS-RPT-COUNT
020960             DELIMITED BY SIZE INTO FD-SPCCVRG-REC.
020970     WRITE FD-SPCCVRG-REC.
020980     MOVE SPC-ACCTS-CONVERTED TO WS-RPT-COUNT.
020990     MOVE SPACES TO FD-SPCCVRG-REC.
021000     STRING 'TOTAL ACCOUNTS CONVERTED          ' WS-RPT-COUNT
021010             DELIMITED BY SIZE INTO FD-SPCCVRG-REC.
021020     WRITE FD-SPCCVRG-REC.
021030     MOVE SPC-SCHED-REKEYED TO WS-RPT-COUNT.
021040     MOVE SPACES TO FD-SPCCVRG-REC.
021050     STRING 'TOTAL SCHEDULE ROWS RE-KEYED      ' WS-RPT-COUNT
021060             DELIMITED BY SIZE INTO FD-SPCCVRG-REC.
021070     WRITE FD-SPCCVRG-REC.
021080     MOVE SPC-SIDE-REKEYED TO WS-RPT-COUNT.
021090     MOVE SPACES TO FD-SPCCVRG-REC.
021100     STRING 'TOTAL SIDE/HISTORY ROWS RE-KEYED  ' WS-RPT-COUNT
021110             DELIMITED BY SIZE INTO FD-SPCCVRG-REC.
021120     WRITE FD-SPCCVRG-REC.
021130     MOVE SPC-ACCT-ROWS-REKEYED TO WS-RPT-COUNT.
021140     MOVE SPACES TO FD-SPCCVRG-REC.
021150     STRING 'TOTAL ACCOUNT-LEVEL ROWS RE-KEYED ' WS-RPT-COUNT
021160             DELIMITED BY SIZE INTO FD-SPCCVRG-REC.
021170     WRITE FD-SPCCVRG-REC.
021180     MOVE SPC-COLLISIONS TO WS-RPT-COUNT.
021190     MOVE SPACES TO FD-SPCCVRG-REC.
021200     STRING 'TOTAL COLLISIONS                  ' WS-RPT-COUNT
021210             DELIMITED BY SIZE INTO FD-SPCCVRG-REC.
021220     WRITE FD-SPCCVRG-REC.
021230     MOVE SPC-ROWS-LEFT TO WS-RPT-COUNT.
021240     MOVE SPACES TO FD-SPCCVRG-REC.
021250     STRING 'TOTAL ROWS LEFT UNDER OLD ACCOUNT ' WS-RPT-COUNT
021260             DELIMITED BY SIZE INTO FD-SPCCVRG-REC.
021270     WRITE FD-SPCCVRG-REC.
021280     MOVE SPC-EXCEPTIONS TO WS-RPT-COUNT.
021290     MOVE SPACES TO FD-SPCCVRG-REC.
021300     STRING 'TOTAL EXCEPTIONS LISTED           ' WS-RPT-COUNT
021310             DELIMITED BY SIZE INTO FD-SPCCVRG-REC.
021320     WRITE FD-SPCCVRG-REC.
021330     MOVE SPACES TO FD-SPCCVEX-REC.
021340     IF SPC-EXCEPTIONS = ZERO
021350         STRING 'NO EXCEPTIONS' DELIMITED BY SIZE
021360             INTO FD-SPCCVEX-REC
021370     ELSE
021380         STRING 'TOTAL EXCEPTIONS LISTED           ' WS-RPT-COUNT
021390             DELIMITED BY SIZE INTO FD-SPCCVEX-REC
021400     END-IF.
021410     WRITE FD-SPCCVEX-REC.
021420 7500-WRITE-TOTALS-EXIT.
021430     EXIT.
021440
021450*****************************************************************
021460*    ONE DSDS.SPCAUDT ROW PER RE-KEYED ROW, UNDER THE NEW BANK/  *
021470*    ACCOUNT AND THE CALLER'S SEQ.  THE IMAGES ARE THE ROW'S OWN *
021480*    LAYOUT, KEY COLUMNS FIRST, SO THE OLD AND NEW KEYS SIT SIDE *
021490*    BY SIDE.  A FAILED LOG WRITE IS REPORTED BUT DOES NOT UNDO  *
021500*    THE RE-KEY.                                                 *
021510*****************************************************************
021520 8000-WRITE-AUDIT.
021530     ADD 1 TO WS-AUDIT-SEQ.
021540     MOVE WS-CNV-NEW-BANK TO AUDT-BANK-NBR.
021550     MOVE WS-CNV-NEW-ACCT TO AUDT-ACCT-NBR.
021560     MOVE WS-AUD-SEQ-NBR  TO AUDT-SEQ-NBR.
021570     MOVE SPC-AUDIT-DATE  TO AUDT-CHANGE-DATE.
021580     MOVE SPC-AUDIT-TIME  TO AUDT-CHANGE-TIME.
021590     MOVE WS-AUDIT-SEQ    TO AUDT-CHANGE-SEQ.
021600     MOVE 'SPC280'        TO AUDT-SOURCE-ID.
021610     MOVE SPC-OPERATOR-ID TO AUDT-OPERATOR-ID.
021620     MOVE 'BTCH'          TO AUDT-TERMINAL-ID.
021630     MOVE WS-BEFORE-IMAGE TO AUDT-BEFORE-IMAGE.
021640     MOVE AUDT-BANK-NBR    TO FK-AUD-BANK-NBR.
021650     MOVE AUDT-ACCT-NBR    TO FK-AUD-ACCT-NBR.
021660     MOVE AUDT-SEQ-NBR     TO FK-AUD-SEQ-NBR.
021670     MOVE AUDT-CHANGE-DATE TO FK-AUD-CHANGE-DATE.
021680     MOVE AUDT-CHANGE-TIME TO FK-AUD-CHANGE-TIME.
021690     MOVE AUDT-CHANGE-SEQ  TO FK-AUD-CHANGE-SEQ.
021700     MOVE DSDS-SPCAUDT     TO FD-SPCAUDT-DATA.
021710     WRITE FD-SPCAUDT-REC.
021720     IF WS-SPCAUDT-OK
021730         ADD 1 TO SPC-AUDITS-WRITTEN
021740     ELSE
021750         DISPLAY 'SPC280 - SPCAUDT WRITE FAILED FOR BANK '
021760             AUDT-BANK-NBR ' ACCT ' AUDT-ACCT-NBR
021770             ' STATUS ' WS-SPCAUDT-STATUS
021780     END-IF.
021790 8000-WRITE-AUDIT-EXIT.
021800     EXIT.
021810
021820 9000-TERMINATE.
021830     CLOSE SPECSTMT-FILE.
021840     CLOSE SPCARCH-FILE.
021850     CLOSE SPCHOLD-FILE.
021860     CLOSE SPCDLVP-FILE.
021870     CLOSE SPCROLL-FILE.
021880     CLOSE SPCHIST-FILE.
021890     CLOSE SPCHHLD-FILE.
021900     CLOSE SPCRTRY-FILE.
021910     CLOSE SPCBILL-FILE.
021920     CLOSE SPCWAIV-FILE.
021930     CLOSE SPCARSD-FILE.
021940     CLOSE SPCFEEH-FILE.
021950     CLOSE SPCAUDT-FILE.
021960     CLOSE SPCCVRG-FILE.
021970     CLOSE SPCCVEX-FILE.
021980     DISPLAY 'SPC280 - CROSS-REFERENCES READ  '
021990         SPC-XREF-READ.
022000     DISPLAY 'SPC280 - XREFS REJECTED         '
022010         SPC-XREF-REJECTED.
022020     DISPLAY 'SPC280 - XREFS UNRESOLVED       '
022030         SPC-XREF-UNRESOLVED.
022040     DISPLAY 'SPC280 - ACCOUNTS SKIPPED       '
022050         SPC-ACCTS-SKIPPED.
022060     DISPLAY 'SPC280 - ACCOUNTS CONVERTED     '
022070         SPC-ACCTS-CONVERTED.
022080     DISPLAY 'SPC280 - SCHEDULE ROWS RE-KEYED '
022090         SPC-SCHED-REKEYED.
022100     DISPLAY 'SPC280 - SIDE ROWS RE-KEYED     '
022110         SPC-SIDE-REKEYED.
022120     DISPLAY 'SPC280 - ACCOUNT ROWS RE-KEYED  '
022130         SPC-ACCT-ROWS-REKEYED.
022140     DISPLAY 'SPC280 - COLLISIONS             '
022150         SPC-COLLISIONS.
022160     DISPLAY 'SPC280 - ROWS LEFT UNDER OLD    '
022170         SPC-ROWS-LEFT.
022180     DISPLAY 'SPC280 - EXCEPTIONS LISTED      '
022190         SPC-EXCEPTIONS.
022200     DISPLAY 'SPC280 - AUDIT ROWS WRITTEN     '
022210         SPC-AUDITS-WRITTEN.
022220     IF WS-ABEND-YES
022230         MOVE 16 TO RETURN-CODE
022240     END-IF.
022250 9000-TERMINATE-EXIT.
022260     EXIT.
