000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SPC260.
000030 AUTHOR.         D. WHITFIELD.
000040 INSTALLATION.   DEPOSIT SYSTEMS - BATCH.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY                                       *
000090*    ------------------------------------------------------     *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    10/15/26   DW    ORIGINAL PROGRAM - RUN-DATE BACKOUT OF A   *
000120*                      BAD NIGHT OF SPC010/SPC020 PROCESSING.    *
000130*                      FOR THE RUN DATE AND BANK RANGE ON THE    *
000140*                      RUN PARM, PUTS EVERY ADVANCED             *
000150*                      DSDS.SPECSTMT ROW BACK TO ITS PRE-RUN     *
000160*                      STMT-NEXT-PROCESS, REMOVES THE NIGHT'S    *
000170*                      DSDS.SPCHIST, SPCCKPT AND SPCCTLS ROWS,   *
000180*                      FLAGS THE NIGHT'S DSDS.SPCBILL ROWS AND   *
000190*                      COPIES THE NIGHT'S EXTRACT RECORDS TO A   *
000200*                      RECALL FILE FOR BILLING.  EVERY RESTORED  *
000210*                      ROW WRITES A DSDS.SPCAUDT CHANGE-LOG ROW, *
000220*                      AND EVERYTHING TOUCHED LANDS ON THE       *
000230*                      BACKOUT REGISTER, SO THE NIGHT CAN BE     *
000240*                      RERUN CLEANLY INSTEAD OF HAND-FIXED ROW   *
000250*                      BY ROW ON SPC030.                         *
000260*    10/15/26   DW    ALSO DELETES THE NIGHT'S DSDS.SPCFEEH      *
000270*                      ROWS IN THE BANK RANGE, WITH A            *
000280*                      DSDS.SPCAUDT 'D' ROW AND A REGISTER LINE  *
000290*                      FOR EACH, SO A BACKED-OUT NIGHT'S FEES    *
000300*                      DROP OUT OF THE YEAR-END FEE SUMMARY      *
000310*                      (SPC340).                                 *
000320*****************************************************************
000330*****************************************************************
000340*    THE PRE-RUN STMT-NEXT-PROCESS OF A ROW THE NIGHT ADVANCED   *
000350*    IS THE RUN DATE ITSELF - BOTH SPC010 AND SPC020 ONLY PICK   *
000360*    UP A ROW WHOSE STMT-NEXT-PROCESS EQUALS THE RUN-PARM DATE.  *
000370*    THE EVIDENCE OF WHICH ROWS WERE ADVANCED COMES FROM TWO     *
000380*    PLACES:                                                     *
000390*      - SPC010 LEAVES A DSDS.SPCHIST ROW ('I', 'C' OR 'A') FOR  *
000400*        EVERY ROW IT FIRED.  'D' ROWS BELONG TO THE SPC110      *
000410*        ON-DEMAND DRIVER, WHICH NEVER ADVANCES, AND ARE LEFT    *
000420*        ALONE.                                                  *
000430*      - SPC020 WRITES NO HISTORY, SO ITS ADVANCED MEMBER ROWS   *
000440*        ARE FOUND FROM THE NIGHT'S CONSOLIDATION FILE (COPY     *
000450*        SPCCOMB) - EACH DETAIL RECORD NAMES THE BANK, ACCOUNT   *
000460*        AND TRAN CODE OF A MEMBER SCHEDULE THAT WAS ADVANCED.   *
000470*        THE FILE IS OPTIONAL; A BACKOUT OF A NIGHT WITHOUT ONE  *
000480*        RESTORES THE SPC010 ROWS ONLY AND SAYS SO.              *
000490*    A ROW IS ONLY PUT BACK WHEN ITS STMT-NEXT-PROCESS STILL     *
000500*    SITS PAST THE RUN DATE, SO RUNNING THE BACKOUT TWICE DOES   *
000510*    NO HARM.  A HISTORY ROW WHOSE SCHEDULE IS NO LONGER ON      *
000520*    FILE IS LEFT IN PLACE - IT IS THE ONLY PROOF THE STATEMENT  *
000530*    CUT - AND REPORTED AS AN EXCEPTION.                         *
000540*    THE CHECKPOINT ROWS ARE DELETED FOR THE PARTITION JOB ID ON *
000550*    THE PARM, OR FOR EVERY PARTITION STAMPED WITH THE RUN DATE  *
000560*    WHEN THE JOB ID IS BLANK, SO THE RERUN STARTS FROM THE TOP. *
000570*    THE SPCCTLS CONTROL ROW IS A WHOLE-NIGHT TOTAL AND IS       *
000580*    DELETED WHATEVER THE BANK RANGE - SPC210 REBUILDS IT WHEN   *
000590*    THE NIGHT IS RERUN.  SPCBILL ROWS ARE REWRITTEN TO 'B'      *
000600*    (BACKED OUT) WITH THE PRIOR MATCH SWITCH KEPT IN THE REASON *
000610*    CODE; THE RERUN'S SPC100 LOAD REWRITES THEM TO 'S' AGAIN.   *
000620*****************************************************************
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.   IBM-370.
000660 OBJECT-COMPUTER.   IBM-370.
000670 SPECIAL-NAMES.
000680     DECIMAL-POINT IS COMMA.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT SPECSTMT-FILE
000720         ASSIGN TO SPECSTM
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS FK-SPECSTMT-KEY
000760         FILE STATUS IS WS-SPECSTMT-STATUS.
000770
000780     SELECT SPCHIST-FILE
000790         ASSIGN TO SPCHIST
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS SEQUENTIAL
000820         RECORD KEY IS FK-SPCHIST-KEY
000830         FILE STATUS IS WS-SPCHIST-STATUS.
000840
000850     SELECT SPCCKPT-FILE
000860         ASSIGN TO SPCCKPT
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS SEQUENTIAL
000890         RECORD KEY IS FK-SPCCKPT-KEY
000900         FILE STATUS IS WS-SPCCKPT-STATUS.
000910
000920     SELECT SPCCTLF-FILE
000930         ASSIGN TO SPCCTLF
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS FK-SPCCTLF-KEY
000970         FILE STATUS IS WS-SPCCTLF-STATUS.
000980
000990     SELECT SPCBILL-FILE
001000         ASSIGN TO SPCBILL
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS SEQUENTIAL
001030         RECORD KEY IS FK-SPCBILL-KEY
001040         FILE STATUS IS WS-SPCBILL-STATUS.
001050
001060     SELECT SPCFEEH-FILE
001070         ASSIGN TO SPCFEEH
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS SEQUENTIAL
001100         RECORD KEY IS FK-SPCFEEH-KEY
001110         FILE STATUS IS WS-SPCFEEH-STATUS.
001120
001130     SELECT SPCAUDT-FILE
001140         ASSIGN TO SPCAUDT
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS FK-SPCAUDT-KEY
001180         FILE STATUS IS WS-SPCAUDT-STATUS.
001190
001200     SELECT SPCCOMB-FILE
001210         ASSIGN TO SPCCOMB
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-SPCCOMB-STATUS.
001240
001250     SELECT SPCEXTR-FILE
001260         ASSIGN TO SPCEXTR
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-SPCEXTR-STATUS.
001290
001300     SELECT SPCBKXT-FILE
001310         ASSIGN TO SPCBKXT
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS WS-SPCBKXT-STATUS.
001340
001350     SELECT SPCBKRG-FILE
001360         ASSIGN TO SPCBKRG
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-SPCBKRG-STATUS.
001390
001400     SELECT RUN-PARM-FILE
001410         ASSIGN TO RUNPARM
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-RUNPARM-STATUS.
001440 DATA DIVISION.
001450 FILE SECTION.
001460 FD  SPECSTMT-FILE.
001470 01  FD-SPECSTMT-REC.
001480     05 FK-SPECSTMT-KEY.
001490         10 FK-SPC-BANK-NBR      PIC S9(3) USAGE COMP-3.
001500         10 FK-SPC-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001510         10 FK-SPC-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001520     05 FD-SPECSTMT-DATA         PIC X(49).
001530
001540 FD  SPCHIST-FILE.
001550 01  FD-SPCHIST-REC.
001560     05 FK-SPCHIST-KEY.
001570         10 FK-HST-BANK-NBR      PIC S9(3) USAGE COMP-3.
001580         10 FK-HST-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001590         10 FK-HST-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001600         10 FK-HST-RUN-DATE      PIC X(10).
001610     05 FD-SPCHIST-DATA          PIC X(31).
001620
001630 FD  SPCCKPT-FILE.
001640 01  FD-SPCCKPT-REC.
001650     05 FK-SPCCKPT-KEY           PIC X(4).
001660     05 FD-SPCCKPT-DATA          PIC X(44).
001670
001680 FD  SPCCTLF-FILE.
001690 01  FD-SPCCTLF-REC.
001700     05 FK-SPCCTLF-KEY           PIC X(10).
001710     05 FD-SPCCTLF-DATA          PIC X(50).
001720
001730 FD  SPCBILL-FILE.
001740 01  FD-SPCBILL-REC.
001750     05 FK-SPCBILL-KEY.
001760         10 FK-BIL-BANK-NBR      PIC S9(3) USAGE COMP-3.
001770         10 FK-BIL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001780         10 FK-BIL-TRAN-CODE     PIC S9(3) USAGE COMP-3.
001790         10 FK-BIL-RUN-DATE      PIC X(10).
001800     05 FD-SPCBILL-DATA          PIC X(33).
001810
001820 FD  SPCFEEH-FILE.
001830 01  FD-SPCFEEH-REC.
001840     05 FK-SPCFEEH-KEY.
001850         10 FK-FEE-BANK-NBR      PIC S9(3) USAGE COMP-3.
001860         10 FK-FEE-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001870         10 FK-FEE-TRAN-CODE     PIC S9(3) USAGE COMP-3.
001880         10 FK-FEE-RUN-DATE      PIC X(10).
001890     05 FD-SPCFEEH-DATA          PIC X(48).
001900
001910 FD  SPCAUDT-FILE.
001920 01  FD-SPCAUDT-REC.
001930     05 FK-SPCAUDT-KEY.
001940         10 FK-AUD-BANK-NBR      PIC S9(3) USAGE COMP-3.
001950         10 FK-AUD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
001960         10 FK-AUD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
001970         10 FK-AUD-CHANGE-DATE   PIC X(10).
001980         10 FK-AUD-CHANGE-TIME   PIC X(8).
001990         10 FK-AUD-CHANGE-SEQ    PIC S9(4) USAGE COMP-3.
002000     05 FD-SPCAUDT-DATA          PIC X(150).
002010
002020 FD  SPCCOMB-FILE.
002030 01  FD-SPCCOMB-REC              PIC X(35).
002040
002050 FD  SPCEXTR-FILE.
002060 01  FD-SPCEXTR-REC              PIC X(40).
002070
002080 FD  SPCBKXT-FILE.
002090 01  FD-SPCBKXT-REC              PIC X(40).
002100
002110 FD  SPCBKRG-FILE.
002120 01  FD-SPCBKRG-REC              PIC X(132).
002130
002140 FD  RUN-PARM-FILE
002150     RECORDING MODE IS F.
002160 01  RUN-PARM-REC.
002170     05 PARM-BACKOUT-DATE        PIC X(10).
002180     05 PARM-JOB-ID              PIC X(4).
002190     05 PARM-BANK-FROM           PIC 9(3).
002200     05 PARM-BANK-TO             PIC 9(3).
002210     05 PARM-OPERATOR-ID         PIC X(8).
002220
002230 WORKING-STORAGE SECTION.
002240 COPY SPECSTMT.
002250 COPY SPCHIST.
002260 COPY SPCCKPT.
002270 COPY SPCCTLS.
002280 COPY SPCBILL.
002290 COPY SPCFEEH.
002300 COPY SPCAUDT.
002310 COPY SPCCOMB.
002320 COPY SPCEXTR.
002330
002340 01  WS-FILE-STATUSES.
002350     05 WS-SPECSTMT-STATUS       PIC X(2).
002360         88 WS-SPECSTMT-OK              VALUE '00'.
002370         88 WS-SPECSTMT-EOF             VALUE '10'.
002380         88 WS-SPECSTMT-NOTFOUND        VALUE '23'.
002390     05 WS-SPCHIST-STATUS        PIC X(2).
002400         88 WS-SPCHIST-OK               VALUE '00'.
002410         88 WS-SPCHIST-EOF              VALUE '10'.
002420     05 WS-SPCCKPT-STATUS        PIC X(2).
002430         88 WS-SPCCKPT-OK               VALUE '00'.
002440         88 WS-SPCCKPT-EOF              VALUE '10'.
002450     05 WS-SPCCTLF-STATUS        PIC X(2).
002460         88 WS-SPCCTLF-OK               VALUE '00'.
002470         88 WS-SPCCTLF-NOTFOUND         VALUE '23'.
002480     05 WS-SPCBILL-STATUS        PIC X(2).
002490         88 WS-SPCBILL-OK               VALUE '00'.
002500         88 WS-SPCBILL-EOF              VALUE '10'.
002510     05 WS-SPCFEEH-STATUS        PIC X(2).
002520         88 WS-SPCFEEH-OK               VALUE '00'.
002530         88 WS-SPCFEEH-EOF              VALUE '10'.
002540     05 WS-SPCAUDT-STATUS        PIC X(2).
002550         88 WS-SPCAUDT-OK               VALUE '00'.
002560     05 WS-SPCCOMB-STATUS        PIC X(2).
002570         88 WS-SPCCOMB-OK               VALUE '00'.
002580         88 WS-SPCCOMB-EOF              VALUE '10'.
002590         88 WS-SPCCOMB-NOFILE           VALUE '35'.
002600     05 WS-SPCEXTR-STATUS        PIC X(2).
002610         88 WS-SPCEXTR-OK               VALUE '00'.
002620         88 WS-SPCEXTR-EOF              VALUE '10'.
002630         88 WS-SPCEXTR-NOFILE           VALUE '35'.
002640     05 WS-SPCBKXT-STATUS        PIC X(2).
002650         88 WS-SPCBKXT-OK               VALUE '00'.
002660     05 WS-SPCBKRG-STATUS        PIC X(2).
002670         88 WS-SPCBKRG-OK               VALUE '00'.
002680     05 WS-RUNPARM-STATUS        PIC X(2).
002690         88 WS-RUNPARM-OK               VALUE '00'.
002700
002710 01  WS-SWITCHES.
002720     05 WS-HIST-EOF-SW           PIC X(1)     VALUE 'N'.
002730         88 WS-HIST-EOF-YES             VALUE 'Y'.
002740     05 WS-COMB-EOF-SW           PIC X(1)     VALUE 'N'.
002750         88 WS-COMB-EOF-YES             VALUE 'Y'.
002760     05 WS-CKPT-EOF-SW           PIC X(1)     VALUE 'N'.
002770         88 WS-CKPT-EOF-YES             VALUE 'Y'.
002780     05 WS-BILL-EOF-SW           PIC X(1)     VALUE 'N'.
002790         88 WS-BILL-EOF-YES             VALUE 'Y'.
002800     05 WS-FEEH-EOF-SW           PIC X(1)     VALUE 'N'.
002810         88 WS-FEEH-EOF-YES             VALUE 'Y'.
002820     05 WS-EXTR-EOF-SW           PIC X(1)     VALUE 'N'.
002830         88 WS-EXTR-EOF-YES             VALUE 'Y'.
002840     05 WS-BROWSE-END-SW         PIC X(1)     VALUE 'N'.
002850         88 WS-BROWSE-END-YES           VALUE 'Y'.
002860     05 WS-MEMBER-FOUND-SW       PIC X(1)     VALUE 'N'.
002870         88 WS-MEMBER-FOUND-YES         VALUE 'Y'.
002880         88 WS-MEMBER-FOUND-NO          VALUE 'N'.
002890*    OUTCOME OF ONE 4000-RESTORE-SCHEDULE CALL                   *
002900     05 WS-RESTORE-SW            PIC X(1)     VALUE SPACE.
002910         88 WS-RESTORE-DONE             VALUE 'R'.
002920         88 WS-RESTORE-NOT-ADVANCED     VALUE 'N'.
002930         88 WS-RESTORE-MISSING          VALUE 'M'.
002940         88 WS-RESTORE-FAILED           VALUE 'F'.
002950     05 WS-ABEND-SW              PIC X(1)     VALUE 'N'.
002960         88 WS-ABEND-YES                VALUE 'Y'.
002970         88 WS-ABEND-NO                 VALUE 'N'.
002980
002990 01  WS-COUNTERS.
003000     05 SPC-HIST-ROWS-READ       PIC S9(7) COMP-3 VALUE ZERO.
003010     05 SPC-HIST-ROWS-REMOVED    PIC S9(7) COMP-3 VALUE ZERO.
003020     05 SPC-HIST-ROWS-KEPT       PIC S9(7) COMP-3 VALUE ZERO.
003030     05 SPC-COMB-MEMBERS-READ    PIC S9(7) COMP-3 VALUE ZERO.
003040     05 SPC-COMB-NOT-FOUND       PIC S9(7) COMP-3 VALUE ZERO.
003050     05 SPC-ROWS-RESTORED        PIC S9(7) COMP-3 VALUE ZERO.
003060     05 SPC-ROWS-NOT-ADVANCED    PIC S9(7) COMP-3 VALUE ZERO.
003070     05 SPC-CKPT-ROWS-REMOVED    PIC S9(7) COMP-3 VALUE ZERO.
003080     05 SPC-CTLS-ROWS-REMOVED    PIC S9(7) COMP-3 VALUE ZERO.
003090     05 SPC-BILL-ROWS-FLAGGED    PIC S9(7) COMP-3 VALUE ZERO.
003100     05 SPC-FEEH-ROWS-REMOVED    PIC S9(7) COMP-3 VALUE ZERO.
003110     05 SPC-EXTR-RECS-RECALLED   PIC S9(7) COMP-3 VALUE ZERO.
003120     05 SPC-AUDITS-WRITTEN       PIC S9(7) COMP-3 VALUE ZERO.
003130
003140 01  SPC-BACKOUT-DATE            PIC X(10).
003150 01  SPC-JOB-ID                  PIC X(4).
003160 01  SPC-BANK-FROM               PIC 9(3).
003170 01  SPC-BANK-TO                 PIC 9(3).
003180 01  SPC-OPERATOR-ID             PIC X(8).
003190 01  SPC-AUDIT-DATE              PIC X(10).
003200 01  SPC-AUDIT-TIME              PIC X(8).
003210 01  WS-AUDIT-SEQ                PIC S9(4) COMP-3 VALUE ZERO.
003220 01  WS-BEFORE-IMAGE             PIC X(49).
003230 01  WS-CURRENT-STAMP            PIC X(14).
003240
003250*****************************************************************
003260*    KEY OF THE SCHEDULE ROW BEING PUT BACK, AND THE DATE IT     *
003270*    CARRIED BEFORE THE BACKOUT, FOR THE REGISTER LINE.          *
003280*****************************************************************
003290 01  WS-BKO-BANK-NBR             PIC S9(3) COMP-3.
003300 01  WS-BKO-ACCT-NBR             PIC S9(9) COMP-3.
003310 01  WS-BKO-SEQ-NBR              PIC S9(4) COMP-3.
003320 01  WS-BKO-OLD-NEXT             PIC X(10).
003330 01  WS-BKO-SOURCE               PIC X(7).
003340 01  WS-BKO-OUTCOME              PIC X(50).
003350
003360 01  WS-PRIOR-MATCH-SW           PIC X(1).
003370
003380 01  WS-REPORT-LINE.
003390     05 WS-RPT-BANK-NBR          PIC ZZ9.
003400     05 WS-RPT-ACCT-NBR          PIC Z(8)9.
003410     05 WS-RPT-SEQ-NBR           PIC Z(3)9.
003420     05 WS-RPT-TRAN-CODE         PIC ZZ9.
003430     05 WS-RPT-COUNT             PIC Z(6)9.
003440
003450 PROCEDURE DIVISION.
003460 0000-MAINLINE.
003470     PERFORM 1000-INITIALIZE
003480         THRU 1000-INITIALIZE-EXIT.
003490     IF WS-ABEND-NO
003500         PERFORM 2000-BACKOUT-HISTORY
003510             THRU 2000-BACKOUT-HISTORY-EXIT
003520         PERFORM 3000-BACKOUT-CONSOLIDATION
003530             THRU 3000-BACKOUT-CONSOLIDATION-EXIT
003540         PERFORM 5000-CLEAR-CHECKPOINTS
003550             THRU 5000-CLEAR-CHECKPOINTS-EXIT
003560         PERFORM 5500-CLEAR-CONTROL-ROW
003570             THRU 5500-CLEAR-CONTROL-ROW-EXIT
003580         PERFORM 6000-FLAG-BILLING
003590             THRU 6000-FLAG-BILLING-EXIT
003600         PERFORM 6200-CLEAR-FEE-HISTORY
003610             THRU 6200-CLEAR-FEE-HISTORY-EXIT
003620         PERFORM 6500-RECALL-EXTRACT
003630             THRU 6500-RECALL-EXTRACT-EXIT
003640         PERFORM 7500-WRITE-TOTALS
003650             THRU 7500-WRITE-TOTALS-EXIT
003660     END-IF.
003670     PERFORM 9000-TERMINATE
003680         THRU 9000-TERMINATE-EXIT.
003690     GOBACK.
003700
003710 1000-INITIALIZE.
003720     OPEN INPUT RUN-PARM-FILE.
003730     IF NOT WS-RUNPARM-OK
003740         DISPLAY 'SPC260 - RUN PARM FILE OPEN FAILED, STATUS '
003750             WS-RUNPARM-STATUS
003760         MOVE 'Y' TO WS-ABEND-SW
003770         GO TO 1000-INITIALIZE-EXIT
003780     END-IF.
003790     READ RUN-PARM-FILE.
003800     CLOSE RUN-PARM-FILE.
003810     MOVE PARM-BACKOUT-DATE TO SPC-BACKOUT-DATE.
003820     MOVE PARM-OPERATOR-ID  TO SPC-OPERATOR-ID.
003830     MOVE PARM-JOB-ID       TO SPC-JOB-ID.
003840     IF SPC-BACKOUT-DATE = SPACES OR SPC-BACKOUT-DATE = LOW-VALUES
003850         DISPLAY 'SPC260 - NO RUN DATE ON THE RUN PARM'
003860         MOVE 'Y' TO WS-ABEND-SW
003870         GO TO 1000-INITIALIZE-EXIT
003880     END-IF.
003890     IF PARM-BANK-FROM NUMERIC AND PARM-BANK-TO NUMERIC
003900             AND PARM-BANK-TO > ZERO
003910         MOVE PARM-BANK-FROM TO SPC-BANK-FROM
003920         MOVE PARM-BANK-TO   TO SPC-BANK-TO
003930     ELSE
003940         MOVE ZERO TO SPC-BANK-FROM
003950         MOVE 999  TO SPC-BANK-TO
003960     END-IF.
003970     IF SPC-BANK-FROM > SPC-BANK-TO
003980         DISPLAY 'SPC260 - BANK RANGE ' PARM-BANK-FROM ' THRU '
003990             PARM-BANK-TO ' IS BACKWARD'
004000         MOVE 'Y' TO WS-ABEND-SW
004010         GO TO 1000-INITIALIZE-EXIT
004020     END-IF.
004030     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
004040     STRING WS-CURRENT-STAMP(1:4) '-' WS-CURRENT-STAMP(5:2)
004050             '-' WS-CURRENT-STAMP(7:2) DELIMITED BY SIZE
004060             INTO SPC-AUDIT-DATE.
004070     STRING WS-CURRENT-STAMP(9:2) ':' WS-CURRENT-STAMP(11:2)
004080             ':' WS-CURRENT-STAMP(13:2) DELIMITED BY SIZE
004090             INTO SPC-AUDIT-TIME.
004100     OPEN I-O SPECSTMT-FILE.
004110     IF NOT WS-SPECSTMT-OK
004120         DISPLAY 'SPC260 - SPECSTMT OPEN FAILED, STATUS '
004130             WS-SPECSTMT-STATUS
004140         MOVE 'Y' TO WS-ABEND-SW
004150         GO TO 1000-INITIALIZE-EXIT
004160     END-IF.
004170     OPEN I-O SPCHIST-FILE.
004180     IF NOT WS-SPCHIST-OK
004190         DISPLAY 'SPC260 - SPCHIST OPEN FAILED, STATUS '
004200             WS-SPCHIST-STATUS
004210         MOVE 'Y' TO WS-ABEND-SW
004220         GO TO 1000-INITIALIZE-EXIT
004230     END-IF.
004240     OPEN I-O SPCCKPT-FILE.
004250     IF NOT WS-SPCCKPT-OK
004260         DISPLAY 'SPC260 - SPCCKPT OPEN FAILED, STATUS '
004270             WS-SPCCKPT-STATUS
004280         MOVE 'Y' TO WS-ABEND-SW
004290         GO TO 1000-INITIALIZE-EXIT
004300     END-IF.
004310     OPEN I-O SPCCTLF-FILE.
004320     IF NOT WS-SPCCTLF-OK
004330         DISPLAY 'SPC260 - SPCCTLF OPEN FAILED, STATUS '
004340             WS-SPCCTLF-STATUS
004350         MOVE 'Y' TO WS-ABEND-SW
004360         GO TO 1000-INITIALIZE-EXIT
004370     END-IF.
004380     OPEN I-O SPCBILL-FILE.
004390     IF NOT WS-SPCBILL-OK
004400         DISPLAY 'SPC260 - SPCBILL OPEN FAILED, STATUS '
004410             WS-SPCBILL-STATUS
004420         MOVE 'Y' TO WS-ABEND-SW
004430         GO TO 1000-INITIALIZE-EXIT
004440     END-IF.
004450     OPEN I-O SPCFEEH-FILE.
004460     IF NOT WS-SPCFEEH-OK
004470         DISPLAY 'SPC260 - SPCFEEH OPEN FAILED, STATUS '
004480             WS-SPCFEEH-STATUS
004490         MOVE 'Y' TO WS-ABEND-SW
004500         GO TO 1000-INITIALIZE-EXIT
004510     END-IF.
004520     OPEN I-O SPCAUDT-FILE.
004530     IF NOT WS-SPCAUDT-OK
004540         DISPLAY 'SPC260 - SPCAUDT OPEN FAILED, STATUS '
004550             WS-SPCAUDT-STATUS
004560         MOVE 'Y' TO WS-ABEND-SW
004570         GO TO 1000-INITIALIZE-EXIT
004580     END-IF.
004590     OPEN OUTPUT SPCBKXT-FILE.
004600     IF NOT WS-SPCBKXT-OK
004610         DISPLAY 'SPC260 - SPCBKXT OPEN FAILED, STATUS '
004620             WS-SPCBKXT-STATUS
004630         MOVE 'Y' TO WS-ABEND-SW
004640         GO TO 1000-INITIALIZE-EXIT
004650     END-IF.
004660     OPEN OUTPUT SPCBKRG-FILE.
004670     IF NOT WS-SPCBKRG-OK
004680         DISPLAY 'SPC260 - SPCBKRG OPEN FAILED, STATUS '
004690             WS-SPCBKRG-STATUS
004700         MOVE 'Y' TO WS-ABEND-SW
004710         GO TO 1000-INITIALIZE-EXIT
004720     END-IF.
004730     MOVE SPACES TO FD-SPCBKRG-REC.
004740     STRING 'SPC260 - BACKOUT REGISTER FOR RUN DATE '
004750             SPC-BACKOUT-DATE
004760             ' BANKS ' SPC-BANK-FROM ' THRU ' SPC-BANK-TO
004770             ' OPERATOR ' SPC-OPERATOR-ID
004780             DELIMITED BY SIZE
004790             INTO FD-SPCBKRG-REC.
004800     WRITE FD-SPCBKRG-REC.
004810 1000-INITIALIZE-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850*    SPC010'S ROWS - BROWSE DSDS.SPCHIST FROM THE LOW END OF     *
004860*    THE BANK RANGE.  THE RUN DATE IS THE LAST PART OF THE KEY,  *
004870*    SO EVERY ROW IN THE RANGE IS READ AND THE NIGHT'S ROWS ARE  *
004880*    PICKED OUT ONE BY ONE.                                      *
004890*****************************************************************
004900 2000-BACKOUT-HISTORY.
004910     MOVE SPC-BANK-FROM TO FK-HST-BANK-NBR.
004920     MOVE ZERO          TO FK-HST-ACCT-NBR.
004930     MOVE ZERO          TO FK-HST-SEQ-NBR.
004940     MOVE LOW-VALUES    TO FK-HST-RUN-DATE.
004950     START SPCHIST-FILE KEY IS NOT LESS THAN FK-SPCHIST-KEY
004960         INVALID KEY
004970             MOVE 'Y' TO WS-HIST-EOF-SW
004980     END-START.
004990     PERFORM 2100-BACKOUT-ONE-HIST
005000         THRU 2100-BACKOUT-ONE-HIST-EXIT
005010         UNTIL WS-HIST-EOF-YES.
005020 2000-BACKOUT-HISTORY-EXIT.
005030     EXIT.
005040
005050 2100-BACKOUT-ONE-HIST.
005060     READ SPCHIST-FILE NEXT RECORD
005070         AT END
005080             MOVE 'Y' TO WS-HIST-EOF-SW
005090             GO TO 2100-BACKOUT-ONE-HIST-EXIT
005100     END-READ.
005110     MOVE FD-SPCHIST-DATA TO DSDS-SPCHIST.
005120     IF HIST-BANK-NBR > SPC-BANK-TO
005130         MOVE 'Y' TO WS-HIST-EOF-SW
005140         GO TO 2100-BACKOUT-ONE-HIST-EXIT
005150     END-IF.
005160     IF HIST-RUN-DATE NOT = SPC-BACKOUT-DATE
005170         GO TO 2100-BACKOUT-ONE-HIST-EXIT
005180     END-IF.
005190     ADD 1 TO SPC-HIST-ROWS-READ.
005200     IF HIST-ONDEMAND
005210         ADD 1 TO SPC-HIST-ROWS-KEPT
005220         GO TO 2100-BACKOUT-ONE-HIST-EXIT
005230     END-IF.
005240     MOVE 'SPCHIST'     TO WS-BKO-SOURCE.
005250     MOVE HIST-BANK-NBR TO WS-BKO-BANK-NBR.
005260     MOVE HIST-ACCT-NBR TO WS-BKO-ACCT-NBR.
005270     MOVE HIST-SEQ-NBR  TO WS-BKO-SEQ-NBR.
005280     PERFORM 4000-RESTORE-SCHEDULE
005290         THRU 4000-RESTORE-SCHEDULE-EXIT.
005300     IF WS-RESTORE-MISSING OR WS-RESTORE-FAILED
005310         ADD 1 TO SPC-HIST-ROWS-KEPT
005320         IF WS-RESTORE-MISSING
005330             MOVE 'SCHEDULE ROW NOT ON FILE - HISTORY ROW KEPT'
005340                 TO WS-BKO-OUTCOME
005350         ELSE
005360             MOVE 'SPECSTMT REWRITE FAILED - HISTORY ROW KEPT'
005370                 TO WS-BKO-OUTCOME
005380         END-IF
005390         PERFORM 7000-WRITE-SCHEDULE-LINE
005400             THRU 7000-WRITE-SCHEDULE-LINE-EXIT
005410         GO TO 2100-BACKOUT-ONE-HIST-EXIT
005420     END-IF.
005430     PERFORM 7000-WRITE-SCHEDULE-LINE
005440         THRU 7000-WRITE-SCHEDULE-LINE-EXIT.
005450     DELETE SPCHIST-FILE RECORD.
005460     IF NOT WS-SPCHIST-OK
005470         DISPLAY 'SPC260 - SPCHIST DELETE FAILED FOR BANK '
005480             HIST-BANK-NBR ' ACCT ' HIST-ACCT-NBR
005490             ' STATUS ' WS-SPCHIST-STATUS
005500         ADD 1 TO SPC-HIST-ROWS-KEPT
005510     ELSE
005520         ADD 1 TO SPC-HIST-ROWS-REMOVED
005530     END-IF.
005540 2100-BACKOUT-ONE-HIST-EXIT.
005550     EXIT.
005560
005570*****************************************************************
005580*    SPC020'S ROWS - ONE DETAIL RECORD ON THE NIGHT'S            *
005590*    CONSOLIDATION FILE PER ADVANCED MEMBER SCHEDULE.  THE FILE  *
005600*    IS OPTIONAL, THE SAME WAY SPC020 TREATS ITS SEVERITY FILE.  *
005610*****************************************************************
005620 3000-BACKOUT-CONSOLIDATION.
005630     OPEN INPUT SPCCOMB-FILE.
005640     IF WS-SPCCOMB-NOFILE
005650         DISPLAY 'SPC260 - NO CONSOLIDATION FILE PRESENT, '
005660             'HOUSEHOLD ROWS NOT BACKED OUT'
005670         MOVE SPACES TO FD-SPCBKRG-REC
005680         STRING 'NO SPCCOMB FILE SUPPLIED - SPC020 HOUSEHOLD '
005690             'ROWS NOT BACKED OUT' DELIMITED BY SIZE
005700             INTO FD-SPCBKRG-REC
005710         WRITE FD-SPCBKRG-REC
005720         GO TO 3000-BACKOUT-CONSOLIDATION-EXIT
005730     END-IF.
005740     IF NOT WS-SPCCOMB-OK
005750         DISPLAY 'SPC260 - SPCCOMB OPEN FAILED, STATUS '
005760             WS-SPCCOMB-STATUS
005770         MOVE 'Y' TO WS-ABEND-SW
005780         GO TO 3000-BACKOUT-CONSOLIDATION-EXIT
005790     END-IF.
005800     PERFORM 3100-BACKOUT-ONE-MEMBER
005810         THRU 3100-BACKOUT-ONE-MEMBER-EXIT
005820         UNTIL WS-COMB-EOF-YES.
005830     CLOSE SPCCOMB-FILE.
005840 3000-BACKOUT-CONSOLIDATION-EXIT.
005850     EXIT.
005860
005870 3100-BACKOUT-ONE-MEMBER.
005880     READ SPCCOMB-FILE NEXT RECORD
005890         AT END
005900             MOVE 'Y' TO WS-COMB-EOF-SW
005910             GO TO 3100-BACKOUT-ONE-MEMBER-EXIT
005920     END-READ.
005930     MOVE FD-SPCCOMB-REC TO DSDS-SPCCOMB.
005940     IF NOT COMB-IS-DETAIL
005950         GO TO 3100-BACKOUT-ONE-MEMBER-EXIT
005960     END-IF.
005970     IF COMB-BANK-NBR < SPC-BANK-FROM
005980             OR COMB-BANK-NBR > SPC-BANK-TO
005990         GO TO 3100-BACKOUT-ONE-MEMBER-EXIT
006000     END-IF.
006010     ADD 1 TO SPC-COMB-MEMBERS-READ.
006020     MOVE 'SPCCOMB'            TO WS-BKO-SOURCE.
006030     MOVE COMB-BANK-NBR        TO WS-BKO-BANK-NBR.
006040     MOVE COMB-MEMBER-ACCT-NBR TO WS-BKO-ACCT-NBR.
006050     MOVE ZERO                 TO WS-BKO-SEQ-NBR.
006060     PERFORM 3200-FIND-MEMBER-ROW
006070         THRU 3200-FIND-MEMBER-ROW-EXIT.
006080     IF WS-MEMBER-FOUND-NO
006090         ADD 1 TO SPC-COMB-NOT-FOUND
006100         MOVE SPACES TO WS-BKO-OLD-NEXT
006110         MOVE 'NO ADVANCED SCHEDULE FOR THIS TRAN CODE - SKIPPED'
006120             TO WS-BKO-OUTCOME
006130         PERFORM 7000-WRITE-SCHEDULE-LINE
006140             THRU 7000-WRITE-SCHEDULE-LINE-EXIT
006150         GO TO 3100-BACKOUT-ONE-MEMBER-EXIT
006160     END-IF.
006170     PERFORM 4000-RESTORE-SCHEDULE
006180         THRU 4000-RESTORE-SCHEDULE-EXIT.
006190     PERFORM 7000-WRITE-SCHEDULE-LINE
006200         THRU 7000-WRITE-SCHEDULE-LINE-EXIT.
006210 3100-BACKOUT-ONE-MEMBER-EXIT.
006220     EXIT.
006230
006240*****************************************************************
006250*    THE DETAIL RECORD CARRIES NO SEQ-NBR, SO THE MEMBER'S       *
006260*    SCHEDULES ARE BROWSED UNDER THE BANK/ACCOUNT FOR THE ONE    *
006270*    WITH THE SAME TRAN CODE THAT WAS IN FORCE ON THE RUN DATE   *
006280*    AND NOW SITS PAST IT.  A ROW ALREADY PUT BACK BY THE        *
006290*    HISTORY PASS NO LONGER SITS PAST THE RUN DATE AND IS NOT    *
006300*    PICKED UP TWICE.                                            *
006310*****************************************************************
006320 3200-FIND-MEMBER-ROW.
006330     MOVE 'N' TO WS-MEMBER-FOUND-SW.
006340     MOVE 'N' TO WS-BROWSE-END-SW.
006350     MOVE WS-BKO-BANK-NBR TO FK-SPC-BANK-NBR.
006360     MOVE WS-BKO-ACCT-NBR TO FK-SPC-ACCT-NBR.
006370     MOVE ZERO            TO FK-SPC-SEQ-NBR.
006380     START SPECSTMT-FILE KEY IS NOT LESS THAN FK-SPECSTMT-KEY
006390         INVALID KEY
006400             GO TO 3200-FIND-MEMBER-ROW-EXIT
006410     END-START.
006420     PERFORM 3210-TEST-ONE-MEMBER-ROW
006430         THRU 3210-TEST-ONE-MEMBER-ROW-EXIT
006440         UNTIL WS-BROWSE-END-YES OR WS-MEMBER-FOUND-YES.
006450 3200-FIND-MEMBER-ROW-EXIT.
006460     EXIT.
006470
006480 3210-TEST-ONE-MEMBER-ROW.
006490     READ SPECSTMT-FILE NEXT RECORD
006500         AT END
006510             MOVE 'Y' TO WS-BROWSE-END-SW
006520             GO TO 3210-TEST-ONE-MEMBER-ROW-EXIT
006530     END-READ.
006540     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
006550     IF STMT-BANK-NBR NOT = WS-BKO-BANK-NBR
006560             OR STMT-ACCT-NBR NOT = WS-BKO-ACCT-NBR
006570         MOVE 'Y' TO WS-BROWSE-END-SW
006580         GO TO 3210-TEST-ONE-MEMBER-ROW-EXIT
006590     END-IF.
006600     IF STMT-TRAN-CODE = COMB-MEMBER-TRAN-CODE
006610             AND STMT-NEXT-PROCESS > SPC-BACKOUT-DATE
006620             AND STMT-START-DATE NOT > SPC-BACKOUT-DATE
006630         MOVE STMT-SEQ-NBR TO WS-BKO-SEQ-NBR
006640         MOVE 'Y' TO WS-MEMBER-FOUND-SW
006650     END-IF.
006660 3210-TEST-ONE-MEMBER-ROW-EXIT.
006670     EXIT.
006680
006690*****************************************************************
006700*    PUT ONE SCHEDULE ROW BACK TO THE RUN DATE.  A ROW STILL AT  *
006710*    OR BEFORE THE RUN DATE WAS NEVER ADVANCED (AN 'A' ROW       *
006720*    WHOSE REWRITE FAILED, OR A SECOND BACKOUT OF THE SAME       *
006730*    NIGHT) AND IS LEFT AS IT IS.                                *
006740*****************************************************************
006750 4000-RESTORE-SCHEDULE.
006760     MOVE SPACES TO WS-BKO-OLD-NEXT.
006770     MOVE SPACES TO WS-BKO-OUTCOME.
006780     MOVE WS-BKO-BANK-NBR TO FK-SPC-BANK-NBR.
006790     MOVE WS-BKO-ACCT-NBR TO FK-SPC-ACCT-NBR.
006800     MOVE WS-BKO-SEQ-NBR  TO FK-SPC-SEQ-NBR.
006810     READ SPECSTMT-FILE KEY IS FK-SPECSTMT-KEY
006820         INVALID KEY
006830             MOVE 'M' TO WS-RESTORE-SW
006840             MOVE 'SCHEDULE ROW NOT ON FILE' TO WS-BKO-OUTCOME
006850             GO TO 4000-RESTORE-SCHEDULE-EXIT
006860     END-READ.
006870     MOVE FD-SPECSTMT-DATA TO DSDS-SPECSTMT.
006880     MOVE STMT-NEXT-PROCESS TO WS-BKO-OLD-NEXT.
006890     IF STMT-NEXT-PROCESS NOT > SPC-BACKOUT-DATE
006900         MOVE 'N' TO WS-RESTORE-SW
006910         ADD 1 TO SPC-ROWS-NOT-ADVANCED
006920         MOVE 'NOT ADVANCED - LEFT AS IS' TO WS-BKO-OUTCOME
006930         GO TO 4000-RESTORE-SCHEDULE-EXIT
006940     END-IF.
006950     MOVE DSDS-SPECSTMT    TO WS-BEFORE-IMAGE.
006960     MOVE SPC-BACKOUT-DATE TO STMT-NEXT-PROCESS.
006970     MOVE DSDS-SPECSTMT    TO FD-SPECSTMT-DATA.
006980     REWRITE FD-SPECSTMT-REC.
006990     IF NOT WS-SPECSTMT-OK
007000         DISPLAY 'SPC260 - SPECSTMT REWRITE FAILED FOR BANK '
007010             STMT-BANK-NBR ' ACCT ' STMT-ACCT-NBR
007020             ' STATUS ' WS-SPECSTMT-STATUS
007030         MOVE 'F' TO WS-RESTORE-SW
007040         MOVE 'SPECSTMT REWRITE FAILED' TO WS-BKO-OUTCOME
007050         GO TO 4000-RESTORE-SCHEDULE-EXIT
007060     END-IF.
007070     MOVE 'R' TO WS-RESTORE-SW.
007080     ADD 1 TO SPC-ROWS-RESTORED.
007090     MOVE 'RESTORED TO RUN DATE' TO WS-BKO-OUTCOME.
007100     MOVE 'C'           TO AUDT-CHANGE-TYPE.
007110     MOVE DSDS-SPECSTMT TO AUDT-AFTER-IMAGE.
007120     PERFORM 8000-WRITE-AUDIT
007130         THRU 8000-WRITE-AUDIT-EXIT.
007140 4000-RESTORE-SCHEDULE-EXIT.
007150     EXIT.
007160
007170*****************************************************************
007180*    CHECKPOINT ROWS STAMPED WITH THE RUN DATE - ONLY THE PARM'S *
007190*    PARTITION WHEN A JOB ID IS GIVEN, EVERY PARTITION WHEN IT   *
007200*    IS BLANK.  A ROW FOR ANOTHER DATE IS LEFT ALONE.            *
007210*****************************************************************
007220 5000-CLEAR-CHECKPOINTS.
007230     PERFORM 5100-CLEAR-ONE-CHECKPOINT
007240         THRU 5100-CLEAR-ONE-CHECKPOINT-EXIT
007250         UNTIL WS-CKPT-EOF-YES.
007260 5000-CLEAR-CHECKPOINTS-EXIT.
007270     EXIT.
007280
007290 5100-CLEAR-ONE-CHECKPOINT.
007300     READ SPCCKPT-FILE NEXT RECORD
007310         AT END
007320             MOVE 'Y' TO WS-CKPT-EOF-SW
007330             GO TO 5100-CLEAR-ONE-CHECKPOINT-EXIT
007340     END-READ.
007350     MOVE FD-SPCCKPT-DATA TO DSDS-SPCCKPT.
007360     IF CKPT-RUN-DATE NOT = SPC-BACKOUT-DATE
007370         GO TO 5100-CLEAR-ONE-CHECKPOINT-EXIT
007380     END-IF.
007390     IF SPC-JOB-ID NOT = SPACES AND CKPT-JOB-ID NOT = SPC-JOB-ID
007400         GO TO 5100-CLEAR-ONE-CHECKPOINT-EXIT
007410     END-IF.
007420     DELETE SPCCKPT-FILE RECORD.
007430     IF NOT WS-SPCCKPT-OK
007440         DISPLAY 'SPC260 - SPCCKPT DELETE FAILED FOR JOB '
007450             CKPT-JOB-ID ' STATUS ' WS-SPCCKPT-STATUS
007460         GO TO 5100-CLEAR-ONE-CHECKPOINT-EXIT
007470     END-IF.
007480     ADD 1 TO SPC-CKPT-ROWS-REMOVED.
007490     MOVE SPACES TO FD-SPCBKRG-REC.
007500     STRING 'SPCCKPT  PARTITION ' CKPT-JOB-ID
007510             ' CHECKPOINT FOR ' CKPT-RUN-DATE ' REMOVED'
007520             DELIMITED BY SIZE
007530             INTO FD-SPCBKRG-REC.
007540     WRITE FD-SPCBKRG-REC.
007550 5100-CLEAR-ONE-CHECKPOINT-EXIT.
007560     EXIT.
007570
007580 5500-CLEAR-CONTROL-ROW.
007590     MOVE SPC-BACKOUT-DATE TO FK-SPCCTLF-KEY.
007600     READ SPCCTLF-FILE
007610         INVALID KEY
007620             GO TO 5500-CLEAR-CONTROL-ROW-EXIT
007630     END-READ.
007640     DELETE SPCCTLF-FILE RECORD.
007650     IF NOT WS-SPCCTLF-OK
007660         DISPLAY 'SPC260 - SPCCTLF DELETE FAILED FOR '
007670             SPC-BACKOUT-DATE ' STATUS ' WS-SPCCTLF-STATUS
007680         GO TO 5500-CLEAR-CONTROL-ROW-EXIT
007690     END-IF.
007700     ADD 1 TO SPC-CTLS-ROWS-REMOVED.
007710     MOVE SPACES TO FD-SPCBKRG-REC.
007720     STRING 'SPCCTLS  CONTROL ROW FOR ' SPC-BACKOUT-DATE
007730             ' REMOVED - RERUN SPC210 TO REBUILD IT'
007740             DELIMITED BY SIZE
007750             INTO FD-SPCBKRG-REC.
007760     WRITE FD-SPCBKRG-REC.
007770 5500-CLEAR-CONTROL-ROW-EXIT.
007780     EXIT.
007790
007800*****************************************************************
007810*    EVERY DSDS.SPCBILL ROW FOR THE NIGHT IN THE BANK RANGE IS   *
007820*    REWRITTEN TO 'B' SO NO DOWNSTREAM STEP TREATS IT AS A LIVE  *
007830*    SEND OR MATCH.  THE SWITCH IT CARRIED BEFORE IS KEPT IN     *
007840*    THE REASON CODE ('BKO' PLUS THE OLD SWITCH) SO BILLING CAN  *
007850*    TELL A FEE IT ALREADY TOOK ('BKOM') FROM ONE IT NEVER DID.  *
007860*****************************************************************
007870 6000-FLAG-BILLING.
007880     MOVE SPC-BANK-FROM TO FK-BIL-BANK-NBR.
007890     MOVE ZERO          TO FK-BIL-ACCT-NBR.
007900     MOVE ZERO          TO FK-BIL-TRAN-CODE.
007910     MOVE LOW-VALUES    TO FK-BIL-RUN-DATE.
007920     START SPCBILL-FILE KEY IS NOT LESS THAN FK-SPCBILL-KEY
007930         INVALID KEY
007940             MOVE 'Y' TO WS-BILL-EOF-SW
007950     END-START.
007960     PERFORM 6100-FLAG-ONE-BILL
007970         THRU 6100-FLAG-ONE-BILL-EXIT
007980         UNTIL WS-BILL-EOF-YES.
007990 6000-FLAG-BILLING-EXIT.
008000     EXIT.
008010
008020 6100-FLAG-ONE-BILL.
008030     READ SPCBILL-FILE NEXT RECORD
008040         AT END
008050             MOVE 'Y' TO WS-BILL-EOF-SW
008060             GO TO 6100-FLAG-ONE-BILL-EXIT
008070     END-READ.
008080     MOVE FD-SPCBILL-DATA TO DSDS-SPCBILL.
008090     IF BILL-BANK-NBR > SPC-BANK-TO
008100         MOVE 'Y' TO WS-BILL-EOF-SW
008110         GO TO 6100-FLAG-ONE-BILL-EXIT
008120     END-IF.
008130     IF BILL-RUN-DATE NOT = SPC-BACKOUT-DATE OR BILL-BACKED-OUT
008140         GO TO 6100-FLAG-ONE-BILL-EXIT
008150     END-IF.
008160     MOVE BILL-MATCH-SW TO WS-PRIOR-MATCH-SW.
008170     MOVE 'B' TO BILL-MATCH-SW.
008180     STRING 'BKO' WS-PRIOR-MATCH-SW DELIMITED BY SIZE
008190         INTO BILL-REASON-CD.
008200     MOVE SPC-AUDIT-TIME TO BILL-LAST-UPD-TIME.
008210     MOVE DSDS-SPCBILL TO FD-SPCBILL-DATA.
008220     REWRITE FD-SPCBILL-REC.
008230     IF NOT WS-SPCBILL-OK
008240         DISPLAY 'SPC260 - SPCBILL REWRITE FAILED FOR BANK '
008250             BILL-BANK-NBR ' ACCT ' BILL-ACCT-NBR
008260             ' STATUS ' WS-SPCBILL-STATUS
008270         GO TO 6100-FLAG-ONE-BILL-EXIT
008280     END-IF.
008290     ADD 1 TO SPC-BILL-ROWS-FLAGGED.
008300     MOVE BILL-BANK-NBR  TO WS-RPT-BANK-NBR.
008310     MOVE BILL-ACCT-NBR  TO WS-RPT-ACCT-NBR.
008320     MOVE BILL-TRAN-CODE TO WS-RPT-TRAN-CODE.
008330     MOVE SPACES TO FD-SPCBKRG-REC.
008340     STRING 'SPCBILL  BANK ' WS-RPT-BANK-NBR
008350             ' ACCT ' WS-RPT-ACCT-NBR
008360             ' TRAN ' WS-RPT-TRAN-CODE
008370             ' WAS ' WS-PRIOR-MATCH-SW
008380             ' - FLAGGED BACKED OUT, NOTIFY BILLING'
008390             DELIMITED BY SIZE
008400             INTO FD-SPCBKRG-REC.
008410     WRITE FD-SPCBKRG-REC.
008420 6100-FLAG-ONE-BILL-EXIT.
008430     EXIT.
008440
008450*****************************************************************
008460*    THE NIGHT'S DSDS.SPCFEEH ROWS IN THE BANK RANGE ARE         *
008470*    DELETED - SPC180 KEPT ONE FOR EVERY FEE IT POSTED, AND A    *
008480*    BACKED-OUT NIGHT POSTED NOTHING, SO SPC340'S YEAR-END       *
008490*    SUMMARY MUST NOT COUNT THEM.  THE RERUN'S SPC180 ADDS THEM  *
008500*    BACK UNDER THE SAME KEY.  LIKE SPCBILL, THE RUN DATE IS     *
008510*    THE LAST PART OF THE KEY, SO EVERY ROW IN THE RANGE IS      *
008520*    READ.  EACH DELETE WRITES A DSDS.SPCAUDT 'D' ROW CARRYING   *
008530*    THE ROW AS IT STOOD.                                        *
008540*****************************************************************
008550 6200-CLEAR-FEE-HISTORY.
008560     MOVE SPC-BANK-FROM TO FK-FEE-BANK-NBR.
008570     MOVE ZERO          TO FK-FEE-ACCT-NBR.
008580     MOVE ZERO          TO FK-FEE-TRAN-CODE.
008590     MOVE LOW-VALUES    TO FK-FEE-RUN-DATE.
008600     START SPCFEEH-FILE KEY IS NOT LESS THAN FK-SPCFEEH-KEY
008610         INVALID KEY
008620             MOVE 'Y' TO WS-FEEH-EOF-SW
008630     END-START.
008640     PERFORM 6210-CLEAR-ONE-FEE
008650         THRU 6210-CLEAR-ONE-FEE-EXIT
008660         UNTIL WS-FEEH-EOF-YES.
008670 6200-CLEAR-FEE-HISTORY-EXIT.
008680     EXIT.
008690
008700 6210-CLEAR-ONE-FEE.
008710     READ SPCFEEH-FILE NEXT RECORD
008720         AT END
008730             MOVE 'Y' TO WS-FEEH-EOF-SW
008740             GO TO 6210-CLEAR-ONE-FEE-EXIT
008750     END-READ.
008760     MOVE FD-SPCFEEH-DATA TO DSDS-SPCFEEH.
008770     IF FEEH-BANK-NBR > SPC-BANK-TO
008780         MOVE 'Y' TO WS-FEEH-EOF-SW
008790         GO TO 6210-CLEAR-ONE-FEE-EXIT
008800     END-IF.
008810     IF FEEH-RUN-DATE NOT = SPC-BACKOUT-DATE
008820         GO TO 6210-CLEAR-ONE-FEE-EXIT
008830     END-IF.
008840     DELETE SPCFEEH-FILE RECORD.
008850     IF NOT WS-SPCFEEH-OK
008860         DISPLAY 'SPC260 - SPCFEEH DELETE FAILED FOR BANK '
008870             FEEH-BANK-NBR ' ACCT ' FEEH-ACCT-NBR
008880             ' STATUS ' WS-SPCFEEH-STATUS
008890         GO TO 6210-CLEAR-ONE-FEE-EXIT
008900     END-IF.
008910     ADD 1 TO SPC-FEEH-ROWS-REMOVED.
008920     MOVE FEEH-BANK-NBR TO WS-BKO-BANK-NBR.
008930     MOVE FEEH-ACCT-NBR TO WS-BKO-ACCT-NBR.
008940     MOVE ZERO          TO WS-BKO-SEQ-NBR.
008950     MOVE DSDS-SPCFEEH  TO WS-BEFORE-IMAGE.
008960     MOVE 'D'           TO AUDT-CHANGE-TYPE.
008970     MOVE SPACES        TO AUDT-AFTER-IMAGE.
008980     PERFORM 8000-WRITE-AUDIT
008990         THRU 8000-WRITE-AUDIT-EXIT.
009000     MOVE FEEH-BANK-NBR  TO WS-RPT-BANK-NBR.
009010     MOVE FEEH-ACCT-NBR  TO WS-RPT-ACCT-NBR.
009020     MOVE FEEH-TRAN-CODE TO WS-RPT-TRAN-CODE.
009030     MOVE SPACES TO FD-SPCBKRG-REC.
009040     STRING 'SPCFEEH  BANK ' WS-RPT-BANK-NBR
009050             ' ACCT ' WS-RPT-ACCT-NBR
009060             ' TRAN ' WS-RPT-TRAN-CODE
009070             ' - FEE HISTORY ROW REMOVED'
009080             DELIMITED BY SIZE
009090             INTO FD-SPCBKRG-REC.
009100     WRITE FD-SPCBKRG-REC.
009110 6210-CLEAR-ONE-FEE-EXIT.
009120     EXIT.
009130
009140*****************************************************************
009150*    THE NIGHT'S EXTRACT RECORDS IN THE BANK RANGE ARE COPIED,   *
009160*    UNCHANGED, TO THE RECALL FILE HANDED TO BILLING - SAME      *
009170*    LAYOUT THE PLATFORM ALREADY READS, SO IT CAN MATCH EACH     *
009180*    RECALL TO THE SEND.  THE EXTRACT FILE IS OPTIONAL; WITHOUT  *
009190*    IT THE FLAGGED SPCBILL ROWS ON THE REGISTER ARE THE NOTICE. *
009200*****************************************************************
009210 6500-RECALL-EXTRACT.
009220     OPEN INPUT SPCEXTR-FILE.
009230     IF WS-SPCEXTR-NOFILE
009240         DISPLAY 'SPC260 - NO EXTRACT FILE PRESENT, NO RECALL '
009250             'RECORDS WRITTEN'
009260         GO TO 6500-RECALL-EXTRACT-EXIT
009270     END-IF.
009280     IF NOT WS-SPCEXTR-OK
009290         DISPLAY 'SPC260 - SPCEXTR OPEN FAILED, STATUS '
009300             WS-SPCEXTR-STATUS
009310         MOVE 'Y' TO WS-ABEND-SW
009320         GO TO 6500-RECALL-EXTRACT-EXIT
009330     END-IF.
009340     PERFORM 6600-RECALL-ONE-EXTRACT
009350         THRU 6600-RECALL-ONE-EXTRACT-EXIT
009360         UNTIL WS-EXTR-EOF-YES.
009370     CLOSE SPCEXTR-FILE.
009380 6500-RECALL-EXTRACT-EXIT.
009390     EXIT.
009400
009410 6600-RECALL-ONE-EXTRACT.
009420     READ SPCEXTR-FILE NEXT RECORD
009430         AT END
009440             MOVE 'Y' TO WS-EXTR-EOF-SW
009450             GO TO 6600-RECALL-ONE-EXTRACT-EXIT
009460     END-READ.
009470     MOVE FD-SPCEXTR-REC TO DSDS-SPCEXTR.
009480     IF EXTR-RUN-DATE NOT = SPC-BACKOUT-DATE
009490             OR EXTR-BANK-NBR < SPC-BANK-FROM
009500             OR EXTR-BANK-NBR > SPC-BANK-TO
009510         GO TO 6600-RECALL-ONE-EXTRACT-EXIT
009520     END-IF.
009530     MOVE DSDS-SPCEXTR TO FD-SPCBKXT-REC.
009540     WRITE FD-SPCBKXT-REC.
009550     ADD 1 TO SPC-EXTR-RECS-RECALLED.
009560     MOVE SPACES TO FD-SPCBKRG-REC.
009570     STRING 'SPCEXTR  BANK ' EXTR-BANK-NBR
009580             ' ACCT ' EXTR-ACCT-NBR
009590             ' TRAN ' EXTR-TRAN-CODE
009600             ' SW ' EXTR-CHARGE-SW
009610             ' - SENT, WRITTEN TO RECALL FILE'
009620             DELIMITED BY SIZE
009630             INTO FD-SPCBKRG-REC.
009640     WRITE FD-SPCBKRG-REC.
009650 6600-RECALL-ONE-EXTRACT-EXIT.
009660     EXIT.
009670
009680 7000-WRITE-SCHEDULE-LINE.
009690     MOVE WS-BKO-BANK-NBR TO WS-RPT-BANK-NBR.
009700     MOVE WS-BKO-ACCT-NBR TO WS-RPT-ACCT-NBR.
009710     MOVE WS-BKO-SEQ-NBR  TO WS-RPT-SEQ-NBR.
009720     MOVE SPACES TO FD-SPCBKRG-REC.
009730     STRING WS-BKO-SOURCE
009740             '  BANK ' WS-RPT-BANK-NBR
009750             ' ACCT ' WS-RPT-ACCT-NBR
009760             ' SEQ ' WS-RPT-SEQ-NBR
009770             ' NEXT WAS ' WS-BKO-OLD-NEXT
009780             ' ' WS-BKO-OUTCOME
009790             DELIMITED BY SIZE
009800             INTO FD-SPCBKRG-REC.
009810     WRITE FD-SPCBKRG-REC.
009820 7000-WRITE-SCHEDULE-LINE-EXIT.
009830     EXIT.
009840
009850 7500-WRITE-TOTALS.
009860     MOVE SPC-ROWS-RESTORED TO WS-RPT-COUNT.
009870     MOVE SPACES TO FD-SPCBKRG-REC.
009880     STRING 'TOTAL SCHEDULE ROWS RESTORED    ' WS-RPT-COUNT
009890             DELIMITED BY SIZE INTO FD-SPCBKRG-REC.
009900     WRITE FD-SPCBKRG-REC.
009910     MOVE SPC-HIST-ROWS-REMOVED TO WS-RPT-COUNT.
009920     MOVE SPACES TO FD-SPCBKRG-REC.
009930     STRING 'TOTAL SPCHIST ROWS REMOVED      ' WS-RPT-COUNT
009940             DELIMITED BY SIZE INTO FD-SPCBKRG-REC.
009950     WRITE FD-SPCBKRG-REC.
009960     MOVE SPC-HIST-ROWS-KEPT TO WS-RPT-COUNT.
009970     MOVE SPACES TO FD-SPCBKRG-REC.
009980     STRING 'TOTAL SPCHIST ROWS KEPT         ' WS-RPT-COUNT
009990             DELIMITED BY SIZE INTO FD-SPCBKRG-REC.
010000     WRITE FD-SPCBKRG-REC.
010010     MOVE SPC-COMB-NOT-FOUND TO WS-RPT-COUNT.
010020     MOVE SPACES TO FD-SPCBKRG-REC.
010030     STRING 'TOTAL HOUSEHOLD MEMBERS UNFOUND ' WS-RPT-COUNT
010040             DELIMITED BY SIZE INTO FD-SPCBKRG-REC.
010050     WRITE FD-SPCBKRG-REC.
010060     MOVE SPC-BILL-ROWS-FLAGGED TO WS-RPT-COUNT.
010070     MOVE SPACES TO FD-SPCBKRG-REC.
010080     STRING 'TOTAL SPCBILL ROWS FLAGGED      ' WS-RPT-COUNT
010090             DELIMITED BY SIZE INTO FD-SPCBKRG-REC.
010100     WRITE FD-SPCBKRG-REC.
010110     MOVE SPC-FEEH-ROWS-REMOVED TO WS-RPT-COUNT.
010120     MOVE SPACES TO FD-SPCBKRG-REC.
010130     STRING 'TOTAL SPCFEEH ROWS REMOVED      ' WS-RPT-COUNT
010140             DELIMITED BY SIZE INTO FD-SPCBKRG-REC.
010150     WRITE FD-SPCBKRG-REC.
010160     MOVE SPC-EXTR-RECS-RECALLED TO WS-RPT-COUNT.
010170     MOVE SPACES TO FD-SPCBKRG-REC.
010180     STRING 'TOTAL EXTRACT RECORDS RECALLED  ' WS-RPT-COUNT
010190             DELIMITED BY SIZE INTO FD-SPCBKRG-REC.
010200     WRITE FD-SPCBKRG-REC.
010210 7500-WRITE-TOTALS-EXIT.
010220     EXIT.
010230
010240*****************************************************************
010250*    ONE DSDS.SPCAUDT CHANGE-LOG ROW PER RESTORED SCHEDULE OR    *
010260*    REMOVED FEE-HISTORY ROW, KEYED BY                           *
010270*    WS-BKO-BANK-NBR/ACCT-NBR/SEQ-NBR (SEQ ZERO FOR AN           *
010280*    ACCOUNT-LEVEL ROW) - A BACKED-OUT DATE IS A MAINTENANCE     *
010290*    CHANGE LIKE ANY OTHER AND LANDS IN THE SAME LOG             *
010300*    SPC030/SPC120/SPC130/SPC140 WRITE.  A FAILED LOG WRITE IS   *
010310*    REPORTED BUT DOES NOT UNDO THE CHANGE.                      *
010320*****************************************************************
010330 8000-WRITE-AUDIT.
010340     ADD 1 TO WS-AUDIT-SEQ.
010350     MOVE WS-BKO-BANK-NBR TO AUDT-BANK-NBR.
010360     MOVE WS-BKO-ACCT-NBR TO AUDT-ACCT-NBR.
010370     MOVE WS-BKO-SEQ-NBR  TO AUDT-SEQ-NBR.
010380     MOVE SPC-AUDIT-DATE  TO AUDT-CHANGE-DATE.
010390     MOVE SPC-AUDIT-TIME  TO AUDT-CHANGE-TIME.
010400     MOVE WS-AUDIT-SEQ    TO AUDT-CHANGE-SEQ.
010410     MOVE 'SPC260'        TO AUDT-SOURCE-ID.
010420     MOVE SPC-OPERATOR-ID TO AUDT-OPERATOR-ID.
010430     MOVE 'BTCH'          TO AUDT-TERMINAL-ID.
010440     MOVE WS-BEFORE-IMAGE TO AUDT-BEFORE-IMAGE.
010450     MOVE AUDT-BANK-NBR    TO FK-AUD-BANK-NBR.
010460     MOVE AUDT-ACCT-NBR    TO FK-AUD-ACCT-NBR.
010470     MOVE AUDT-SEQ-NBR     TO FK-AUD-SEQ-NBR.
010480     MOVE AUDT-CHANGE-DATE TO FK-AUD-CHANGE-DATE.
010490     MOVE AUDT-CHANGE-TIME TO FK-AUD-CHANGE-TIME.
010500     MOVE AUDT-CHANGE-SEQ  TO FK-AUD-CHANGE-SEQ.
010510     MOVE DSDS-SPCAUDT     TO FD-SPCAUDT-DATA.
010520     WRITE FD-SPCAUDT-REC.
010530     IF WS-SPCAUDT-OK
010540         ADD 1 TO SPC-AUDITS-WRITTEN
010550     ELSE
010560         DISPLAY 'SPC260 - SPCAUDT WRITE FAILED FOR BANK '
010570             AUDT-BANK-NBR ' ACCT ' AUDT-ACCT-NBR
010580             ' STATUS ' WS-SPCAUDT-STATUS
010590     END-IF.
010600 8000-WRITE-AUDIT-EXIT.
010610     EXIT.
010620
010630 9000-TERMINATE.
010640     CLOSE SPECSTMT-FILE.
010650     CLOSE SPCHIST-FILE.
010660     CLOSE SPCCKPT-FILE.
010670     CLOSE SPCCTLF-FILE.
010680     CLOSE SPCBILL-FILE.
010690     CLOSE SPCFEEH-FILE.
010700     CLOSE SPCAUDT-FILE.
010710     CLOSE SPCBKXT-FILE.
010720     CLOSE SPCBKRG-FILE.
010730     DISPLAY 'SPC260 - SPCHIST ROWS READ      '
010740         SPC-HIST-ROWS-READ.
010750     DISPLAY 'SPC260 - SPCHIST ROWS REMOVED   '
010760         SPC-HIST-ROWS-REMOVED.
010770     DISPLAY 'SPC260 - SPCHIST ROWS KEPT      '
010780         SPC-HIST-ROWS-KEPT.
010790     DISPLAY 'SPC260 - HHLD MEMBERS READ      '
010800         SPC-COMB-MEMBERS-READ.
010810     DISPLAY 'SPC260 - HHLD MEMBERS UNFOUND   '
010820         SPC-COMB-NOT-FOUND.
010830     DISPLAY 'SPC260 - SCHEDULE ROWS RESTORED '
010840         SPC-ROWS-RESTORED.
010850     DISPLAY 'SPC260 - ROWS NOT ADVANCED      '
010860         SPC-ROWS-NOT-ADVANCED.
010870     DISPLAY 'SPC260 - CHECKPOINTS REMOVED    '
010880         SPC-CKPT-ROWS-REMOVED.
010890     DISPLAY 'SPC260 - CONTROL ROWS REMOVED   '
010900         SPC-CTLS-ROWS-REMOVED.
010910     DISPLAY 'SPC260 - SPCBILL ROWS FLAGGED   '
010920         SPC-BILL-ROWS-FLAGGED.
010930     DISPLAY 'SPC260 - SPCFEEH ROWS REMOVED   '
010940         SPC-FEEH-ROWS-REMOVED.
010950     DISPLAY 'SPC260 - EXTRACT RECS RECALLED  '
010960         SPC-EXTR-RECS-RECALLED.
010970     DISPLAY 'SPC260 - AUDIT ROWS WRITTEN     '
010980         SPC-AUDITS-WRITTEN.
010990     IF WS-ABEND-YES
011000         MOVE 16 TO RETURN-CODE
011010     END-IF.
011020 9000-TERMINATE-EXIT.
011030     EXIT.
