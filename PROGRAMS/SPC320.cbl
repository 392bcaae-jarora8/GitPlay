000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     SPC320.
000030 AUTHOR.         D. WHITFIELD.
000040 INSTALLATION.   DEPOSIT SYSTEMS - ONLINE.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    MODIFICATION HISTORY                                       *
000090*    ------------------------------------------------------     *
000100*    DATE       INIT  DESCRIPTION                                *
000110*    10/15/26   DW    ORIGINAL PROGRAM - ONLINE MAINTENANCE OF   *
000120*                      DSDS.SPCHHLD VIA MAP SPC320M.  KEYS ON    *
000130*                      BANK/HOUSEHOLD ID, LISTS THE MEMBERS, AND *
000140*                      ADDS OR REMOVES A MEMBER ACCOUNT OR MOVES *
000150*                      HHLD-PRIMARY-SW.  SPC200'S STRUCTURE RULES*
000160*                      AND SPC170'S OPEN-ACCOUNT CHECK ARE       *
000170*                      APPLIED BEFORE ANYTHING IS SAVED, AND     *
000180*                      EVERY MEMBER ROW TOUCHED WRITES A         *
000190*                      DSDS.SPCAUDT ROW FOR SPC160.              *
000200*****************************************************************
000210*****************************************************************
000220*    SPC200 FINDS A BROKEN HOUSEHOLD THE NIGHT AFTER IT WAS      *
000230*    BROKEN AND SPC170 FINDS A DEAD MEMBER ACCOUNT THE NIGHT     *
000240*    AFTER IT JOINED.  THIS SCREEN REFUSES BOTH AT THE TERMINAL. *
000250*    A CHANGE IS TRIED AGAINST THE MEMBER LIST IN STORAGE FIRST  *
000260*    AND SAVED ONLY WHEN THE HOUSEHOLD IT LEAVES HAS EXACTLY ONE *
000270*    PRIMARY (OR NO MEMBERS AT ALL).  AN ACCOUNT ALREADY IN      *
000280*    ANOTHER HOUSEHOLD CANNOT JOIN, AND AN ACCOUNT THAT IS NOT   *
000290*    OPEN ON THE ACCOUNT MASTER CANNOT JOIN OR BECOME PRIMARY.   *
000300*    THE FIRST MEMBER OF A NEW HOUSEHOLD BECOMES ITS PRIMARY;    *
000310*    LATER MEMBERS JOIN AS NON-PRIMARY.  MOVING THE PRIMARY      *
000320*    CLEARS THE FLAG ON EVERY OTHER MEMBER IN THE SAME UNIT OF   *
000330*    WORK, WHICH IS ALSO HOW A HOUSEHOLD WITH TWO PRIMARIES IS   *
000340*    REPAIRED.  PSEUDO-CONVERSATIONAL - THE KEY AND THE MEMBER   *
000350*    PAGE ARE CARRIED FORWARD IN DFHCOMMAREA.                    *
000360*****************************************************************
000370*****************************************************************
000380*    FILE 'SPCHHLH' IS THE CICS PATH OVER THE NON-UNIQUE         *
000390*    ALTERNATE INDEX ON HHLD-HOUSEHOLD-ID (UPGRADE SET, SO WRITES*
000400*    THROUGH 'SPCHHLD' KEEP IT CURRENT) - THE BASE KEY IS BANK/  *
000410*    ACCOUNT, SO IT IS THE ONLY WAY TO A HOUSEHOLD'S MEMBERS     *
000420*    WITHOUT WALKING THE BANK.  FILE 'ACCTMST' IS THE NIGHTLY    *
000430*    ACCOUNT-MASTER EXTRACT SPC170 READS (COPY SPCAMST), LOADED  *
000440*    TO A KSDS KEYED ON ITS FIRST 12 BYTES.  AUDIT ROWS CARRY    *
000450*    THE MEMBER ACCOUNT WITH AUDT-SEQ-NBR ZERO AND THE 13-BYTE   *
000460*    DSDS-SPCHHLD IMAGE, THE SAME WAY SPC280 LOGS A HOUSEHOLD    *
000470*    RE-KEY.                                                     *
000480*****************************************************************
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.   IBM-370.
000520 OBJECT-COMPUTER.   IBM-370.
000530 DATA DIVISION.
000540 WORKING-STORAGE SECTION.
000550 COPY SPC320.
000560 COPY SPCHHLD.
000570 COPY SPCAMST.
000580 COPY SPCAUDT.
000590
000600 01  WS-MAP-NAME                 PIC X(8)  VALUE 'SPC320M'.
000610 01  WS-MAPSET-NAME              PIC X(8)  VALUE 'SPC320M'.
000620 01  WS-TRANID                   PIC X(4)  VALUE 'SP32'.
000630
000640 01  WS-RESP-CODE                PIC S9(8) COMP.
000650
000660*****************************************************************
000670*    RIDFLD KEY GROUPS - ONE PER FILE, BUILT BEFORE EVERY FILE   *
000680*    CONTROL CALL, THE SAME WAY SPC250 DOES.                     *
000690*****************************************************************
000700 01  WS-HHLD-KEY.
000710     05 GK-BANK-NBR              PIC S9(3) COMP-3.
000720     05 GK-ACCT-NBR              PIC S9(9) COMP-3.
000730
000740 01  WS-HHLH-KEY.
000750     05 XK-HOUSEHOLD-ID          PIC S9(9) COMP-3.
000760
000770 01  WS-AMST-KEY.
000780     05 AK-BANK-NBR              PIC 9(3).
000790     05 AK-ACCT-NBR              PIC 9(9).
000800
000810*****************************************************************
000820*    RECORD AREAS FOR FILE I-O - EACH MATCHES THE KEY-PREFIX     *
000830*    SHAPE EVERY BATCH PROGRAM AGAINST THE SAME FILE USES.       *
000840*    LOGICAL FIELD ACCESS GOES THROUGH THE DSDS- MIRRORS,        *
000850*    NEVER THESE GROUPS DIRECTLY.                                *
000860*****************************************************************
000870 01  WS-SPCHHLD-REC.
000880     05 FK-SPCHHLD-KEY.
000890         10 FK-HHL-BANK-NBR      PIC S9(3) USAGE COMP-3.
000900         10 FK-HHL-ACCT-NBR      PIC S9(9) USAGE COMP-3.
000910     05 FD-SPCHHLD-DATA          PIC X(13).
000920
000930 01  WS-SPCAUDT-REC.
000940     05 FK-SPCAUDT-KEY.
000950         10 FK-AUD-BANK-NBR      PIC S9(3) USAGE COMP-3.
000960         10 FK-AUD-ACCT-NBR      PIC S9(9) USAGE COMP-3.
000970         10 FK-AUD-SEQ-NBR       PIC S9(4) USAGE COMP-3.
000980         10 FK-AUD-CHANGE-DATE   PIC X(10).
000990         10 FK-AUD-CHANGE-TIME   PIC X(8).
001000         10 FK-AUD-CHANGE-SEQ    PIC S9(4) USAGE COMP-3.
001010     05 FD-SPCAUDT-DATA          PIC X(150).
001020
001030 01  WS-OPERATOR-ID              PIC X(8).
001040 01  WS-ABSTIME                  PIC S9(15) COMP-3.
001050 01  WS-AUDIT-DATE               PIC X(10).
001060 01  WS-AUDIT-TIME               PIC X(8).
001070 01  WS-TASK-WORK                PIC S9(7)  COMP-3.
001080 01  WS-AUDIT-SEQ                PIC S9(4)  COMP-3.
001090 01  WS-BEFORE-IMAGE             PIC X(49).
001100
001110 01  WS-COMMAREA.
001120     05 CA-BANK-NBR              PIC S9(3) COMP-3.
001130     05 CA-HHLD-ID               PIC S9(9) COMP-3.
001140     05 CA-PAGE-START            PIC S9(4) COMP.
001150
001160 01  WS-PREV-BANK-NBR            PIC S9(3) COMP-3.
001170 01  WS-PREV-HHLD-ID             PIC S9(9) COMP-3.
001180
001190 01  WS-SWITCHES.
001200     05 WS-EDIT-OK-SW            PIC X(1)     VALUE 'Y'.
001210         88 WS-EDIT-OK                  VALUE 'Y'.
001220         88 WS-EDIT-FAILED              VALUE 'N'.
001230     05 WS-MATCH-SW              PIC X(1)     VALUE 'N'.
001240         88 WS-MATCH-YES                VALUE 'Y'.
001250     05 WS-INSERT-SW             PIC X(1)     VALUE 'N'.
001260         88 WS-INSERT-FOUND             VALUE 'Y'.
001270     05 WS-BROWSE-DONE-SW        PIC X(1)     VALUE 'N'.
001280         88 WS-BROWSE-DONE              VALUE 'Y'.
001290     05 WS-OVERFLOW-SW           PIC X(1)     VALUE 'N'.
001300         88 WS-TABLE-OVERFLOW           VALUE 'Y'.
001310     05 WS-APPLY-OK-SW           PIC X(1)     VALUE 'Y'.
001320         88 WS-APPLY-OK                 VALUE 'Y'.
001330         88 WS-APPLY-FAILED             VALUE 'N'.
001340     05 WS-AUDIT-FAIL-SW         PIC X(1)     VALUE 'N'.
001350         88 WS-AUDIT-FAILED             VALUE 'Y'.
001360     05 WS-ACCT-OPEN-SW          PIC X(1)     VALUE 'N'.
001370         88 WS-ACCT-OPEN                VALUE 'Y'.
001380     05 WS-KEEP-INPUT-SW         PIC X(1)     VALUE 'Y'.
001390         88 WS-KEEP-INPUT               VALUE 'Y'.
001400
001410*****************************************************************
001420*    THE HOUSEHOLD'S MEMBERS IN ACCOUNT ORDER.  A CHANGE IS      *
001430*    APPLIED HERE FIRST AND THE RESULT CHECKED BEFORE ANY ROW IS *
001440*    WRITTEN.  WS-MEM-ACTION-SW MARKS WHAT THE CHANGE DOES TO    *
001450*    EACH MEMBER - 'N' JOINS, 'X' LEAVES, 'U' PRIMARY FLAG MOVES.*
001460*****************************************************************
001470 01  WS-MEM-MAX                  PIC S9(4) COMP VALUE 50.
001480 01  WS-MEM-COUNT                PIC S9(4) COMP VALUE ZERO.
001490 01  WS-MEMBER-TABLE.
001500     05 WS-MEM-ENTRY             OCCURS 50 TIMES
001510                                 INDEXED BY WS-MEM-IDX.
001520         10 WS-MEM-ACCT-NBR      PIC S9(9) COMP-3.
001530         10 WS-MEM-PRIMARY-SW    PIC X(1).
001540         10 WS-MEM-ACTION-SW     PIC X(1).
001550 01  WS-SUB                      PIC S9(4) COMP.
001560 01  WS-INS-POS                  PIC S9(4) COMP.
001570 01  WS-LINE-SUB                 PIC S9(4) COMP.
001580 01  WS-LIVE-COUNT               PIC S9(4) COMP.
001590 01  WS-PRIMARY-COUNT            PIC S9(4) COMP.
001600
001610 01  WS-KEY-ACTION               PIC X(1).
001620     88 WS-ACTION-ADD                   VALUE 'A'.
001630     88 WS-ACTION-REMOVE                VALUE 'R'.
001640     88 WS-ACTION-PRIMARY               VALUE 'P'.
001650 01  WS-KEY-ACCT-NBR             PIC S9(9) COMP-3.
001660 01  WS-CHECK-ACCT-NBR           PIC S9(9) COMP-3.
001670 01  WS-IN-ACTION                PIC X(1).
001680 01  WS-IN-ACCT                  PIC X(9).
001690
001700 01  WS-MEM-LINES.
001710     05 WS-MEM-LINE              PIC X(79) OCCURS 12 TIMES.
001720 01  WS-STAT-TEXT                PIC X(79).
001730 01  WS-MSG-TEXT                 PIC X(79).
001740 01  WS-MSG-HOLD                 PIC X(79).
001750 01  WS-STAT-WORD                PIC X(40).
001760 01  WS-AMST-TEXT                PIC X(32).
001770 01  WS-PRIMARY-WORD             PIC X(7).
001780
001790 01  WS-DSP-ACCT                 PIC Z(8)9.
001800 01  WS-DSP-HHLD-ID              PIC Z(8)9.
001810 01  WS-DSP-COUNT                PIC ZZ9.
001820 01  WS-DSP-PRIMARIES            PIC ZZ9.
001830
001840 LINKAGE SECTION.
001850 01  DFHCOMMAREA                 PIC X(9).
001860
001870 PROCEDURE DIVISION.
001880 0000-MAINLINE.
001890     EXEC CICS HANDLE CONDITION
001900         MAPFAIL    (0100-MAPFAIL)
001910         ERROR      (9999-ABEND)
001920     END-EXEC.
001930
001940     IF EIBCALEN = ZERO
001950         PERFORM 1000-INITIAL-ENTRY
001960             THRU 1000-INITIAL-ENTRY-EXIT
001970     ELSE
001980         MOVE DFHCOMMAREA TO WS-COMMAREA
001990         PERFORM 2000-RECEIVE-MAP
002000             THRU 2000-RECEIVE-MAP-EXIT
002010     END-IF.
002020
002030     GOBACK.
002040
002050 0100-MAPFAIL.
002060     MOVE LOW-VALUES TO SPC320MO.
002070     MOVE 'PLEASE KEY BANK/HOUSEHOLD AND PRESS ENTER'
002080         TO MSGO.
002090     PERFORM 8000-SEND-MAP
002100         THRU 8000-SEND-MAP-EXIT.
002110     EXEC CICS RETURN
002120         TRANSID(WS-TRANID)
002130         COMMAREA(WS-COMMAREA)
002140         LENGTH(LENGTH OF WS-COMMAREA)
002150     END-EXEC.
002160
002170 1000-INITIAL-ENTRY.
002180     MOVE LOW-VALUES TO SPC320MO.
002190     MOVE ZERO TO CA-BANK-NBR CA-HHLD-ID.
002200     MOVE 1 TO CA-PAGE-START.
002210     PERFORM 8000-SEND-MAP
002220         THRU 8000-SEND-MAP-EXIT.
002230     EXEC CICS RETURN
002240         TRANSID(WS-TRANID)
002250         COMMAREA(WS-COMMAREA)
002260         LENGTH(LENGTH OF WS-COMMAREA)
002270     END-EXEC.
002280 1000-INITIAL-ENTRY-EXIT.
002290     EXIT.
002300
002310*****************************************************************
002320*    AID KEYS: ENTER=LOOKUP  PF5=APPLY ACTION  PF7/PF8=MEMBER    *
002330*    PAGES  PF3=EXIT.  A CHANGED BANK/HOUSEHOLD STARTS THE       *
002340*    MEMBER LIST FROM THE TOP AGAIN.                             *
002350*****************************************************************
002360 2000-RECEIVE-MAP.
002370     EXEC CICS RECEIVE MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
002380         INTO(SPC320MI)
002390     END-EXEC.
002400
002410     IF EIBAID = DFHPF3
002420         EXEC CICS RETURN END-EXEC
002430     END-IF.
002440
002450     MOVE CA-BANK-NBR TO WS-PREV-BANK-NBR.
002460     MOVE CA-HHLD-ID  TO WS-PREV-HHLD-ID.
002470     MOVE FUNCTION NUMVAL(BANKI) TO CA-BANK-NBR.
002480     MOVE FUNCTION NUMVAL(HHLDI) TO CA-HHLD-ID.
002490     IF CA-BANK-NBR NOT = WS-PREV-BANK-NBR
002500             OR CA-HHLD-ID NOT = WS-PREV-HHLD-ID
002510         MOVE 1 TO CA-PAGE-START
002520     END-IF.
002530     MOVE ACTNI TO WS-IN-ACTION.
002540     MOVE ACCTI TO WS-IN-ACCT.
002550     MOVE SPACES TO WS-MSG-TEXT WS-STAT-TEXT WS-MEM-LINES.
002560     MOVE ZERO TO WS-MEM-COUNT.
002570
002580     EVALUATE EIBAID
002590         WHEN DFHPF5
002600             PERFORM 3000-APPLY-ACTION
002610                 THRU 3000-APPLY-ACTION-EXIT
002620         WHEN DFHPF7
002630             PERFORM 4000-PAGE-BACK
002640                 THRU 4000-PAGE-BACK-EXIT
002650         WHEN DFHPF8
002660             PERFORM 4100-PAGE-FORWARD
002670                 THRU 4100-PAGE-FORWARD-EXIT
002680         WHEN OTHER
002690             PERFORM 2100-LOOKUP
002700                 THRU 2100-LOOKUP-EXIT
002710     END-EVALUATE.
002720     GO TO 6000-REDISPLAY.
002730 2000-RECEIVE-MAP-EXIT.
002740     EXIT.
002750
002760*****************************************************************
002770*    LOAD THE MEMBERS AND JUDGE THE HOUSEHOLD AS IT STANDS - THE *
002780*    STATUS LINE SHOWS WHAT SPC200 WOULD REPORT TONIGHT.         *
002790*****************************************************************
002800 2100-LOOKUP.
002810     IF CA-BANK-NBR = ZERO OR CA-HHLD-ID = ZERO
002820         MOVE 'PLEASE KEY BANK/HOUSEHOLD AND PRESS ENTER'
002830             TO WS-MSG-TEXT
002840         GO TO 2100-LOOKUP-EXIT
002850     END-IF.
002860     PERFORM 7100-LOAD-MEMBERS
002870         THRU 7100-LOAD-MEMBERS-EXIT.
002880     PERFORM 7600-CHECK-STRUCTURE
002890         THRU 7600-CHECK-STRUCTURE-EXIT.
002900     PERFORM 7650-BUILD-STAT-TEXT
002910         THRU 7650-BUILD-STAT-TEXT-EXIT.
002920     IF CA-PAGE-START > WS-MEM-COUNT OR CA-PAGE-START < 1
002930         MOVE 1 TO CA-PAGE-START
002940     END-IF.
002950     IF WS-MEM-COUNT = ZERO
002960         MOVE 'NO MEMBERS - ACTION A ADDS THE FIRST, AS PRIMARY'
002970             TO WS-MSG-TEXT
002980     END-IF.
002990 2100-LOOKUP-EXIT.
003000     EXIT.
003010
003020*****************************************************************
003030*    PF5 - EDIT THE ACTION, TRY IT AGAINST THE MEMBER LIST IN    *
003040*    STORAGE, AND SAVE IT ONLY IF THE HOUSEHOLD STAYS WHOLE.     *
003050*****************************************************************
003060 3000-APPLY-ACTION.
003070     PERFORM 2100-LOOKUP
003080         THRU 2100-LOOKUP-EXIT.
003090     MOVE SPACES TO WS-MSG-TEXT.
003100     PERFORM 3100-VALIDATE-FIELDS
003110         THRU 3100-VALIDATE-FIELDS-EXIT.
003120     IF WS-EDIT-FAILED
003130         GO TO 3000-APPLY-ACTION-EXIT
003140     END-IF.
003150     IF WS-TABLE-OVERFLOW
003160         MOVE 'TOO MANY MEMBERS TO MAINTAIN HERE - SEE SUPPORT'
003170             TO WS-MSG-TEXT
003180         GO TO 3000-APPLY-ACTION-EXIT
003190     END-IF.
003200
003210     PERFORM 7510-FIND-MEMBER
003220         THRU 7510-FIND-MEMBER-EXIT.
003230     EVALUATE TRUE
003240         WHEN WS-ACTION-ADD
003250             PERFORM 3200-ADD-MEMBER
003260                 THRU 3200-ADD-MEMBER-EXIT
003270         WHEN WS-ACTION-REMOVE
003280             PERFORM 3300-REMOVE-MEMBER
003290                 THRU 3300-REMOVE-MEMBER-EXIT
003300         WHEN OTHER
003310             PERFORM 3400-MOVE-PRIMARY
003320                 THRU 3400-MOVE-PRIMARY-EXIT
003330     END-EVALUATE.
003340     IF WS-EDIT-FAILED
003350         GO TO 3000-APPLY-ACTION-EXIT
003360     END-IF.
003370
003380     PERFORM 7600-CHECK-STRUCTURE
003390         THRU 7600-CHECK-STRUCTURE-EXIT.
003400     IF WS-LIVE-COUNT > ZERO AND WS-PRIMARY-COUNT = ZERO
003410         MOVE 'CHANGE LEAVES NO PRIMARY - MOVE THE PRIMARY FIRST'
003420             TO WS-MSG-TEXT
003430         MOVE 'N' TO WS-EDIT-OK-SW
003440     END-IF.
003450     IF WS-PRIMARY-COUNT > 1
003460         MOVE 'CHANGE LEAVES TWO PRIMARIES - USE ACTION P TO FIX'
003470             TO WS-MSG-TEXT
003480         MOVE 'N' TO WS-EDIT-OK-SW
003490     END-IF.
003500     IF WS-EDIT-FAILED
003510         MOVE WS-MSG-TEXT TO WS-MSG-HOLD
003520         PERFORM 2100-LOOKUP
003530             THRU 2100-LOOKUP-EXIT
003540         MOVE WS-MSG-HOLD TO WS-MSG-TEXT
003550         GO TO 3000-APPLY-ACTION-EXIT
003560     END-IF.
003570
003580     MOVE 'Y' TO WS-APPLY-OK-SW.
003590     MOVE 'N' TO WS-AUDIT-FAIL-SW.
003600     PERFORM 5000-APPLY-ONE-MEMBER
003610         THRU 5000-APPLY-ONE-MEMBER-EXIT
003620         VARYING WS-MEM-IDX FROM 1 BY 1
003630         UNTIL WS-MEM-IDX > WS-MEM-COUNT OR WS-APPLY-FAILED.
003640     IF WS-APPLY-FAILED
003650         EXEC CICS SYNCPOINT ROLLBACK END-EXEC
003660         MOVE 'SAVE FAILED OR HOUSEHOLD CHANGED - NOTHING SAVED'
003670             TO WS-MSG-HOLD
003680     ELSE
003690         MOVE 'N' TO WS-KEEP-INPUT-SW
003700         MOVE WS-KEY-ACCT-NBR TO WS-DSP-ACCT
003710         EVALUATE TRUE
003720             WHEN WS-AUDIT-FAILED
003730                 MOVE
003740             'WARNING - CHANGE APPLIED, AUDIT LOG WRITE FAILED'
003750                     TO WS-MSG-HOLD
003760             WHEN WS-ACTION-ADD
003770                 STRING 'ACCOUNT ' WS-DSP-ACCT ' ADDED'
003780                     DELIMITED BY SIZE INTO WS-MSG-HOLD
003790             WHEN WS-ACTION-REMOVE
003800                 STRING 'ACCOUNT ' WS-DSP-ACCT ' REMOVED'
003810                     DELIMITED BY SIZE INTO WS-MSG-HOLD
003820             WHEN OTHER
003830                 STRING 'ACCOUNT ' WS-DSP-ACCT ' IS NOW PRIMARY'
003840                     DELIMITED BY SIZE INTO WS-MSG-HOLD
003850         END-EVALUATE
003860     END-IF.
003870     PERFORM 2100-LOOKUP
003880         THRU 2100-LOOKUP-EXIT.
003890     MOVE WS-MSG-HOLD TO WS-MSG-TEXT.
003900 3000-APPLY-ACTION-EXIT.
003910     EXIT.
003920
003930 3100-VALIDATE-FIELDS.
003940     MOVE 'Y' TO WS-EDIT-OK-SW.
003950     IF CA-BANK-NBR = ZERO OR CA-HHLD-ID = ZERO
003960         MOVE 'PLEASE KEY BANK/HOUSEHOLD AND PRESS ENTER'
003970             TO WS-MSG-TEXT
003980         MOVE 'N' TO WS-EDIT-OK-SW
003990         GO TO 3100-VALIDATE-FIELDS-EXIT
004000     END-IF.
004010     MOVE WS-IN-ACTION TO WS-KEY-ACTION.
004020     IF NOT WS-ACTION-ADD AND NOT WS-ACTION-REMOVE
004030             AND NOT WS-ACTION-PRIMARY
004040         MOVE 'INVALID ACTION - MUST BE A, R OR P' TO WS-MSG-TEXT
004050         MOVE 'N' TO WS-EDIT-OK-SW
004060         GO TO 3100-VALIDATE-FIELDS-EXIT
004070     END-IF.
004080     MOVE FUNCTION NUMVAL(WS-IN-ACCT) TO WS-KEY-ACCT-NBR.
004090     IF WS-KEY-ACCT-NBR NOT > ZERO
004100         MOVE 'ACCOUNT NUMBER IS REQUIRED' TO WS-MSG-TEXT
004110         MOVE 'N' TO WS-EDIT-OK-SW
004120     END-IF.
004130 3100-VALIDATE-FIELDS-EXIT.
004140     EXIT.
004150
004160*****************************************************************
004170*    A NEW MEMBER MAY NOT ALREADY BELONG TO A HOUSEHOLD (SPC200'S*
004180*    CROSS-HOUSEHOLD DUPLICATE) AND MUST BE OPEN ON THE ACCOUNT  *
004190*    MASTER (SPC170).  IT IS THE PRIMARY ONLY IF THE HOUSEHOLD   *
004200*    HAS NO MEMBERS YET.                                         *
004210*****************************************************************
004220 3200-ADD-MEMBER.
004230     IF WS-MATCH-YES
004240         MOVE 'ACCOUNT IS ALREADY A MEMBER OF THIS HOUSEHOLD'
004250             TO WS-MSG-TEXT
004260         MOVE 'N' TO WS-EDIT-OK-SW
004270         GO TO 3200-ADD-MEMBER-EXIT
004280     END-IF.
004290     IF WS-MEM-COUNT NOT < WS-MEM-MAX
004300         MOVE 'TOO MANY MEMBERS TO MAINTAIN HERE - SEE SUPPORT'
004310             TO WS-MSG-TEXT
004320         MOVE 'N' TO WS-EDIT-OK-SW
004330         GO TO 3200-ADD-MEMBER-EXIT
004340     END-IF.
004350     MOVE CA-BANK-NBR     TO GK-BANK-NBR.
004360     MOVE WS-KEY-ACCT-NBR TO GK-ACCT-NBR.
004370     EXEC CICS READ FILE('SPCHHLD')
004380         INTO(WS-SPCHHLD-REC)
004390         RIDFLD(WS-HHLD-KEY)
004400         RESP(WS-RESP-CODE)
004410     END-EXEC.
004420     IF WS-RESP-CODE = DFHRESP(NORMAL)
004430         MOVE FD-SPCHHLD-DATA TO DSDS-SPCHHLD
004440         MOVE HHLD-HOUSEHOLD-ID TO WS-DSP-HHLD-ID
004450         STRING 'ACCOUNT ALREADY IN HOUSEHOLD ' WS-DSP-HHLD-ID
004460             ' - REMOVE IT THERE FIRST' DELIMITED BY SIZE
004470             INTO WS-MSG-TEXT
004480         MOVE 'N' TO WS-EDIT-OK-SW
004490         GO TO 3200-ADD-MEMBER-EXIT
004500     END-IF.
004510     IF WS-RESP-CODE NOT = DFHRESP(NOTFND)
004520         MOVE 'HOUSEHOLD FILE READ FAILED - SEE CICS STATUS LOG'
004530             TO WS-MSG-TEXT
004540         MOVE 'N' TO WS-EDIT-OK-SW
004550         GO TO 3200-ADD-MEMBER-EXIT
004560     END-IF.
004570     MOVE WS-KEY-ACCT-NBR TO WS-CHECK-ACCT-NBR.
004580     PERFORM 7700-CHECK-ACCOUNT
004590         THRU 7700-CHECK-ACCOUNT-EXIT.
004600     IF NOT WS-ACCT-OPEN
004610         STRING 'ACCOUNT CANNOT JOIN - ' WS-AMST-TEXT
004620             DELIMITED BY SIZE INTO WS-MSG-TEXT
004630         MOVE 'N' TO WS-EDIT-OK-SW
004640         GO TO 3200-ADD-MEMBER-EXIT
004650     END-IF.
004660     ADD 1 TO WS-MEM-COUNT.
004670     MOVE WS-KEY-ACCT-NBR TO WS-MEM-ACCT-NBR(WS-MEM-COUNT).
004680     IF WS-MEM-COUNT = 1
004690         MOVE 'Y' TO WS-MEM-PRIMARY-SW(WS-MEM-COUNT)
004700     ELSE
004710         MOVE 'N' TO WS-MEM-PRIMARY-SW(WS-MEM-COUNT)
004720     END-IF.
004730     MOVE 'N' TO WS-MEM-ACTION-SW(WS-MEM-COUNT).
004740 3200-ADD-MEMBER-EXIT.
004750     EXIT.
004760
004770 3300-REMOVE-MEMBER.
004780     IF NOT WS-MATCH-YES
004790         MOVE 'ACCOUNT IS NOT A MEMBER OF THIS HOUSEHOLD'
004800             TO WS-MSG-TEXT
004810         MOVE 'N' TO WS-EDIT-OK-SW
004820         GO TO 3300-REMOVE-MEMBER-EXIT
004830     END-IF.
004840     MOVE 'X' TO WS-MEM-ACTION-SW(WS-MEM-IDX).
004850 3300-REMOVE-MEMBER-EXIT.
004860     EXIT.
004870
004880*****************************************************************
004890*    THE NEW PRIMARY MUST BE AN OPEN ACCOUNT - THE COMBINED      *
004900*    STATEMENT MAILS UNDER IT.  EVERY OTHER MEMBER CARRYING THE  *
004910*    FLAG LOSES IT.                                              *
004920*****************************************************************
004930 3400-MOVE-PRIMARY.
004940     IF NOT WS-MATCH-YES
004950         MOVE 'ACCOUNT IS NOT A MEMBER OF THIS HOUSEHOLD'
004960             TO WS-MSG-TEXT
004970         MOVE 'N' TO WS-EDIT-OK-SW
004980         GO TO 3400-MOVE-PRIMARY-EXIT
004990     END-IF.
005000     IF WS-MEM-PRIMARY-SW(WS-MEM-IDX) = 'Y'
005010             AND WS-PRIMARY-COUNT = 1
005020         MOVE 'ACCOUNT IS ALREADY THE PRIMARY MEMBER'
005030             TO WS-MSG-TEXT
005040         MOVE 'N' TO WS-EDIT-OK-SW
005050         GO TO 3400-MOVE-PRIMARY-EXIT
005060     END-IF.
005070     MOVE WS-KEY-ACCT-NBR TO WS-CHECK-ACCT-NBR.
005080     PERFORM 7700-CHECK-ACCOUNT
005090         THRU 7700-CHECK-ACCOUNT-EXIT.
005100     IF NOT WS-ACCT-OPEN
005110         STRING 'ACCOUNT CANNOT BE PRIMARY - ' WS-AMST-TEXT
005120             DELIMITED BY SIZE INTO WS-MSG-TEXT
005130         MOVE 'N' TO WS-EDIT-OK-SW
005140         GO TO 3400-MOVE-PRIMARY-EXIT
005150     END-IF.
005160     PERFORM 3410-SET-ONE-PRIMARY
005170         THRU 3410-SET-ONE-PRIMARY-EXIT
005180         VARYING WS-SUB FROM 1 BY 1
005190         UNTIL WS-SUB > WS-MEM-COUNT.
005200 3400-MOVE-PRIMARY-EXIT.
005210     EXIT.
005220
005230 3410-SET-ONE-PRIMARY.
005240     IF WS-MEM-ACCT-NBR(WS-SUB) = WS-KEY-ACCT-NBR
005250         IF WS-MEM-PRIMARY-SW(WS-SUB) NOT = 'Y'
005260             MOVE 'Y' TO WS-MEM-PRIMARY-SW(WS-SUB)
005270             MOVE 'U' TO WS-MEM-ACTION-SW(WS-SUB)
005280         END-IF
005290     ELSE
005300         IF WS-MEM-PRIMARY-SW(WS-SUB) = 'Y'
005310             MOVE 'N' TO WS-MEM-PRIMARY-SW(WS-SUB)
005320             MOVE 'U' TO WS-MEM-ACTION-SW(WS-SUB)
005330         END-IF
005340     END-IF.
005350 3410-SET-ONE-PRIMARY-EXIT.
005360     EXIT.
005370
005380 4000-PAGE-BACK.
005390     PERFORM 2100-LOOKUP
005400         THRU 2100-LOOKUP-EXIT.
005410     IF CA-PAGE-START > 12
005420         SUBTRACT 12 FROM CA-PAGE-START
005430     ELSE
005440         MOVE 1 TO CA-PAGE-START
005450         MOVE 'TOP OF MEMBER LIST' TO WS-MSG-TEXT
005460     END-IF.
005470 4000-PAGE-BACK-EXIT.
005480     EXIT.
005490
005500 4100-PAGE-FORWARD.
005510     PERFORM 2100-LOOKUP
005520         THRU 2100-LOOKUP-EXIT.
005530     IF CA-PAGE-START + 12 > WS-MEM-COUNT
005540         MOVE 'NO MORE MEMBERS' TO WS-MSG-TEXT
005550     ELSE
005560         ADD 12 TO CA-PAGE-START
005570     END-IF.
005580 4100-PAGE-FORWARD-EXIT.
005590     EXIT.
005600
005610*****************************************************************
005620*    SAVE ONE CHANGED MEMBER AND LOG IT.  A MEMBER ROW READ FOR  *
005630*    UPDATE MUST STILL BELONG TO THIS HOUSEHOLD - IF ANOTHER     *
005640*    TERMINAL MOVED IT SINCE THE LIST WAS LOADED THE WHOLE       *
005650*    CHANGE IS BACKED OUT.                                       *
005660*****************************************************************
005670 5000-APPLY-ONE-MEMBER.
005680     IF WS-MEM-ACTION-SW(WS-MEM-IDX) = SPACE
005690         GO TO 5000-APPLY-ONE-MEMBER-EXIT
005700     END-IF.
005710     MOVE CA-BANK-NBR TO GK-BANK-NBR.
005720     MOVE WS-MEM-ACCT-NBR(WS-MEM-IDX) TO GK-ACCT-NBR.
005730     IF WS-MEM-ACTION-SW(WS-MEM-IDX) = 'N'
005740         MOVE CA-BANK-NBR                  TO HHLD-BANK-NBR
005750         MOVE WS-MEM-ACCT-NBR(WS-MEM-IDX)  TO HHLD-ACCT-NBR
005760         MOVE CA-HHLD-ID                   TO HHLD-HOUSEHOLD-ID
005770         MOVE WS-MEM-PRIMARY-SW(WS-MEM-IDX) TO HHLD-PRIMARY-SW
005780         MOVE HHLD-BANK-NBR TO FK-HHL-BANK-NBR
005790         MOVE HHLD-ACCT-NBR TO FK-HHL-ACCT-NBR
005800         MOVE DSDS-SPCHHLD  TO FD-SPCHHLD-DATA
005810         EXEC CICS WRITE FILE('SPCHHLD')
005820             FROM(WS-SPCHHLD-REC)
005830             RIDFLD(WS-HHLD-KEY)
005840             RESP(WS-RESP-CODE)
005850         END-EXEC
005860         IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
005870             MOVE 'N' TO WS-APPLY-OK-SW
005880             GO TO 5000-APPLY-ONE-MEMBER-EXIT
005890         END-IF
005900         MOVE 'A'           TO AUDT-CHANGE-TYPE
005910         MOVE SPACES        TO WS-BEFORE-IMAGE
005920         MOVE DSDS-SPCHHLD  TO AUDT-AFTER-IMAGE
005930         PERFORM 7000-WRITE-AUDIT
005940             THRU 7000-WRITE-AUDIT-EXIT
005950         GO TO 5000-APPLY-ONE-MEMBER-EXIT
005960     END-IF.
005970
005980     EXEC CICS READ FILE('SPCHHLD')
005990         INTO(WS-SPCHHLD-REC)
006000         RIDFLD(WS-HHLD-KEY)
006010         UPDATE
006020         RESP(WS-RESP-CODE)
006030     END-EXEC.
006040     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006050         MOVE 'N' TO WS-APPLY-OK-SW
006060         GO TO 5000-APPLY-ONE-MEMBER-EXIT
006070     END-IF.
006080     MOVE FD-SPCHHLD-DATA TO DSDS-SPCHHLD.
006090     IF HHLD-HOUSEHOLD-ID NOT = CA-HHLD-ID
006100         MOVE 'N' TO WS-APPLY-OK-SW
006110         GO TO 5000-APPLY-ONE-MEMBER-EXIT
006120     END-IF.
006130     MOVE DSDS-SPCHHLD TO WS-BEFORE-IMAGE.
006140     IF WS-MEM-ACTION-SW(WS-MEM-IDX) = 'X'
006150         EXEC CICS DELETE FILE('SPCHHLD')
006160             RESP(WS-RESP-CODE)
006170         END-EXEC
006180         MOVE 'D'    TO AUDT-CHANGE-TYPE
006190         MOVE SPACES TO AUDT-AFTER-IMAGE
006200     ELSE
006210         MOVE WS-MEM-PRIMARY-SW(WS-MEM-IDX) TO HHLD-PRIMARY-SW
006220         MOVE DSDS-SPCHHLD TO FD-SPCHHLD-DATA
006230         EXEC CICS REWRITE FILE('SPCHHLD')
006240             FROM(WS-SPCHHLD-REC)
006250             RESP(WS-RESP-CODE)
006260         END-EXEC
006270         MOVE 'C'          TO AUDT-CHANGE-TYPE
006280         MOVE DSDS-SPCHHLD TO AUDT-AFTER-IMAGE
006290     END-IF.
006300     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
006310         MOVE 'N' TO WS-APPLY-OK-SW
006320         GO TO 5000-APPLY-ONE-MEMBER-EXIT
006330     END-IF.
006340     PERFORM 7000-WRITE-AUDIT
006350         THRU 7000-WRITE-AUDIT-EXIT.
006360 5000-APPLY-ONE-MEMBER-EXIT.
006370     EXIT.
006380
006390 6000-REDISPLAY.
006400     MOVE LOW-VALUES TO SPC320MO.
006410     MOVE CA-BANK-NBR TO BANKO.
006420     MOVE CA-HHLD-ID  TO HHLDO.
006430     IF WS-KEEP-INPUT
006440         MOVE WS-IN-ACTION TO ACTNO
006450         MOVE WS-IN-ACCT   TO ACCTO
006460     END-IF.
006470     PERFORM 6100-BUILD-MEMBER-LINE
006480         THRU 6100-BUILD-MEMBER-LINE-EXIT
006490         VARYING WS-LINE-SUB FROM 1 BY 1
006500         UNTIL WS-LINE-SUB > 12.
006510     MOVE WS-MEM-LINE(1)  TO MEM01O.
006520     MOVE WS-MEM-LINE(2)  TO MEM02O.
006530     MOVE WS-MEM-LINE(3)  TO MEM03O.
006540     MOVE WS-MEM-LINE(4)  TO MEM04O.
006550     MOVE WS-MEM-LINE(5)  TO MEM05O.
006560     MOVE WS-MEM-LINE(6)  TO MEM06O.
006570     MOVE WS-MEM-LINE(7)  TO MEM07O.
006580     MOVE WS-MEM-LINE(8)  TO MEM08O.
006590     MOVE WS-MEM-LINE(9)  TO MEM09O.
006600     MOVE WS-MEM-LINE(10) TO MEM10O.
006610     MOVE WS-MEM-LINE(11) TO MEM11O.
006620     MOVE WS-MEM-LINE(12) TO MEM12O.
006630     MOVE WS-STAT-TEXT TO STATO.
006640     MOVE WS-MSG-TEXT  TO MSGO.
006650     PERFORM 8000-SEND-MAP
006660         THRU 8000-SEND-MAP-EXIT.
006670     EXEC CICS RETURN
006680         TRANSID(WS-TRANID)
006690         COMMAREA(WS-COMMAREA)
006700         LENGTH(LENGTH OF WS-COMMAREA)
006710     END-EXEC.
006720
006730*****************************************************************
006740*    ONE MEMBER LINE, WITH THE ACCOUNT'S STANDING ON THE ACCOUNT *
006750*    MASTER SO A CLOSED MEMBER SHOWS BEFORE SPC170 REPORTS IT.   *
006760*****************************************************************
006770 6100-BUILD-MEMBER-LINE.
006780     COMPUTE WS-SUB = CA-PAGE-START + WS-LINE-SUB - 1.
006790     IF WS-SUB > WS-MEM-COUNT
006800         GO TO 6100-BUILD-MEMBER-LINE-EXIT
006810     END-IF.
006820     MOVE WS-MEM-ACCT-NBR(WS-SUB) TO WS-DSP-ACCT.
006830     IF WS-MEM-PRIMARY-SW(WS-SUB) = 'Y'
006840         MOVE 'PRIMARY' TO WS-PRIMARY-WORD
006850     ELSE
006860         MOVE SPACES TO WS-PRIMARY-WORD
006870     END-IF.
006880     MOVE WS-MEM-ACCT-NBR(WS-SUB) TO WS-CHECK-ACCT-NBR.
006890     PERFORM 7700-CHECK-ACCOUNT
006900         THRU 7700-CHECK-ACCOUNT-EXIT.
006910     STRING '  ' WS-DSP-ACCT '   ' WS-PRIMARY-WORD
006920             '   ' WS-AMST-TEXT
006930             DELIMITED BY SIZE
006940             INTO WS-MEM-LINE(WS-LINE-SUB).
006950 6100-BUILD-MEMBER-LINE-EXIT.
006960     EXIT.
006970
006980*****************************************************************
006990*    ONE DSDS.SPCAUDT CHANGE-LOG ROW FOR THE MEMBER ROW JUST     *
007000*    SAVED - THE SAME STAMP SPC030 WRITES.  THE CALLER SETS      *
007010*    AUDT-CHANGE-TYPE, AUDT-AFTER-IMAGE AND WS-BEFORE-IMAGE.  A  *
007020*    FAILED LOG WRITE IS SURFACED ON THE MESSAGE LINE - THE      *
007030*    MEMBER CHANGE ITSELF STANDS.                                *
007040*****************************************************************
007050 7000-WRITE-AUDIT.
007060     EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
007070     EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
007080         YYYYMMDD(WS-AUDIT-DATE)
007090         DATESEP('-')
007100         TIME(WS-AUDIT-TIME)
007110         TIMESEP(':')
007120     END-EXEC.
007130     EXEC CICS ASSIGN USERID(WS-OPERATOR-ID) END-EXEC.
007140     COMPUTE WS-TASK-WORK = EIBTASKN / 10000.
007150     COMPUTE WS-AUDIT-SEQ = EIBTASKN
007160         - (WS-TASK-WORK * 10000).
007170     MOVE HHLD-BANK-NBR   TO AUDT-BANK-NBR.
007180     MOVE HHLD-ACCT-NBR   TO AUDT-ACCT-NBR.
007190     MOVE ZERO            TO AUDT-SEQ-NBR.
007200     MOVE WS-AUDIT-DATE   TO AUDT-CHANGE-DATE.
007210     MOVE WS-AUDIT-TIME   TO AUDT-CHANGE-TIME.
007220     MOVE WS-AUDIT-SEQ    TO AUDT-CHANGE-SEQ.
007230     MOVE 'SPC320'        TO AUDT-SOURCE-ID.
007240     MOVE WS-OPERATOR-ID  TO AUDT-OPERATOR-ID.
007250     MOVE EIBTRMID        TO AUDT-TERMINAL-ID.
007260     MOVE WS-BEFORE-IMAGE TO AUDT-BEFORE-IMAGE.
007270     MOVE AUDT-BANK-NBR    TO FK-AUD-BANK-NBR.
007280     MOVE AUDT-ACCT-NBR    TO FK-AUD-ACCT-NBR.
007290     MOVE AUDT-SEQ-NBR     TO FK-AUD-SEQ-NBR.
007300     MOVE AUDT-CHANGE-DATE TO FK-AUD-CHANGE-DATE.
007310     MOVE AUDT-CHANGE-TIME TO FK-AUD-CHANGE-TIME.
007320     MOVE AUDT-CHANGE-SEQ  TO FK-AUD-CHANGE-SEQ.
007330     MOVE DSDS-SPCAUDT     TO FD-SPCAUDT-DATA.
007340     EXEC CICS WRITE FILE('SPCAUDT')
007350         FROM(WS-SPCAUDT-REC)
007360         RIDFLD(FK-SPCAUDT-KEY)
007370         RESP(WS-RESP-CODE)
007380     END-EXEC.
007390     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007400         MOVE 'Y' TO WS-AUDIT-FAIL-SW
007410     END-IF.
007420 7000-WRITE-AUDIT-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460*    LOAD THE HOUSEHOLD'S MEMBERS THROUGH THE HOUSEHOLD-ID PATH. *
007470*    A NON-UNIQUE ALTERNATE KEY ANSWERS DUPKEY WHILE MORE ROWS   *
007480*    SHARE THE KEY, SO DUPKEY COUNTS AS A GOOD READ.  HOUSEHOLD  *
007490*    IDS ARE ONLY UNIQUE WITHIN A BANK, SO OTHER BANKS' ROWS ARE *
007500*    PASSED OVER.  THE PATH RETURNS MEMBERS IN NO PROMISED       *
007510*    ORDER - EACH IS INSERTED IN ACCOUNT ORDER.                  *
007520*****************************************************************
007530 7100-LOAD-MEMBERS.
007540     MOVE ZERO TO WS-MEM-COUNT.
007550     MOVE 'N' TO WS-BROWSE-DONE-SW.
007560     MOVE 'N' TO WS-OVERFLOW-SW.
007570     MOVE CA-HHLD-ID TO XK-HOUSEHOLD-ID.
007580     EXEC CICS STARTBR FILE('SPCHHLH')
007590         RIDFLD(WS-HHLH-KEY)
007600         GTEQ
007610         RESP(WS-RESP-CODE)
007620     END-EXEC.
007630     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007640         GO TO 7100-LOAD-MEMBERS-EXIT
007650     END-IF.
007660     PERFORM 7110-READ-MEMBER-NEXT
007670         THRU 7110-READ-MEMBER-NEXT-EXIT
007680         UNTIL WS-BROWSE-DONE.
007690     EXEC CICS ENDBR FILE('SPCHHLH') END-EXEC.
007700 7100-LOAD-MEMBERS-EXIT.
007710     EXIT.
007720
007730 7110-READ-MEMBER-NEXT.
007740     EXEC CICS READNEXT FILE('SPCHHLH')
007750         INTO(WS-SPCHHLD-REC)
007760         RIDFLD(WS-HHLH-KEY)
007770         RESP(WS-RESP-CODE)
007780     END-EXEC.
007790     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
007800             AND WS-RESP-CODE NOT = DFHRESP(DUPKEY)
007810         MOVE 'Y' TO WS-BROWSE-DONE-SW
007820         GO TO 7110-READ-MEMBER-NEXT-EXIT
007830     END-IF.
007840     MOVE FD-SPCHHLD-DATA TO DSDS-SPCHHLD.
007850     IF HHLD-HOUSEHOLD-ID NOT = CA-HHLD-ID
007860         MOVE 'Y' TO WS-BROWSE-DONE-SW
007870         GO TO 7110-READ-MEMBER-NEXT-EXIT
007880     END-IF.
007890     IF HHLD-BANK-NBR NOT = CA-BANK-NBR
007900         GO TO 7110-READ-MEMBER-NEXT-EXIT
007910     END-IF.
007920     IF WS-MEM-COUNT NOT < WS-MEM-MAX
007930         MOVE 'Y' TO WS-OVERFLOW-SW
007940         MOVE 'Y' TO WS-BROWSE-DONE-SW
007950         GO TO 7110-READ-MEMBER-NEXT-EXIT
007960     END-IF.
007970     MOVE 'N' TO WS-INSERT-SW.
007980     SET WS-MEM-IDX TO 1.
007990     PERFORM 7120-TEST-INSERT-POINT
008000         THRU 7120-TEST-INSERT-POINT-EXIT
008010         UNTIL WS-INSERT-FOUND OR WS-MEM-IDX > WS-MEM-COUNT.
008020     SET WS-INS-POS TO WS-MEM-IDX.
008030     PERFORM 7130-SHIFT-UP
008040         THRU 7130-SHIFT-UP-EXIT
008050         VARYING WS-SUB FROM WS-MEM-COUNT BY -1
008060         UNTIL WS-SUB < WS-INS-POS.
008070     ADD 1 TO WS-MEM-COUNT.
008080     MOVE HHLD-ACCT-NBR   TO WS-MEM-ACCT-NBR(WS-INS-POS).
008090     MOVE HHLD-PRIMARY-SW TO WS-MEM-PRIMARY-SW(WS-INS-POS).
008100     MOVE SPACE           TO WS-MEM-ACTION-SW(WS-INS-POS).
008110 7110-READ-MEMBER-NEXT-EXIT.
008120     EXIT.
008130
008140 7120-TEST-INSERT-POINT.
008150     IF WS-MEM-ACCT-NBR(WS-MEM-IDX) > HHLD-ACCT-NBR
008160         MOVE 'Y' TO WS-INSERT-SW
008170     ELSE
008180         SET WS-MEM-IDX UP BY 1
008190     END-IF.
008200 7120-TEST-INSERT-POINT-EXIT.
008210     EXIT.
008220
008230 7130-SHIFT-UP.
008240     MOVE WS-MEM-ENTRY(WS-SUB) TO WS-MEM-ENTRY(WS-SUB + 1).
008250 7130-SHIFT-UP-EXIT.
008260     EXIT.
008270
008280*****************************************************************
008290*    WS-MEM-IDX TO THE MEMBER WHOSE ACCOUNT WAS KEYED.           *
008300*****************************************************************
008310 7510-FIND-MEMBER.
008320     MOVE 'N' TO WS-MATCH-SW.
008330     SET WS-MEM-IDX TO 1.
008340     PERFORM 7511-TEST-MEMBER
008350         THRU 7511-TEST-MEMBER-EXIT
008360         UNTIL WS-MATCH-YES OR WS-MEM-IDX > WS-MEM-COUNT.
008370 7510-FIND-MEMBER-EXIT.
008380     EXIT.
008390
008400 7511-TEST-MEMBER.
008410     IF WS-MEM-ACCT-NBR(WS-MEM-IDX) = WS-KEY-ACCT-NBR
008420         MOVE 'Y' TO WS-MATCH-SW
008430     ELSE
008440         SET WS-MEM-IDX UP BY 1
008450     END-IF.
008460 7511-TEST-MEMBER-EXIT.
008470     EXIT.
008480
008490*****************************************************************
008500*    COUNT THE MEMBERS THAT REMAIN AND THE PRIMARIES AMONG THEM -*
008510*    THE SAME TWO COUNTS SPC200'S 3400-CLOSE-GROUP JUDGES.       *
008520*****************************************************************
008530 7600-CHECK-STRUCTURE.
008540     MOVE ZERO TO WS-LIVE-COUNT WS-PRIMARY-COUNT.
008550     PERFORM 7610-COUNT-ONE-MEMBER
008560         THRU 7610-COUNT-ONE-MEMBER-EXIT
008570         VARYING WS-SUB FROM 1 BY 1
008580         UNTIL WS-SUB > WS-MEM-COUNT.
008590 7600-CHECK-STRUCTURE-EXIT.
008600     EXIT.
008610
008620 7610-COUNT-ONE-MEMBER.
008630     IF WS-MEM-ACTION-SW(WS-SUB) = 'X'
008640         GO TO 7610-COUNT-ONE-MEMBER-EXIT
008650     END-IF.
008660     ADD 1 TO WS-LIVE-COUNT.
008670     IF WS-MEM-PRIMARY-SW(WS-SUB) = 'Y'
008680         ADD 1 TO WS-PRIMARY-COUNT
008690     END-IF.
008700 7610-COUNT-ONE-MEMBER-EXIT.
008710     EXIT.
008720
008730 7650-BUILD-STAT-TEXT.
008740     MOVE SPACES TO WS-STAT-TEXT.
008750     IF WS-LIVE-COUNT = ZERO
008760         GO TO 7650-BUILD-STAT-TEXT-EXIT
008770     END-IF.
008780     MOVE WS-LIVE-COUNT    TO WS-DSP-COUNT.
008790     MOVE WS-PRIMARY-COUNT TO WS-DSP-PRIMARIES.
008800     EVALUATE TRUE
008810         WHEN WS-TABLE-OVERFLOW
008820             MOVE 'MORE MEMBERS THAN THIS SCREEN HOLDS'
008830                 TO WS-STAT-WORD
008840         WHEN WS-PRIMARY-COUNT = ZERO
008850             MOVE 'NO PRIMARY MEMBER - USE ACTION P'
008860                 TO WS-STAT-WORD
008870         WHEN WS-PRIMARY-COUNT > 1
008880             MOVE 'MORE THAN ONE PRIMARY - USE ACTION P'
008890                 TO WS-STAT-WORD
008900         WHEN OTHER
008910             MOVE 'STRUCTURE OK' TO WS-STAT-WORD
008920     END-EVALUATE.
008930     STRING 'MEMBERS ' WS-DSP-COUNT
008940             '   PRIMARY ' WS-DSP-PRIMARIES
008950             '   ' WS-STAT-WORD
008960             DELIMITED BY SIZE
008970             INTO WS-STAT-TEXT.
008980 7650-BUILD-STAT-TEXT-EXIT.
008990     EXIT.
009000
009010*****************************************************************
009020*    SPC170'S TEST - AN ACCOUNT IS DEAD WHEN IT IS NOT ON THE    *
009030*    ACCOUNT MASTER OR IS MARKED CLOSED THERE.                   *
009040*****************************************************************
009050 7700-CHECK-ACCOUNT.
009060     MOVE 'N' TO WS-ACCT-OPEN-SW.
009070     MOVE CA-BANK-NBR       TO AK-BANK-NBR.
009080     MOVE WS-CHECK-ACCT-NBR TO AK-ACCT-NBR.
009090     EXEC CICS READ FILE('ACCTMST')
009100         INTO(DSDS-SPCAMST)
009110         RIDFLD(WS-AMST-KEY)
009120         RESP(WS-RESP-CODE)
009130     END-EXEC.
009140     IF WS-RESP-CODE = DFHRESP(NOTFND)
009150         MOVE 'NOT ON ACCOUNT MASTER' TO WS-AMST-TEXT
009160         GO TO 7700-CHECK-ACCOUNT-EXIT
009170     END-IF.
009180     IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
009190         MOVE 'ACCOUNT MASTER READ FAILED' TO WS-AMST-TEXT
009200         GO TO 7700-CHECK-ACCOUNT-EXIT
009210     END-IF.
009220     IF AMST-ACCT-CLOSED
009230         MOVE SPACES TO WS-AMST-TEXT
009240         STRING 'ACCOUNT CLOSED ' AMST-CLOSED-DATE
009250             DELIMITED BY SIZE INTO WS-AMST-TEXT
009260         GO TO 7700-CHECK-ACCOUNT-EXIT
009270     END-IF.
009280     MOVE 'Y' TO WS-ACCT-OPEN-SW.
009290     MOVE 'OPEN' TO WS-AMST-TEXT.
009300 7700-CHECK-ACCOUNT-EXIT.
009310     EXIT.
009320
009330 8000-SEND-MAP.
009340     EXEC CICS SEND MAP(WS-MAP-NAME) MAPSET(WS-MAPSET-NAME)
009350         FROM(SPC320MO)
009360         ERASE
009370         CURSOR
009380     END-EXEC.
009390 8000-SEND-MAP-EXIT.
009400     EXIT.
009410
009420 9999-ABEND.
009430     MOVE 'UNEXPECTED CICS ERROR - CONTACT SUPPORT' TO MSGO.
009440     PERFORM 8000-SEND-MAP
009450         THRU 8000-SEND-MAP-EXIT.
009460     EXEC CICS RETURN END-EXEC.
