000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 2 PROGRAM 16                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  PLAYOFF BRACKET. THE END-OF-SEASON PLAYOFFS ARE A SINGLE-     *00040000
000500*  ELIMINATION DRAW OF THE TOP N TABLES ON THE AOCD2STD          *00050000
000600*  STANDINGS. RUN WITH PARM SEED TO DRAW THE BRACKET, THEN WITH  *00060000
000700*  PARM ADVN AFTER EACH PLAYOFF NIGHT - THAT NIGHT'S AOCD2LDR    *00070000
000800*  RESULTS DECIDE EVERY OPEN MATCH OF THE CURRENT ROUND, THE     *00080000
000900*  WINNERS MOVE ON AND THE LOSERS ARE WRITTEN TO AOCD2ELM.       *00090000
001000*  EITHER RUN WRITES THE NEXT ROUND'S PAIRINGS IN AOCDAY2'S OWN  *00100000
001100*  RECORD FORMAT AND THE AOCD2BRP REPORT OF THE WHOLE DRAW WITH  *00110000
001200*  SCORES SO FAR                                                 *00120000
001300*----------------------------------------------------------------*00130000
001400 IDENTIFICATION DIVISION.                                         00140000
001500 PROGRAM-ID. AOCD2PGG.                                            00150000
001600 AUTHOR. z/OS Mainframer.                                         00160000
001700                                                                  00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100*----------------------------------------------------------------*00210000
002200* THE SEASON STANDINGS AOCD2PG5 WRITES, IN RANK ORDER - THE      *00220000
002300* RANK IS THE PLAYOFF SEED                                       *00230000
002400*----------------------------------------------------------------*00240000
002500     SELECT STD-RPT     ASSIGN TO AOCD2STD                        00250000
002600        ORGANIZATION    IS SEQUENTIAL                             00260000
002700         ACCESS MODE    IS SEQUENTIAL                             00270000
002800         FILE STATUS    IS STD-FILE-STATUS.                       00280000
002900                                                                  00290000
003000     SELECT LEADER-HIST ASSIGN TO AOCD2LDR                        00300000
003100        ORGANIZATION    IS SEQUENTIAL                             00310000
003200         ACCESS MODE    IS SEQUENTIAL                             00320000
003300         FILE STATUS    IS LEADER-FILE-STATUS.                    00330000
003400                                                                  00340000
003500*----------------------------------------------------------------*00350000
003600* THE BRACKET - ONE ROW PER MATCH, ROUND BY ROUND, LOADED AND    *00360000
003700* REWRITTEN WHOLE BY EVERY RUN                                   *00370000
003800*----------------------------------------------------------------*00380000
003900     SELECT BRK-FILE    ASSIGN TO AOCD2BRK                        00390000
004000        ORGANIZATION    IS SEQUENTIAL                             00400000
004100         ACCESS MODE    IS SEQUENTIAL                             00410000
004200         FILE STATUS    IS BRK-FILE-STATUS.                       00420000
004300                                                                  00430000
004400*----------------------------------------------------------------*00440000
004500* ELIMINATED TABLES - ONE ROW PER LOSER, APPENDED NIGHT BY NIGHT *00450000
004600*----------------------------------------------------------------*00460000
004700     SELECT ELM-FILE    ASSIGN TO AOCD2ELM                        00470000
004800        ORGANIZATION    IS SEQUENTIAL                             00480000
004900         ACCESS MODE    IS SEQUENTIAL                             00490000
005000         FILE STATUS    IS ELM-FILE-STATUS.                       00500000
005100                                                                  00510000
005200*----------------------------------------------------------------*00520000
005300* NEXT PLAYOFF ROUND'S PAIRINGS - THE SAME RECORD AOCD2PG6       *00530000
005400* WRITES TO AOCD2NXT, ADJACENT RECORDS PLAYING EACH OTHER        *00540000
005500*----------------------------------------------------------------*00550000
005600     SELECT PNX-FILE    ASSIGN TO AOCD2PNX                        00560000
005700        ORGANIZATION    IS SEQUENTIAL                             00570000
005800         ACCESS MODE    IS SEQUENTIAL                             00580000
005900         FILE STATUS    IS PNX-FILE-STATUS.                       00590000
006000                                                                  00600000
006100     SELECT BRP-RPT     ASSIGN TO AOCD2BRP                        00610000
006200        ORGANIZATION    IS SEQUENTIAL                             00620000
006300         ACCESS MODE    IS SEQUENTIAL                             00630000
006400         FILE STATUS    IS BRP-FILE-STATUS.                       00640000
006500                                                                  00650000
006600*----------------------------------------------------------------*00660000
006700*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00670000
006800*----------------------------------------------------------------*00680000
006900     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00690000
007000        ORGANIZATION    IS SEQUENTIAL                             00700000
007100         ACCESS MODE    IS SEQUENTIAL                             00710000
007200         FILE STATUS    IS HIST-FILE-STATUS.                      00720000
007300                                                                  00730000
007400 DATA DIVISION.                                                   00740000
007500 FILE SECTION.                                                    00750000
007600 FD  STD-RPT.                                                     00760000
007700 01  STD-REC.                                                     00770000
007800     05 STD-RANK        PIC 9(03).                                00780000
007900     05 FILLER          PIC X(02).                                00790000
008000     05 STD-TABLE-ID    PIC X(05).                                00800000
008100     05 FILLER          PIC X(70).                                00810000
008200                                                                  00820000
008300 FD  LEADER-HIST.                                                 00830000
008400 01  LEADER-REC.                                                  00840000
008500     05 LDR-RUN-DATE     PIC 9(08).                               00850000
008600     05 FILLER           PIC X(01).                               00860000
008700     05 LDR-TABLE-ID     PIC X(05).                               00870000
008800     05 FILLER           PIC X(01).                               00880000
008900     05 LDR-TOTAL        PIC 9(10).                               00890000
009000     05 FILLER           PIC X(01).                               00900000
009100     05 LDR-WIN          PIC 9(05).                               00910000
009200     05 LDR-LOSE         PIC 9(05).                               00920000
009300     05 LDR-DRAW         PIC 9(05).                               00930000
009400     05 FILLER           PIC X(20).                               00940000
009401*----------------------------------------------------------------*00940100
009402* TYPE A IS A DISPUTE ADJUSTMENT POSTED BY AOCD2PGH AGAINST AN   *00940200
009403* EARLIER NIGHT - NOT A NIGHT PLAYED, SO NEVER LOADED AS ONE     *00940300
009404*----------------------------------------------------------------*00940400
009405     05 LDR-REC-TYPE     PIC X(01).                               00940500
009406        88 LDR-ADJUSTMENT             VALUE 'A'.                  00940600
009407     05 FILLER           PIC X(18).                               00940700
009500                                                                  00950000
009600 FD  BRK-FILE.                                                    00960000
009700 01  BRK-REC.                                                     00970000
009800     05 BRK-ROUND       PIC 9(02).                                00980000
009900     05 FILLER          PIC X(01).                                00990000
010000     05 BRK-MATCH       PIC 9(03).                                01000000
010100     05 FILLER          PIC X(01).                                01010000
010200     05 BRK-SEED-A      PIC 9(03).                                01020000
010300     05 FILLER          PIC X(01).                                01030000
010400     05 BRK-TABLE-A     PIC X(05).                                01040000
010500     05 FILLER          PIC X(01).                                01050000
010600     05 BRK-SCORE-A     PIC 9(10).                                01060000
010700     05 FILLER          PIC X(01).                                01070000
010800     05 BRK-SEED-B      PIC 9(03).                                01080000
010900     05 FILLER          PIC X(01).                                01090000
011000     05 BRK-TABLE-B     PIC X(05).                                01100000
011100     05 FILLER          PIC X(01).                                01110000
011200     05 BRK-SCORE-B     PIC 9(10).                                01120000
011300     05 FILLER          PIC X(01).                                01130000
011400     05 BRK-WINNER      PIC X(05).                                01140000
011500     05 FILLER          PIC X(01).                                01150000
011600     05 BRK-STATUS      PIC X(04).                                01160000
011700     05 FILLER          PIC X(01).                                01170000
011800     05 BRK-PLAY-DATE   PIC 9(08).                                01180000
011900     05 FILLER          PIC X(01).                                01190000
012000     05 BRK-DECIDED     PIC X(06).                                01200000
012100     05 FILLER          PIC X(01).                                01210000
012200     05 BRK-SEED-DATE   PIC 9(08).                                01220000
012300                                                                  01230000
012400 FD  ELM-FILE.                                                    01240000
012500 01  ELM-REC.                                                     01250000
012600     05 ELM-RUN-DATE    PIC 9(08).                                01260000
012700     05 FILLER          PIC X(01).                                01270000
012800     05 ELM-ROUND       PIC 9(02).                                01280000
012900     05 FILLER          PIC X(01).                                01290000
013000     05 ELM-TABLE-ID    PIC X(05).                                01300000
013100     05 FILLER          PIC X(01).                                01310000
013200     05 ELM-SEED        PIC 9(03).                                01320000
013300     05 FILLER          PIC X(01).                                01330000
013400     05 ELM-SCORE       PIC 9(10).                                01340000
013500     05 FILLER          PIC X(01).                                01350000
013600     05 ELM-BEATEN-BY   PIC X(05).                                01360000
013700     05 FILLER          PIC X(01).                                01370000
013800     05 ELM-WIN-SCORE   PIC 9(10).                                01380000
013900     05 FILLER          PIC X(01).                                01390000
014000     05 ELM-DECIDED     PIC X(06).                                01400000
014100                                                                  01410000
014200 FD  PNX-FILE.                                                    01420000
014300 01  PNX-ROUND-REC.                                               01430000
014400     05 PNX-TABLE-ID    PIC X(05).                                01440000
014500     05 FILLER          PIC X(01).                                01450000
014600     05 PNX-ROUND       PIC X(03).                                01460000
014700                                                                  01470000
014800 FD  BRP-RPT.                                                     01480000
014900 01  BRP-REC.                                                     01490000
015000     05 BRP-ROUND-NAME  PIC X(11).                                01500000
015100     05 FILLER          PIC X(01).                                01510000
015200     05 BRP-MATCH       PIC 9(03).                                01520000
015300     05 FILLER          PIC X(02).                                01530000
015400     05 BRP-SEED-A      PIC 9(03).                                01540000
015500     05 FILLER          PIC X(01).                                01550000
015600     05 BRP-TABLE-A     PIC X(05).                                01560000
015700     05 FILLER          PIC X(01).                                01570000
015800     05 BRP-SCORE-A     PIC 9(10).                                01580000
015900     05 FILLER          PIC X(01).                                01590000
016000     05 BRP-VS          PIC X(02).                                01600000
016100     05 FILLER          PIC X(01).                                01610000
016200     05 BRP-SEED-B      PIC 9(03).                                01620000
016300     05 FILLER          PIC X(01).                                01630000
016400     05 BRP-TABLE-B     PIC X(05).                                01640000
016500     05 FILLER          PIC X(01).                                01650000
016600     05 BRP-SCORE-B     PIC 9(10).                                01660000
016700     05 FILLER          PIC X(02).                                01670000
016800     05 BRP-WINNER      PIC X(05).                                01680000
016900     05 FILLER          PIC X(01).                                01690000
017000     05 BRP-STATUS      PIC X(04).                                01700000
017100     05 FILLER          PIC X(01).                                01710000
017200     05 BRP-DECIDED     PIC X(06).                                01720000
017300                                                                  01730000
017400 FD  AUD-HIST                                                     01740000
017500     DATA RECORD IS AUD-HIST-REC.                                 01750000
017600 01  AUD-HIST-REC.                                                01760000
017700     05 HIST-DATE            PIC 9(08).                           01770000
017800     05 FILLER               PIC X(02).                           01780000
017900     05 HIST-TIME            PIC 9(06).                           01790000
018000     05 FILLER               PIC X(02).                           01800000
018100     05 HIST-PGM             PIC X(08).                           01810000
018200     05 FILLER               PIC X(02).                           01820000
018300     05 HIST-OUTPUT          PIC X(40).                           01830000
018301     05 FILLER               PIC X(02).                           01830100
018302     05 HIST-VERSION         PIC X(08).                           01830200
018400                                                                  01840000
018500 WORKING-STORAGE SECTION.                                         01850000
018600 01  WS-WORK-FIELDS.                                              01860000
018700     05 WS-I              PIC 9(03)   VALUE ZEROES.               01870000
018800     05 WS-J              PIC 9(03)   VALUE ZEROES.               01880000
018900     05 WS-X              PIC 9(03)   VALUE ZEROES.               01890000
019000     05 WS-NX             PIC 9(03)   VALUE ZEROES.               01900000
019100     05 WS-NX-MATCH       PIC 9(03)   VALUE ZEROES.               01910000
019200     05 WS-NX-RND         PIC 9(02)   VALUE ZEROES.               01920000
019300     05 WS-REM            PIC 9(03)   VALUE ZEROES.               01930000
019400     05 WS-SIZE           PIC 9(03)   VALUE ZEROES.               01940000
019500     05 WS-REQ-SIZE       PIC 9(03)   VALUE 8.                    01950000
019600     05 WS-ORD-SIZE       PIC 9(03)   VALUE ZEROES.               01960000
019700     05 WS-STD-CNT        PIC 9(03)   VALUE ZEROES.               01970000
019800     05 WS-BRK-CNT        PIC 9(03)   VALUE ZEROES.               01980000
019900     05 WS-RND-CNT        PIC 9(02)   VALUE ZEROES.               01990000
020000     05 WS-CUR-RND        PIC 9(02)   VALUE ZEROES.               02000000
020100     05 WS-PLAYED-CNT     PIC 9(03)   VALUE ZEROES.               02010000
020200     05 WS-PAIR-CNT       PIC 9(03)   VALUE ZEROES.               02020000
020300     05 WS-TODAY          PIC 9(08)   VALUE ZEROES.               02030000
020400     05 WS-SEED-DATE      PIC 9(08)   VALUE ZEROES.               02040000
020500     05 WS-NIGHT-DATE     PIC 9(08)   VALUE ZEROES.               02050000
020600     05 WS-LAST-APPLIED   PIC 9(08)   VALUE ZEROES.               02060000
020700     05 WS-CHAMPION       PIC X(05)   VALUE SPACES.               02070000
020800     05 WS-WIN-SIDE       PIC X(01)   VALUE SPACES.               02080000
020900     05 WS-DECIDED        PIC X(06)   VALUE SPACES.               02090000
021000     05 WS-FUNC           PIC X(04)   VALUE SPACES.               02100000
021100        88 WS-FUNC-SEED   VALUE 'SEED'.                           02110000
021200        88 WS-FUNC-ADVN   VALUE 'ADVN'.                           02120000
021300     05 WS-A-SW           PIC X(01)   VALUE 'N'.                  02130000
021400        88 WS-A-PLAYED    VALUE 'Y'.                              02140000
021500     05 WS-B-SW           PIC X(01)   VALUE 'N'.                  02150000
021600        88 WS-B-PLAYED    VALUE 'Y'.                              02160000
021700     05 WS-A-TOTAL        PIC 9(10)   VALUE ZEROES.               02170000
021800     05 WS-A-WIN          PIC 9(05)   VALUE ZEROES.               02180000
021900     05 WS-B-TOTAL        PIC 9(10)   VALUE ZEROES.               02190000
022000     05 WS-B-WIN          PIC 9(05)   VALUE ZEROES.               02200000
022100                                                                  02210000
022200*----------------------------------------------------------------*02220000
022300* SEED ORDER DOWN THE DRAW - 1 V N, N/2 V N/2+1, ... SO THAT     *02230000
022400* THE TOP TWO SEEDS CAN ONLY MEET IN THE FINAL                   *02240000
022500*----------------------------------------------------------------*02250000
022600 01  WS-ORD-TABLE.                                                02260000
022700     05 WS-ORD            PIC 9(03)   OCCURS 64 TIMES.            02270000
022800 01  WS-NEW-ORD-TABLE.                                            02280000
022900     05 WS-NEW-ORD        PIC 9(03)   OCCURS 64 TIMES.            02290000
023000                                                                  02300000
023100 01  WS-SEED-TABLE.                                               02310000
023200     05 WS-SEED-ID        PIC X(05)   OCCURS 64 TIMES.            02320000
023300                                                                  02330000
023400*----------------------------------------------------------------*02340000
023500* FIRST MATCH OF EACH ROUND IN THE BRACKET TABLE, AND HOW MANY   *02350000
023600* MATCHES THE ROUND HAS                                          *02360000
023700*----------------------------------------------------------------*02370000
023800 01  WS-RND-TABLE.                                                02380000
023900     05 WS-RND-ENTRY      OCCURS 6 TIMES.                         02390000
024000        10 WS-RND-START   PIC 9(03).                              02400000
024100        10 WS-RND-MATCHES PIC 9(03).                              02410000
024200                                                                  02420000
024300 01  WS-BRK-TABLE.                                                02430000
024400     05 WS-BRK-ENTRY      OCCURS 63 TIMES.                        02440000
024500        10 WS-B-ROUND     PIC 9(02).                              02450000
024600        10 FILLER         PIC X(01).                              02460000
024700        10 WS-B-MATCH     PIC 9(03).                              02470000
024800        10 FILLER         PIC X(01).                              02480000
024900        10 WS-B-SEED-A    PIC 9(03).                              02490000
025000        10 FILLER         PIC X(01).                              02500000
025100        10 WS-B-TABLE-A   PIC X(05).                              02510000
025200        10 FILLER         PIC X(01).                              02520000
025300        10 WS-B-SCORE-A   PIC 9(10).                              02530000
025400        10 FILLER         PIC X(01).                              02540000
025500        10 WS-B-SEED-B    PIC 9(03).                              02550000
025600        10 FILLER         PIC X(01).                              02560000
025700        10 WS-B-TABLE-B   PIC X(05).                              02570000
025800        10 FILLER         PIC X(01).                              02580000
025900        10 WS-B-SCORE-B   PIC 9(10).                              02590000
026000        10 FILLER         PIC X(01).                              02600000
026100        10 WS-B-WINNER    PIC X(05).                              02610000
026200        10 FILLER         PIC X(01).                              02620000
026300        10 WS-B-STATUS    PIC X(04).                              02630000
026400           88 WS-B-WAIT   VALUE 'WAIT'.                           02640000
026500           88 WS-B-OPEN   VALUE 'OPEN'.                           02650000
026600           88 WS-B-DONE   VALUE 'DONE'.                           02660000
026700        10 FILLER         PIC X(01).                              02670000
026800        10 WS-B-PLAY-DATE PIC 9(08).                              02680000
026900        10 FILLER         PIC X(01).                              02690000
027000        10 WS-B-DECIDED   PIC X(06).                              02700000
027100        10 FILLER         PIC X(01).                              02710000
027200        10 WS-B-SEED-DATE PIC 9(08).                              02720000
027300                                                                  02730000
027400*----------------------------------------------------------------*02740000
027500* EVERY TABLE'S RESULT ON THE PLAYOFF NIGHT BEING APPLIED        *02750000
027600*----------------------------------------------------------------*02760000
027700 01  WS-NGT-FIELDS.                                               02770000
027800     05 WS-NGT-CNT        PIC 9(03)   VALUE ZEROES.               02780000
027900     05 WS-MAX-NGTS       PIC 9(03)   VALUE 100.                  02790000
028000 01  WS-NGT-TABLE.                                                02800000
028100     05 WS-NGT-ENTRY      OCCURS 100 TIMES.                       02810000
028200        10 WS-NGT-ID      PIC X(05).                              02820000
028300        10 WS-NGT-TOTAL   PIC 9(10).                              02830000
028400        10 WS-NGT-WIN     PIC 9(05).                              02840000
028500                                                                  02850000
028600 01  WS-SWITCHES.                                                 02860000
028700     05 STD-FILE-STATUS   PIC X(02)   VALUE SPACES.               02870000
028800        88 STD-SUCCESS    VALUE '00'.                             02880000
028900        88 STD-EOF        VALUE '10'.                             02890000
029000     05 LEADER-FILE-STATUS PIC X(02)  VALUE SPACES.               02900000
029100        88 LEADER-SUCCESS  VALUE '00'.                            02910000
029200        88 LEADER-EOF      VALUE '10'.                            02920000
029300     05 BRK-FILE-STATUS   PIC X(02)   VALUE SPACES.               02930000
029400        88 BRK-SUCCESS    VALUE '00'.                             02940000
029500        88 BRK-EOF        VALUE '10'.                             02950000
029600     05 ELM-FILE-STATUS   PIC X(02)   VALUE SPACES.               02960000
029700        88 ELM-SUCCESS    VALUE '00'.                             02970000
029800     05 PNX-FILE-STATUS   PIC X(02)   VALUE SPACES.               02980000
029900        88 PNX-SUCCESS    VALUE '00'.                             02990000
030000     05 BRP-FILE-STATUS   PIC X(02)   VALUE SPACES.               03000000
030100        88 BRP-SUCCESS    VALUE '00'.                             03010000
030200     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               03020000
030300        88 HIST-SUCCESS   VALUE '00'.                             03030000
030400                                                                  03040000
030500 01  WS-HIST-FIELDS.                                              03050000
030600     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               03060000
030700     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               03070000
030800     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               03080000
030801     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             03080100
030900                                                                  03090000
031000*----------------------------------------------------------------*03100000
031100* RUN-TIME PARAMETERS - THE FUNCTION, SEED OR ADVN, AND FOR A    *03110000
031200* SEED RUN THE BRACKET SIZE (2, 4, 8, 16, 32 OR 64, DEFAULT 8)   *03120000
031300*----------------------------------------------------------------*03130000
031400 LINKAGE SECTION.                                                 03140000
031500 01  LS-PARM-DATA.                                                03150000
031600     05 LS-FUNC-PARM    PIC X(04).                                03160000
031700     05 LS-SIZE-PARM    PIC X(02).                                03170000
031800 PROCEDURE DIVISION USING LS-PARM-DATA.                           03180000
031900                                                                  03190000
032000     PERFORM 0400-INIT-PARM            THRU 0400-EXIT.            03200000
032100     IF WS-FUNC-SEED                                              03210000
032200        PERFORM 1000-SEED-BRACKET      THRU 1000-EXIT             03220000
032300     ELSE                                                         03230000
032400        PERFORM 2000-ADVANCE-BRACKET   THRU 2000-EXIT             03240000
032500     END-IF.                                                      03250000
032600     PERFORM 4000-REWRITE-BRACKET      THRU 4000-EXIT.            03260000
032700     PERFORM 5000-WRITE-PAIRINGS       THRU 5000-EXIT.            03270000
032800     PERFORM 6000-WRITE-REPORT         THRU 6000-EXIT.            03280000
032900                                                                  03290000
033000     IF WS-CHAMPION NOT = SPACES                                  03300000
033100        DISPLAY 'PLAYOFF CHAMPION: ' WS-CHAMPION                  03310000
033200        STRING 'PLAYOFF CHAMPION ' DELIMITED BY SIZE              03320000
033300           WS-CHAMPION DELIMITED BY SIZE                          03330000
033400           INTO WS-HIST-MSG                                       03340000
033500     ELSE                                                         03350000
033600        STRING WS-FUNC DELIMITED BY SIZE                          03360000
033700           ' PLAYED ' DELIMITED BY SIZE                           03370000
033800           WS-PLAYED-CNT DELIMITED BY SIZE                        03380000
033900           ' PAIRED ' DELIMITED BY SIZE                           03390000
034000           WS-PAIR-CNT DELIMITED BY SIZE                          03400000
034100           INTO WS-HIST-MSG                                       03410000
034200     END-IF.                                                      03420000
034300     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03430000
034400     GOBACK.                                                      03440000
034500                                                                  03450000
034600 0400-INIT-PARM.                                                  03460000
034700     ACCEPT WS-TODAY          FROM DATE YYYYMMDD.                 03470000
034800     MOVE LS-FUNC-PARM        TO WS-FUNC.                         03480000
034900     IF NOT WS-FUNC-SEED                                          03490000
035000        AND NOT WS-FUNC-ADVN                                      03500000
035100        DISPLAY 'ERROR - PARM MUST BE SEED OR ADVN: ' LS-FUNC-PARM03510000
035200        MOVE 16             TO RETURN-CODE                        03520000
035300        MOVE 'INVALID BRACKET FUNCTION'      TO WS-HIST-MSG       03530000
035400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03540000
035500        GOBACK                                                    03550000
035600     END-IF.                                                      03560000
035700     IF LS-SIZE-PARM IS NUMERIC AND LS-SIZE-PARM > ZEROES         03570000
035800        MOVE LS-SIZE-PARM        TO WS-REQ-SIZE                   03580000
035900     END-IF.                                                      03590000
036000     EVALUATE WS-REQ-SIZE                                         03600000
036100         WHEN 2                                                   03610000
036200         WHEN 4                                                   03620000
036300         WHEN 8                                                   03630000
036400         WHEN 16                                                  03640000
036500         WHEN 32                                                  03650000
036600         WHEN 64                                                  03660000
036700              CONTINUE                                            03670000
036800         WHEN OTHER                                               03680000
036900              DISPLAY 'ERROR - BRACKET SIZE MUST BE A POWER OF '  03690000
037000                      'TWO FROM 2 TO 64: ' WS-REQ-SIZE            03700000
037100              MOVE 16             TO RETURN-CODE                  03710000
037200              MOVE 'INVALID BRACKET SIZE'    TO WS-HIST-MSG       03720000
037300              PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT       03730000
037400              GOBACK                                              03740000
037500     END-EVALUATE.                                                03750000
037600 0400-EXIT.                                                       03760000
037700     EXIT.                                                        03770000
037800                                                                  03780000
037900 1000-SEED-BRACKET.                                               03790000
038000*----------------------------------------------------------------*03800000
038100* A BRACKET STILL BEING PLAYED IS NEVER RE-DRAWN OVER THE TOP    *03810000
038200*----------------------------------------------------------------*03820000
038300     PERFORM 2100-LOAD-BRACKET         THRU 2100-EXIT.            03830000
038400     IF WS-BRK-CNT > ZEROES                                       03840000
038500        AND WS-CHAMPION = SPACES                                  03850000
038600        DISPLAY 'ERROR - A PLAYOFF BRACKET IS STILL IN PLAY'      03860000
038700        MOVE 8              TO RETURN-CODE                        03870000
038800        MOVE 'BRACKET STILL IN PLAY - NOT SEEDED' TO WS-HIST-MSG  03880000
038900        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03890000
039000        GOBACK                                                    03900000
039100     END-IF.                                                      03910000
039200     MOVE SPACES              TO WS-CHAMPION.                     03920000
039300     MOVE ZEROES              TO WS-LAST-APPLIED.                 03930000
039400     MOVE WS-REQ-SIZE         TO WS-SIZE.                         03940000
039500     MOVE SPACES              TO WS-BRK-TABLE.                    03950000
039600     INITIALIZE               WS-BRK-TABLE.                       03960000
039700     OPEN INPUT STD-RPT.                                          03970000
039800     IF NOT STD-SUCCESS                                           03980000
039900        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2STD, FILE STATUS: '  03990000
040000                STD-FILE-STATUS                                   04000000
040100        MOVE 16             TO RETURN-CODE                        04010000
040200        MOVE 'UNABLE TO OPEN STANDINGS'      TO WS-HIST-MSG       04020000
040300        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04030000
040400        GOBACK                                                    04040000
040500     END-IF.                                                      04050000
040600     MOVE SPACES              TO WS-SEED-TABLE.                   04060000
040700     PERFORM UNTIL STD-EOF                                        04070000
040800                OR WS-STD-CNT NOT < WS-SIZE                       04080000
040900        READ STD-RPT                                              04090000
041000             AT END                                               04100000
041100                SET STD-EOF TO TRUE                               04110000
041200             NOT AT END                                           04120000
041300                ADD 1 TO WS-STD-CNT                               04130000
041400                MOVE STD-TABLE-ID  TO WS-SEED-ID(WS-STD-CNT)      04140000
041500        END-READ                                                  04150000
041600     END-PERFORM.                                                 04160000
041700     CLOSE STD-RPT.                                               04170000
041800     IF WS-STD-CNT < 2                                            04180000
041900        DISPLAY 'ERROR - FEWER THAN TWO TABLES ON AOCD2STD'       04190000
042000        MOVE 16             TO RETURN-CODE                        04200000
042100        MOVE 'TOO FEW TABLES TO SEED'        TO WS-HIST-MSG       04210000
042200        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04220000
042300        GOBACK                                                    04230000
042400     END-IF.                                                      04240000
042500*----------------------------------------------------------------*04250000
042600* SHORT OF TABLES, THE DRAW SHRINKS UNTIL MORE THAN HALF ITS     *04260000
042700* SLOTS ARE FILLED - THE TOP SEEDS THEN TAKE THE BYES, AND NO    *04270000
042800* MATCH IS EVER TWO BYES                                         *04280000
042900*----------------------------------------------------------------*04290000
043000     PERFORM UNTIL WS-SIZE / 2 < WS-STD-CNT                       04300000
043100        DIVIDE 2 INTO WS-SIZE                                     04310000
043200     END-PERFORM.                                                 04320000
043300     MOVE 1                   TO WS-ORD(1).                       04330000
043400     MOVE 1                   TO WS-ORD-SIZE.                     04340000
043500     PERFORM UNTIL WS-ORD-SIZE NOT < WS-SIZE                      04350000
043600        PERFORM VARYING WS-I FROM 1 BY 1                          04360000
043700                  UNTIL WS-I > WS-ORD-SIZE                        04370000
043800           COMPUTE WS-J = WS-I * 2 - 1                            04380000
043900           MOVE WS-ORD(WS-I)  TO WS-NEW-ORD(WS-J)                 04390000
044000           ADD 1              TO WS-J                             04400000
044100           COMPUTE WS-NEW-ORD(WS-J) =                             04410000
044200                   WS-ORD-SIZE * 2 + 1 - WS-ORD(WS-I)             04420000
044300        END-PERFORM                                               04430000
044400        MULTIPLY 2 BY WS-ORD-SIZE                                 04440000
044500        MOVE WS-NEW-ORD-TABLE TO WS-ORD-TABLE                     04450000
044600     END-PERFORM.                                                 04460000
044700     PERFORM 1100-BUILD-ROUNDS         THRU 1100-EXIT.            04470000
044800     MOVE WS-TODAY            TO WS-SEED-DATE.                    04480000
044900     PERFORM VARYING WS-X FROM 1 BY 1                             04490000
045000               UNTIL WS-X > WS-BRK-CNT                            04500000
045100        MOVE WS-SEED-DATE     TO WS-B-SEED-DATE(WS-X)             04510000
045200        SET WS-B-WAIT(WS-X)   TO TRUE                             04520000
045300     END-PERFORM.                                                 04530000
045400     PERFORM VARYING WS-X FROM 1 BY 1                             04540000
045500               UNTIL WS-X > WS-RND-MATCHES(1)                     04550000
045600        COMPUTE WS-I = WS-X * 2 - 1                               04560000
045700        MOVE WS-ORD(WS-I)     TO WS-J                             04570000
045800        MOVE WS-J             TO WS-B-SEED-A(WS-X)                04580000
045900        MOVE WS-SEED-ID(WS-J) TO WS-B-TABLE-A(WS-X)               04590000
046000        ADD 1                 TO WS-I                             04600000
046100        MOVE WS-ORD(WS-I)     TO WS-J                             04610000
046200        MOVE WS-J             TO WS-B-SEED-B(WS-X)                04620000
046300        MOVE WS-SEED-ID(WS-J) TO WS-B-TABLE-B(WS-X)               04630000
046400        SET WS-B-OPEN(WS-X)   TO TRUE                             04640000
046500     END-PERFORM.                                                 04650000
046600     PERFORM VARYING WS-X FROM 1 BY 1                             04660000
046700               UNTIL WS-X > WS-RND-MATCHES(1)                     04670000
046800        IF WS-B-TABLE-B(WS-X) = SPACES                            04680000
046900           MOVE ZEROES        TO WS-B-SEED-B(WS-X)                04690000
047000           MOVE 'A'           TO WS-WIN-SIDE                      04700000
047100           MOVE 'BYE'         TO WS-DECIDED                       04710000
047200           PERFORM 3500-SETTLE-MATCH   THRU 3500-EXIT             04720000
047300        END-IF                                                    04730000
047400     END-PERFORM.                                                 04740000
047500     DISPLAY 'BRACKET SEEDED - ' WS-SIZE ' SLOTS, '               04750000
047600             WS-STD-CNT ' TABLES, ' WS-RND-CNT ' ROUNDS'.         04760000
047700 1000-EXIT.                                                       04770000
047800     EXIT.                                                        04780000
047900                                                                  04790000
048000 1100-BUILD-ROUNDS.                                               04800000
048100*----------------------------------------------------------------*04810000
048200* ROUND R HAS SIZE / 2**R MATCHES, LAID OUT ONE ROUND AFTER      *04820000
048300* ANOTHER; MATCH M OF A ROUND FEEDS MATCH (M + 1) / 2 OF THE     *04830000
048400* NEXT                                                           *04840000
048500*----------------------------------------------------------------*04850000
048600     MOVE ZEROES              TO WS-RND-CNT.                      04860000
048700     MOVE ZEROES              TO WS-BRK-CNT.                      04870000
048800     COMPUTE WS-J = WS-SIZE / 2.                                  04880000
048900     PERFORM UNTIL WS-J < 1                                       04890000
049000        ADD 1                 TO WS-RND-CNT                       04900000
049100        COMPUTE WS-RND-START(WS-RND-CNT) = WS-BRK-CNT + 1         04910000
049200        MOVE WS-J             TO WS-RND-MATCHES(WS-RND-CNT)       04920000
049300        PERFORM VARYING WS-I FROM 1 BY 1                          04930000
049400                  UNTIL WS-I > WS-J                               04940000
049500           ADD 1              TO WS-BRK-CNT                       04950000
049600           IF WS-FUNC-SEED                                        04960000
049700              MOVE WS-RND-CNT TO WS-B-ROUND(WS-BRK-CNT)           04970000
049800              MOVE WS-I       TO WS-B-MATCH(WS-BRK-CNT)           04980000
049900           END-IF                                                 04990000
050000        END-PERFORM                                               05000000
050100        DIVIDE 2 INTO WS-J                                        05010000
050200     END-PERFORM.                                                 05020000
050300 1100-EXIT.                                                       05030000
050400     EXIT.                                                        05040000
050500                                                                  05050000
050600 2000-ADVANCE-BRACKET.                                            05060000
050700     PERFORM 2100-LOAD-BRACKET         THRU 2100-EXIT.            05070000
050800     IF WS-BRK-CNT = ZEROES                                       05080000
050900        DISPLAY 'ERROR - NO PLAYOFF BRACKET ON AOCD2BRK'          05090000
051000        MOVE 16             TO RETURN-CODE                        05100000
051100        MOVE 'NO BRACKET TO ADVANCE'         TO WS-HIST-MSG       05110000
051200        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             05120000
051300        GOBACK                                                    05130000
051400     END-IF.                                                      05140000
051500     IF WS-CHAMPION NOT = SPACES                                  05150000
051600        DISPLAY 'BRACKET ALREADY COMPLETE - NOTHING TO ADVANCE'   05160000
051700        GO TO 2000-EXIT                                           05170000
051800     END-IF.                                                      05180000
051900     PERFORM 2200-LOAD-NIGHT           THRU 2200-EXIT.            05190000
052000*----------------------------------------------------------------*05200000
052100* ONLY A NIGHT NEWER THAN THE LAST ONE APPLIED, AND NO OLDER     *05210000
052200* THAN THE DRAW ITSELF, IS A PLAYOFF NIGHT - A RERUN, OR AN ADVN *05220000
052300* BEFORE THE FIRST PLAYOFF NIGHT IS SCORED, CHANGES NOTHING      *05230000
052400*----------------------------------------------------------------*05240000
052500     IF WS-NIGHT-DATE NOT > WS-LAST-APPLIED                       05250000
052600        OR WS-NIGHT-DATE < WS-SEED-DATE                           05260000
052700        DISPLAY 'NO NEW PLAYOFF NIGHT ON AOCD2LDR - NEWEST '      05270000
052800                WS-NIGHT-DATE ' LAST APPLIED ' WS-LAST-APPLIED    05280000
052900        MOVE 4              TO RETURN-CODE                        05290000
053000        GO TO 2000-EXIT                                           05300000
053100     END-IF.                                                      05310000
053200     OPEN EXTEND ELM-FILE.                                        05320000
053300     MOVE 99                  TO WS-CUR-RND.                      05330000
053400     PERFORM VARYING WS-X FROM 1 BY 1                             05340000
053500               UNTIL WS-X > WS-BRK-CNT                            05350000
053600        IF WS-B-OPEN(WS-X)                                        05360000
053700           AND WS-B-ROUND(WS-X) < WS-CUR-RND                      05370000
053800           MOVE WS-B-ROUND(WS-X)  TO WS-CUR-RND                   05380000
053900        END-IF                                                    05390000
054000     END-PERFORM.                                                 05400000
054100     PERFORM VARYING WS-X FROM 1 BY 1                             05410000
054200               UNTIL WS-X > WS-BRK-CNT                            05420000
054300        IF WS-B-OPEN(WS-X)                                        05430000
054400           AND WS-B-ROUND(WS-X) = WS-CUR-RND                      05440000
054500           PERFORM 3000-PLAY-MATCH     THRU 3000-EXIT             05450000
054600        END-IF                                                    05460000
054700     END-PERFORM.                                                 05470000
054800     CLOSE ELM-FILE.                                              05480000
054900     DISPLAY 'PLAYOFF NIGHT ' WS-NIGHT-DATE ' ROUND ' WS-CUR-RND  05490000
055000             ' MATCHES DECIDED: ' WS-PLAYED-CNT.                  05500000
055100 2000-EXIT.                                                       05510000
055200     EXIT.                                                        05520000
055300                                                                  05530000
055400 2100-LOAD-BRACKET.                                               05540000
055500     MOVE ZEROES              TO WS-BRK-CNT.                      05550000
055600     MOVE SPACES              TO WS-CHAMPION.                     05560000
055700     OPEN INPUT BRK-FILE.                                         05570000
055800     IF NOT BRK-SUCCESS                                           05580000
055900        GO TO 2100-EXIT                                           05590000
056000     END-IF.                                                      05600000
056100     PERFORM UNTIL BRK-EOF                                        05610000
056200        READ BRK-FILE                                             05620000
056300             AT END                                               05630000
056400                SET BRK-EOF TO TRUE                               05640000
056500             NOT AT END                                           05650000
056600                IF WS-BRK-CNT < 63                                05660000
056700                   ADD 1 TO WS-BRK-CNT                            05670000
056800                   MOVE BRK-REC    TO WS-BRK-ENTRY(WS-BRK-CNT)    05680000
056900                END-IF                                            05690000
057000        END-READ                                                  05700000
057100     END-PERFORM.                                                 05710000
057200     CLOSE BRK-FILE.                                              05720000
057300     IF WS-BRK-CNT = ZEROES                                       05730000
057400        GO TO 2100-EXIT                                           05740000
057500     END-IF.                                                      05750000
057600     COMPUTE WS-SIZE = WS-BRK-CNT + 1.                            05760000
057700     MOVE WS-B-SEED-DATE(1)   TO WS-SEED-DATE.                    05770000
057800     PERFORM 1100-BUILD-ROUNDS         THRU 1100-EXIT.            05780000
057900     PERFORM VARYING WS-X FROM 1 BY 1                             05790000
058000               UNTIL WS-X > WS-BRK-CNT                            05800000
058100        IF WS-B-PLAY-DATE(WS-X) > WS-LAST-APPLIED                 05810000
058200           MOVE WS-B-PLAY-DATE(WS-X)  TO WS-LAST-APPLIED          05820000
058300        END-IF                                                    05830000
058400     END-PERFORM.                                                 05840000
058500     IF WS-B-DONE(WS-BRK-CNT)                                     05850000
058600        MOVE WS-B-WINNER(WS-BRK-CNT)  TO WS-CHAMPION              05860000
058700     END-IF.                                                      05870000
058800 2100-EXIT.                                                       05880000
058900     EXIT.                                                        05890000
059000                                                                  05900000
059100 2200-LOAD-NIGHT.                                                 05910000
059200*----------------------------------------------------------------*05920000
059300* TWO PASSES OVER THE LEADERBOARD - THE FIRST FINDS THE NEWEST   *05930000
059400* NIGHT, THE SECOND KEEPS EVERY TABLE'S RESULT FROM IT           *05940000
059500*----------------------------------------------------------------*05950000
059600     OPEN INPUT LEADER-HIST.                                      05960000
059700     IF NOT LEADER-SUCCESS                                        05970000
059800        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2LDR, FILE STATUS: '  05980000
059900                LEADER-FILE-STATUS                                05990000
060000        MOVE 16             TO RETURN-CODE                        06000000
060100        MOVE 'UNABLE TO OPEN LEADER-HIST'    TO WS-HIST-MSG       06010000
060200        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             06020000
060300        GOBACK                                                    06030000
060400     END-IF.                                                      06040000
060500     PERFORM UNTIL LEADER-EOF                                     06050000
060600        READ LEADER-HIST                                          06060000
060700             AT END                                               06070000
060800                SET LEADER-EOF TO TRUE                            06080000
060900             NOT AT END                                           06090000
061000                IF LDR-RUN-DATE > WS-NIGHT-DATE                   06100000
061100                   MOVE LDR-RUN-DATE  TO WS-NIGHT-DATE            06110000
061200                END-IF                                            06120000
061300        END-READ                                                  06130000
061400     END-PERFORM.                                                 06140000
061500     CLOSE LEADER-HIST.                                           06150000
061600     MOVE SPACES              TO LEADER-FILE-STATUS.              06160000
061700     OPEN INPUT LEADER-HIST.                                      06170000
061800     PERFORM UNTIL LEADER-EOF                                     06180000
061900        READ LEADER-HIST                                          06190000
062000             AT END                                               06200000
062100                SET LEADER-EOF TO TRUE                            06210000
062200             NOT AT END                                           06220000
062300                IF LDR-RUN-DATE = WS-NIGHT-DATE                   06230000
062301                   AND NOT LDR-ADJUSTMENT                         06230100
062400                   AND WS-NGT-CNT < WS-MAX-NGTS                   06240000
062500                   ADD 1 TO WS-NGT-CNT                            06250000
062600                   MOVE LDR-TABLE-ID  TO WS-NGT-ID(WS-NGT-CNT)    06260000
062700                   MOVE LDR-TOTAL     TO WS-NGT-TOTAL(WS-NGT-CNT) 06270000
062800                   MOVE LDR-WIN       TO WS-NGT-WIN(WS-NGT-CNT)   06280000
062900                END-IF                                            06290000
063000        END-READ                                                  06300000
063100     END-PERFORM.                                                 06310000
063200     CLOSE LEADER-HIST.                                           06320000
063300 2200-EXIT.                                                       06330000
063400     EXIT.                                                        06340000
063500                                                                  06350000
063600 3000-PLAY-MATCH.                                                 06360000
063700*----------------------------------------------------------------*06370000
063800* TIE-BREAK - THE NIGHT'S POINTS, THEN THE NIGHT'S WINS, THEN    *06380000
063900* THE BETTER SEED. A TABLE THAT DID NOT PLAY THE NIGHT LOSES TO  *06390000
064000* ONE THAT DID; IF NEITHER PLAYED THE MATCH STAYS OPEN           *06400000
064100*----------------------------------------------------------------*06410000
064200     MOVE 'N'                 TO WS-A-SW.                         06420000
064300     MOVE 'N'                 TO WS-B-SW.                         06430000
064400     PERFORM VARYING WS-I FROM 1 BY 1                             06440000
064500               UNTIL WS-I > WS-NGT-CNT                            06450000
064600        IF WS-NGT-ID(WS-I) = WS-B-TABLE-A(WS-X)                   06460000
064700           SET WS-A-PLAYED    TO TRUE                             06470000
064800           MOVE WS-NGT-TOTAL(WS-I)  TO WS-A-TOTAL                 06480000
064900           MOVE WS-NGT-WIN(WS-I)    TO WS-A-WIN                   06490000
065000        END-IF                                                    06500000
065100        IF WS-NGT-ID(WS-I) = WS-B-TABLE-B(WS-X)                   06510000
065200           SET WS-B-PLAYED    TO TRUE                             06520000
065300           MOVE WS-NGT-TOTAL(WS-I)  TO WS-B-TOTAL                 06530000
065400           MOVE WS-NGT-WIN(WS-I)    TO WS-B-WIN                   06540000
065500        END-IF                                                    06550000
065600     END-PERFORM.                                                 06560000
065700     IF NOT WS-A-PLAYED                                           06570000
065800        AND NOT WS-B-PLAYED                                       06580000
065900        DISPLAY 'MATCH NOT PLAYED - ' WS-B-TABLE-A(WS-X)          06590000
066000                ' VS ' WS-B-TABLE-B(WS-X)                         06600000
066100        MOVE 4              TO RETURN-CODE                        06610000
066200        GO TO 3000-EXIT                                           06620000
066300     END-IF.                                                      06630000
066400     EVALUATE TRUE                                                06640000
066500         WHEN NOT WS-B-PLAYED                                     06650000
066600              MOVE WS-A-TOTAL  TO WS-B-SCORE-A(WS-X)              06660000
066700              MOVE 'A'         TO WS-WIN-SIDE                     06670000
066800              MOVE 'NOSHOW'    TO WS-DECIDED                      06680000
066900         WHEN NOT WS-A-PLAYED                                     06690000
067000              MOVE WS-B-TOTAL  TO WS-B-SCORE-B(WS-X)              06700000
067100              MOVE 'B'         TO WS-WIN-SIDE                     06710000
067200              MOVE 'NOSHOW'    TO WS-DECIDED                      06720000
067300         WHEN OTHER                                               06730000
067400              MOVE WS-A-TOTAL  TO WS-B-SCORE-A(WS-X)              06740000
067500              MOVE WS-B-TOTAL  TO WS-B-SCORE-B(WS-X)              06750000
067600              EVALUATE TRUE                                       06760000
067700                  WHEN WS-A-TOTAL > WS-B-TOTAL                    06770000
067800                       MOVE 'A'      TO WS-WIN-SIDE               06780000
067900                       MOVE 'POINTS' TO WS-DECIDED                06790000
068000                  WHEN WS-B-TOTAL > WS-A-TOTAL                    06800000
068100                       MOVE 'B'      TO WS-WIN-SIDE               06810000
068200                       MOVE 'POINTS' TO WS-DECIDED                06820000
068300                  WHEN WS-A-WIN > WS-B-WIN                        06830000
068400                       MOVE 'A'      TO WS-WIN-SIDE               06840000
068500                       MOVE 'WINS'   TO WS-DECIDED                06850000
068600                  WHEN WS-B-WIN > WS-A-WIN                        06860000
068700                       MOVE 'B'      TO WS-WIN-SIDE               06870000
068800                       MOVE 'WINS'   TO WS-DECIDED                06880000
068900                  WHEN WS-B-SEED-A(WS-X) < WS-B-SEED-B(WS-X)      06890000
069000                       MOVE 'A'      TO WS-WIN-SIDE               06900000
069100                       MOVE 'SEED'   TO WS-DECIDED                06910000
069200                  WHEN OTHER                                      06920000
069300                       MOVE 'B'      TO WS-WIN-SIDE               06930000
069400                       MOVE 'SEED'   TO WS-DECIDED                06940000
069500              END-EVALUATE                                        06950000
069600     END-EVALUATE.                                                06960000
069700     MOVE WS-NIGHT-DATE       TO WS-B-PLAY-DATE(WS-X).            06970000
069800     ADD 1                    TO WS-PLAYED-CNT.                   06980000
069900     INITIALIZE               ELM-REC.                            06990000
070000     MOVE WS-NIGHT-DATE       TO ELM-RUN-DATE.                    07000000
070100     MOVE WS-B-ROUND(WS-X)    TO ELM-ROUND.                       07010000
070200     MOVE WS-DECIDED          TO ELM-DECIDED.                     07020000
070300     IF WS-WIN-SIDE = 'A'                                         07030000
070400        MOVE WS-B-TABLE-B(WS-X)  TO ELM-TABLE-ID                  07040000
070500        MOVE WS-B-SEED-B(WS-X)   TO ELM-SEED                      07050000
070600        MOVE WS-B-SCORE-B(WS-X)  TO ELM-SCORE                     07060000
070700        MOVE WS-B-TABLE-A(WS-X)  TO ELM-BEATEN-BY                 07070000
070800        MOVE WS-B-SCORE-A(WS-X)  TO ELM-WIN-SCORE                 07080000
070900     ELSE                                                         07090000
071000        MOVE WS-B-TABLE-A(WS-X)  TO ELM-TABLE-ID                  07100000
071100        MOVE WS-B-SEED-A(WS-X)   TO ELM-SEED                      07110000
071200        MOVE WS-B-SCORE-A(WS-X)  TO ELM-SCORE                     07120000
071300        MOVE WS-B-TABLE-B(WS-X)  TO ELM-BEATEN-BY                 07130000
071400        MOVE WS-B-SCORE-B(WS-X)  TO ELM-WIN-SCORE                 07140000
071500     END-IF.                                                      07150000
071600     WRITE ELM-REC.                                               07160000
071700     DISPLAY 'ELIMINATED ' ELM-TABLE-ID ' BY ' ELM-BEATEN-BY      07170000
071800             ' ON ' WS-DECIDED.                                   07180000
071900     PERFORM 3500-SETTLE-MATCH         THRU 3500-EXIT.            07190000
072000 3000-EXIT.                                                       07200000
072100     EXIT.                                                        07210000
072200                                                                  07220000
072300 3500-SETTLE-MATCH.                                               07230000
072400*----------------------------------------------------------------*07240000
072500* CLOSE MATCH WS-X FOR SIDE WS-WIN-SIDE AND CARRY THE WINNER,    *07250000
072600* WITH ITS SEED, INTO ITS SLOT IN THE NEXT ROUND - AN ODD MATCH  *07260000
072700* FEEDS THE TOP (A) SIDE, AN EVEN ONE THE BOTTOM (B) SIDE        *07270000
072800*----------------------------------------------------------------*07280000
072900     SET WS-B-DONE(WS-X)      TO TRUE.                            07290000
073000     MOVE WS-DECIDED          TO WS-B-DECIDED(WS-X).              07300000
073100     IF WS-WIN-SIDE = 'A'                                         07310000
073200        MOVE WS-B-TABLE-A(WS-X)  TO WS-B-WINNER(WS-X)             07320000
073300        MOVE WS-B-SEED-A(WS-X)   TO WS-J                          07330000
073400     ELSE                                                         07340000
073500        MOVE WS-B-TABLE-B(WS-X)  TO WS-B-WINNER(WS-X)             07350000
073600        MOVE WS-B-SEED-B(WS-X)   TO WS-J                          07360000
073700     END-IF.                                                      07370000
073800     IF WS-B-ROUND(WS-X) = WS-RND-CNT                             07380000
073900        MOVE WS-B-WINNER(WS-X)   TO WS-CHAMPION                   07390000
074000        GO TO 3500-EXIT                                           07400000
074100     END-IF.                                                      07410000
074200     DIVIDE WS-B-MATCH(WS-X) BY 2                                 07420000
074300            GIVING WS-NX-MATCH REMAINDER WS-REM.                  07430000
074400     ADD WS-REM               TO WS-NX-MATCH.                     07440000
074500     COMPUTE WS-NX-RND = WS-B-ROUND(WS-X) + 1.                    07450000
074600     COMPUTE WS-NX = WS-RND-START(WS-NX-RND) + WS-NX-MATCH - 1.   07460000
074700     IF WS-REM = 1                                                07470000
074800        MOVE WS-B-WINNER(WS-X)   TO WS-B-TABLE-A(WS-NX)           07480000
074900        MOVE WS-J                TO WS-B-SEED-A(WS-NX)            07490000
075000     ELSE                                                         07500000
075100        MOVE WS-B-WINNER(WS-X)   TO WS-B-TABLE-B(WS-NX)           07510000
075200        MOVE WS-J                TO WS-B-SEED-B(WS-NX)            07520000
075300     END-IF.                                                      07530000
075400     IF WS-B-TABLE-A(WS-NX) NOT = SPACES                          07540000
075500        AND WS-B-TABLE-B(WS-NX) NOT = SPACES                      07550000
075600        SET WS-B-OPEN(WS-NX)     TO TRUE                          07560000
075700     END-IF.                                                      07570000
075800 3500-EXIT.                                                       07580000
075900     EXIT.                                                        07590000
076000                                                                  07600000
076100 4000-REWRITE-BRACKET.                                            07610000
076200     OPEN OUTPUT BRK-FILE.                                        07620000
076300     PERFORM VARYING WS-X FROM 1 BY 1                             07630000
076400               UNTIL WS-X > WS-BRK-CNT                            07640000
076500        MOVE WS-BRK-ENTRY(WS-X)  TO BRK-REC                       07650000
076600        WRITE BRK-REC                                             07660000
076700     END-PERFORM.                                                 07670000
076800     CLOSE BRK-FILE.                                              07680000
076900 4000-EXIT.                                                       07690000
077000     EXIT.                                                        07700000
077100                                                                  07710000
077200 5000-WRITE-PAIRINGS.                                             07720000
077300*----------------------------------------------------------------*07730000
077400* EVERY OPEN MATCH OF THE EARLIEST ROUND STILL IN PLAY - A       *07740000
077500* MATCH LEFT UNPLAYED LAST NIGHT IS PAIRED AGAIN                 *07750000
077600*----------------------------------------------------------------*07760000
077700     OPEN OUTPUT PNX-FILE.                                        07770000
077800     MOVE 99                  TO WS-CUR-RND.                      07780000
077900     PERFORM VARYING WS-X FROM 1 BY 1                             07790000
078000               UNTIL WS-X > WS-BRK-CNT                            07800000
078100        IF WS-B-OPEN(WS-X)                                        07810000
078200           AND WS-B-ROUND(WS-X) < WS-CUR-RND                      07820000
078300           MOVE WS-B-ROUND(WS-X)  TO WS-CUR-RND                   07830000
078400        END-IF                                                    07840000
078500     END-PERFORM.                                                 07850000
078600     PERFORM VARYING WS-X FROM 1 BY 1                             07860000
078700               UNTIL WS-X > WS-BRK-CNT                            07870000
078800        IF WS-B-OPEN(WS-X)                                        07880000
078900           AND WS-B-ROUND(WS-X) = WS-CUR-RND                      07890000
079000           INITIALIZE            PNX-ROUND-REC                    07900000
079100           MOVE WS-B-TABLE-A(WS-X)  TO PNX-TABLE-ID               07910000
079200           WRITE PNX-ROUND-REC                                    07920000
079300           INITIALIZE            PNX-ROUND-REC                    07930000
079400           MOVE WS-B-TABLE-B(WS-X)  TO PNX-TABLE-ID               07940000
079500           WRITE PNX-ROUND-REC                                    07950000
079600           ADD 1                 TO WS-PAIR-CNT                   07960000
079700           DISPLAY 'PLAYOFF PAIRING ' WS-PAIR-CNT ': '            07970000
079800                   WS-B-TABLE-A(WS-X) ' VS ' WS-B-TABLE-B(WS-X)   07980000
079900        END-IF                                                    07990000
080000     END-PERFORM.                                                 08000000
080100     CLOSE PNX-FILE.                                              08010000
080200 5000-EXIT.                                                       08020000
080300     EXIT.                                                        08030000
080400                                                                  08040000
080500 6000-WRITE-REPORT.                                               08050000
080600*----------------------------------------------------------------*08060000
080700* THE WHOLE DRAW, ROUND BY ROUND, WITH EACH MATCH'S SCORES AND   *08070000
080800* HOW IT WAS DECIDED, CLOSED BY THE CHAMPION ONCE THERE IS ONE   *08080000
080900*----------------------------------------------------------------*08090000
081000     OPEN OUTPUT BRP-RPT.                                         08100000
081100     PERFORM VARYING WS-X FROM 1 BY 1                             08110000
081200               UNTIL WS-X > WS-BRK-CNT                            08120000
081300        INITIALIZE               BRP-REC                          08130000
081400        COMPUTE WS-J = WS-RND-CNT - WS-B-ROUND(WS-X)              08140000
081500        EVALUATE WS-J                                             08150000
081600            WHEN 0                                                08160000
081700                 MOVE 'FINAL'        TO BRP-ROUND-NAME            08170000
081800            WHEN 1                                                08180000
081900                 MOVE 'SEMI-FINAL'   TO BRP-ROUND-NAME            08190000
082000            WHEN 2                                                08200000
082100                 MOVE 'QTR-FINAL'    TO BRP-ROUND-NAME            08210000
082200            WHEN OTHER                                            08220000
082300                 STRING 'ROUND ' DELIMITED BY SIZE                08230000
082400                    WS-B-ROUND(WS-X) DELIMITED BY SIZE            08240000
082500                    INTO BRP-ROUND-NAME                           08250000
082600        END-EVALUATE                                              08260000
082700        MOVE WS-B-MATCH(WS-X)    TO BRP-MATCH                     08270000
082800        MOVE WS-B-SEED-A(WS-X)   TO BRP-SEED-A                    08280000
082900        MOVE WS-B-TABLE-A(WS-X)  TO BRP-TABLE-A                   08290000
083000        MOVE WS-B-SCORE-A(WS-X)  TO BRP-SCORE-A                   08300000
083100        MOVE 'V'                 TO BRP-VS                        08310000
083200        MOVE WS-B-SEED-B(WS-X)   TO BRP-SEED-B                    08320000
083300        MOVE WS-B-TABLE-B(WS-X)  TO BRP-TABLE-B                   08330000
083400        MOVE WS-B-SCORE-B(WS-X)  TO BRP-SCORE-B                   08340000
083500        MOVE WS-B-WINNER(WS-X)   TO BRP-WINNER                    08350000
083600        MOVE WS-B-STATUS(WS-X)   TO BRP-STATUS                    08360000
083700        MOVE WS-B-DECIDED(WS-X)  TO BRP-DECIDED                   08370000
083800        WRITE BRP-REC                                             08380000
083900     END-PERFORM.                                                 08390000
084000     IF WS-CHAMPION NOT = SPACES                                  08400000
084100        INITIALIZE               BRP-REC                          08410000
084200        MOVE 'CHAMPION'          TO BRP-ROUND-NAME                08420000
084300        MOVE WS-CHAMPION         TO BRP-WINNER                    08430000
084400        WRITE BRP-REC                                             08440000
084500     END-IF.                                                      08450000
084600     CLOSE BRP-RPT.                                               08460000
084700 6000-EXIT.                                                       08470000
084800     EXIT.                                                        08480000
084900                                                                  08490000
085000*----------------------------------------------------------------*08500000
085100*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *08510000
085200*----------------------------------------------------------------*08520000
085300 9800-WRITE-AUDIT-HIST.                                           08530000
085400     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      08540000
085500     ACCEPT WS-HIST-TIME FROM TIME.                               08550000
085600     OPEN EXTEND AUD-HIST.                                        08560000
085700     INITIALIZE AUD-HIST-REC.                                     08570000
085800     MOVE WS-HIST-DATE          TO HIST-DATE.                     08580000
085900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     08590000
086000     MOVE 'AOCD2PGG'            TO HIST-PGM.                      08600000
086001     MOVE WS-HIST-VER           TO HIST-VERSION.                  08600100
086100     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   08610000
086200     WRITE AUD-HIST-REC.                                          08620000
086300     CLOSE AUD-HIST.                                              08630000
086400 9800-EXIT.                                                       08640000
086500     EXIT.                                                        08650000
