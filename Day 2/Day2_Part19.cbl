000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 2 PROGRAM 19                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  PRE-MATCH SCOUTING SHEET. BEFORE A TOURNAMENT NIGHT THE       *00040000
000500*  CAPTAINS ASK THE DESK HOW THEY HAVE FARED AGAINST TONIGHT'S   *00050000
000600*  OPPONENT, AND THE ANSWER WAS SPREAD OVER THREE FILES. FOR THE *00060000
000700*  SESSION'S FIXTURES ON AOCD2FXT, EVERY AOCD2NXT PAIRING THAT   *00070000
000800*  INVOLVES A SCHEDULED TABLE GETS ONE PAGE ON AOCD2SCT: BOTH    *00080000
000900*  TABLES' CURRENT AOCD2RTG RATINGS, THEIR AOCD2H2H RECORD       *00090000
001000*  AGAINST EACH OTHER, AND EACH TABLE'S FORM OVER THE LAST FIVE  *00100000
001100*  AOCD2LDR NIGHTS BEFORE THE SESSION, WITH ANY DISPUTE          *00110000
001200*  ADJUSTMENTS APPLIED. A SCHEDULED TABLE WITH NO PAIRING IS     *00120000
001300*  LISTED ON A CLOSING PAGE FOR THE DESK TO CHASE                *00130000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD2PGJ.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200*----------------------------------------------------------------*00220000
002300* FIXTURE SCHEDULE - ONE ROW PER TABLE PER SESSION DATE          *00230000
002400*----------------------------------------------------------------*00240000
002500     SELECT FXT-FILE    ASSIGN TO AOCD2FXT                        00250000
002600        ORGANIZATION    IS SEQUENTIAL                             00260000
002700         ACCESS MODE    IS SEQUENTIAL                             00270000
002800         FILE STATUS    IS FXT-FILE-STATUS.                       00280000
002900                                                                  00290000
003000*----------------------------------------------------------------*00300000
003100* PAIRINGS AS AOCD2PG6 WRITES THEM - ADJACENT RECORDS ARE ONE    *00310000
003200* PAIR, AN ODD TRAILING RECORD IS A BYE                          *00320000
003300*----------------------------------------------------------------*00330000
003400     SELECT NXT-FILE    ASSIGN TO AOCD2NXT                        00340000
003500        ORGANIZATION    IS SEQUENTIAL                             00350000
003600         ACCESS MODE    IS SEQUENTIAL                             00360000
003700         FILE STATUS    IS NXT-FILE-STATUS.                       00370000
003800                                                                  00380000
003900     SELECT RTG-FILE    ASSIGN TO AOCD2RTG                        00390000
004000        ORGANIZATION    IS SEQUENTIAL                             00400000
004100         ACCESS MODE    IS SEQUENTIAL                             00410000
004200         FILE STATUS    IS RTG-FILE-STATUS.                       00420000
004300                                                                  00430000
004400     SELECT H2H-FILE    ASSIGN TO AOCD2H2H                        00440000
004500        ORGANIZATION    IS SEQUENTIAL                             00450000
004600         ACCESS MODE    IS SEQUENTIAL                             00460000
004700         FILE STATUS    IS H2H-FILE-STATUS.                       00470000
004800                                                                  00480000
004900     SELECT LEADER-HIST ASSIGN TO AOCD2LDR                        00490000
005000        ORGANIZATION    IS SEQUENTIAL                             00500000
005100         ACCESS MODE    IS SEQUENTIAL                             00510000
005200         FILE STATUS    IS LEADER-FILE-STATUS.                    00520000
005300                                                                  00530000
005400*----------------------------------------------------------------*00540000
005500*  THE PRINTED SCOUTING SHEETS - A NEW PAGE PER MATCH            *00550000
005600*----------------------------------------------------------------*00560000
005700     SELECT SCT-RPT     ASSIGN TO AOCD2SCT                        00570000
005800        ORGANIZATION    IS SEQUENTIAL                             00580000
005900         ACCESS MODE    IS SEQUENTIAL                             00590000
006000         FILE STATUS    IS SCT-FILE-STATUS.                       00600000
006100                                                                  00610000
006200*----------------------------------------------------------------*00620000
006300*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00630000
006400*----------------------------------------------------------------*00640000
006500     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00650000
006600        ORGANIZATION    IS SEQUENTIAL                             00660000
006700         ACCESS MODE    IS SEQUENTIAL                             00670000
006800         FILE STATUS    IS HIST-FILE-STATUS.                      00680000
006900                                                                  00690000
007000 DATA DIVISION.                                                   00700000
007100 FILE SECTION.                                                    00710000
007200 FD  FXT-FILE.                                                    00720000
007300 01  FXT-REC.                                                     00730000
007400     05 FXT-SESSION-DATE PIC 9(08).                               00740000
007500     05 FILLER           PIC X(01).                               00750000
007600     05 FXT-TABLE-ID     PIC X(05).                               00760000
007700                                                                  00770000
007800 FD  NXT-FILE.                                                    00780000
007900 01  NXT-ROUND-REC.                                               00790000
008000     05 NXT-TABLE-ID    PIC X(05).                                00800000
008100     05 FILLER          PIC X(01).                                00810000
008200     05 NXT-ROUND       PIC X(03).                                00820000
008300                                                                  00830000
008400 FD  RTG-FILE.                                                    00840000
008500 01  RTG-REC.                                                     00850000
008600     05 RTG-TABLE-ID    PIC X(05).                                00860000
008700     05 FILLER          PIC X(01).                                00870000
008800     05 RTG-RATING      PIC 9(05).                                00880000
008900     05 FILLER          PIC X(01).                                00890000
009000     05 RTG-RUNS        PIC 9(05).                                00900000
009100     05 FILLER          PIC X(01).                                00910000
009200     05 RTG-LAST-DATE   PIC 9(08).                                00920000
009300                                                                  00930000
009400 FD  H2H-FILE.                                                    00940000
009500 01  H2H-REC.                                                     00950000
009600     05 H2H-TABLE-A     PIC X(05).                                00960000
009700     05 FILLER          PIC X(01).                                00970000
009800     05 H2H-TABLE-B     PIC X(05).                                00980000
009900     05 FILLER          PIC X(01).                                00990000
010000     05 H2H-A-WINS      PIC 9(05).                                01000000
010100     05 H2H-B-WINS      PIC 9(05).                                01010000
010200     05 H2H-DRAWS       PIC 9(05).                                01020000
010300     05 FILLER          PIC X(01).                                01030000
010400     05 H2H-A-POINTS    PIC 9(10).                                01040000
010500     05 H2H-B-POINTS    PIC 9(10).                                01050000
010600     05 FILLER          PIC X(01).                                01060000
010700     05 H2H-NIGHTS      PIC 9(05).                                01070000
010800     05 FILLER          PIC X(01).                                01080000
010900     05 H2H-LAST-DATE   PIC 9(08).                                01090000
011000                                                                  01100000
011100 FD  LEADER-HIST.                                                 01110000
011200 01  LEADER-REC.                                                  01120000
011300     05 LDR-RUN-DATE     PIC 9(08).                               01130000
011400     05 FILLER           PIC X(01).                               01140000
011500     05 LDR-TABLE-ID     PIC X(05).                               01150000
011600     05 FILLER           PIC X(01).                               01160000
011700     05 LDR-TOTAL        PIC 9(10).                               01170000
011800     05 FILLER           PIC X(01).                               01180000
011900     05 LDR-WIN          PIC 9(05).                               01190000
012000     05 LDR-LOSE         PIC 9(05).                               01200000
012100     05 LDR-DRAW         PIC 9(05).                               01210000
012300     05 LDR-PLAYER-NAME  PIC X(20).                               01230000
012400*----------------------------------------------------------------*01240000
012500* TYPE A MARKS A DISPUTE ADJUSTMENT POSTED BY AOCD2PGH - ITS     *01250000
012600* NIGHT COLUMNS ARE ZERO AND THE CORRECTION TRAVELS HERE         *01260000
012700*----------------------------------------------------------------*01270000
012800     05 LDR-REC-TYPE     PIC X(01).                               01280000
012900        88 LDR-ADJUSTMENT             VALUE 'A'.                  01290000
013000     05 LDR-ADJ-SIGN     PIC X(01).                               01300000
013100     05 LDR-ADJ-POINTS   PIC 9(03).                               01310000
013200     05 LDR-ADJ-OLD-OUT  PIC X(01).                               01320000
013300     05 LDR-ADJ-NEW-OUT  PIC X(01).                               01330000
013400     05 FILLER           PIC X(12).                               01340000
013500                                                                  01350000
013600*----------------------------------------------------------------*01360000
013700*  SCOUTING SHEET PRINT LINES - TITLE, MATCH, ONE LINE PER       *01370000
013800*  TABLE, THE HEAD-TO-HEAD LINE AND ONE FORM LINE PER NIGHT      *01380000
013900*----------------------------------------------------------------*01390000
014000 FD  SCT-RPT.                                                     01400000
014100 01  SCT-REC              PIC X(80).                              01410000
014200 01  SCT-TITLE-LINE.                                              01420000
014300     05 SCT-TITLE         PIC X(40).                              01430000
014400     05 FILLER            PIC X(02).                              01440000
014500     05 SCT-SESS-LIT      PIC X(08).                              01450000
014600     05 SCT-SESS-DATE     PIC 9(08).                              01460000
014700     05 FILLER            PIC X(09).                              01470000
014800     05 SCT-PAGE-LIT      PIC X(05).                              01480000
014900     05 SCT-PAGE-NO       PIC ZZZ9.                               01490000
015000     05 FILLER            PIC X(04).                              01500000
015100 01  SCT-MATCH-LINE.                                              01510000
015200     05 SCT-MATCH-LIT     PIC X(06).                              01520000
015300     05 SCT-MATCH-NO      PIC ZZ9.                                01530000
015400     05 SCT-OF-LIT        PIC X(04).                              01540000
015500     05 SCT-MATCH-CNT     PIC ZZ9.                                01550000
015600     05 FILLER            PIC X(04).                              01560000
015700     05 SCT-MATCH-A       PIC X(05).                              01570000
015800     05 SCT-V-LIT         PIC X(04).                              01580000
015900     05 SCT-MATCH-B       PIC X(05).                              01590000
016000     05 FILLER            PIC X(04).                              01600000
016100     05 SCT-MATCH-NOTE    PIC X(40).                              01610000
016200     05 FILLER            PIC X(02).                              01620000
016300 01  SCT-SIDE-LINE.                                               01630000
016400     05 SCT-SIDE-LBL      PIC X(02).                              01640000
016500     05 SCT-SIDE-ID       PIC X(05).                              01650000
016600     05 FILLER            PIC X(02).                              01660000
016700     05 SCT-SIDE-NAME     PIC X(20).                              01670000
016800     05 FILLER            PIC X(02).                              01680000
016900     05 SCT-SIDE-RATING   PIC X(07).                              01690000
017000     05 FILLER            PIC X(02).                              01700000
017100     05 SCT-SIDE-RUNS     PIC ZZ,ZZ9.                             01710000
017200     05 FILLER            PIC X(02).                              01720000
017300     05 SCT-SIDE-NOTE     PIC X(32).                              01730000
017400 01  SCT-H2H-LINE.                                                01740000
017500     05 SCT-H2H-MEETS     PIC ZZ,ZZ9.                             01750000
017600     05 FILLER            PIC X(04).                              01760000
017700     05 SCT-H2H-A-WINS    PIC ZZ,ZZ9.                             01770000
017800     05 FILLER            PIC X(04).                              01780000
017900     05 SCT-H2H-B-WINS    PIC ZZ,ZZ9.                             01790000
018000     05 FILLER            PIC X(04).                              01800000
018100     05 SCT-H2H-DRAWS     PIC ZZ,ZZ9.                             01810000
018200     05 FILLER            PIC X(02).                              01820000
018300     05 SCT-H2H-A-PTS     PIC ZZZ,ZZZ,ZZ9.                        01830000
018400     05 FILLER            PIC X(01).                              01840000
018500     05 SCT-H2H-B-PTS     PIC ZZZ,ZZZ,ZZ9.                        01850000
018600     05 FILLER            PIC X(03).                              01860000
018700     05 SCT-H2H-LAST      PIC 9(08).                              01870000
018800     05 FILLER            PIC X(08).                              01880000
018900 01  SCT-FORM-LINE.                                               01890000
019000     05 SCT-FORM-NIGHT    PIC 9(08).                              01900000
019100     05 FILLER            PIC X(04).                              01910000
019200     05 SCT-FORM-A.                                               01920000
019300        10 SCT-FA-WIN     PIC ZZZ9.                               01930000
019400        10 FILLER         PIC X(01).                              01940000
019500        10 SCT-FA-LOSE    PIC ZZZ9.                               01950000
019600        10 FILLER         PIC X(01).                              01960000
019700        10 SCT-FA-DRAW    PIC ZZZ9.                               01970000
019800        10 FILLER         PIC X(02).                              01980000
019900        10 SCT-FA-PTS     PIC Z,ZZZ,ZZ9.                          01990000
020000     05 SCT-FORM-A-TEXT   REDEFINES SCT-FORM-A                    02000000
020100                          PIC X(25).                              02010000
020200     05 FILLER            PIC X(04).                              02020000
020300     05 SCT-FORM-B.                                               02030000
020400        10 SCT-FB-WIN     PIC ZZZ9.                               02040000
020500        10 FILLER         PIC X(01).                              02050000
020600        10 SCT-FB-LOSE    PIC ZZZ9.                               02060000
020700        10 FILLER         PIC X(01).                              02070000
020800        10 SCT-FB-DRAW    PIC ZZZ9.                               02080000
020900        10 FILLER         PIC X(02).                              02090000
021000        10 SCT-FB-PTS     PIC Z,ZZZ,ZZ9.                          02100000
021100     05 SCT-FORM-B-TEXT   REDEFINES SCT-FORM-B                    02110000
021200                          PIC X(25).                              02120000
021300     05 FILLER            PIC X(14).                              02130000
021400                                                                  02140000
021500 FD  AUD-HIST                                                     02150000
021600     DATA RECORD IS AUD-HIST-REC.                                 02160000
021700 01  AUD-HIST-REC.                                                02170000
021800     05 HIST-DATE            PIC 9(08).                           02180000
021900     05 FILLER               PIC X(02).                           02190000
022000     05 HIST-TIME            PIC 9(06).                           02200000
022100     05 FILLER               PIC X(02).                           02210000
022200     05 HIST-PGM             PIC X(08).                           02220000
022300     05 FILLER               PIC X(02).                           02230000
022400     05 HIST-OUTPUT          PIC X(40).                           02240000
022401     05 FILLER               PIC X(02).                           02240100
022402     05 HIST-VERSION         PIC X(08).                           02240200
022500                                                                  02250000
022600 WORKING-STORAGE SECTION.                                         02260000
022700 01  WS-WORK-FIELDS.                                              02270000
022800     05 WS-I              PIC 9(03)   VALUE ZEROES.               02280000
022900     05 WS-J              PIC 9(03)   VALUE ZEROES.               02290000
023000     05 WS-K              PIC 9(03)   VALUE ZEROES.               02300000
023100     05 WS-N              PIC 9(03)   VALUE ZEROES.               02310000
023200     05 WS-P              PIC 9(03)   VALUE ZEROES.               02320000
023300     05 WS-S              PIC 9(03)   VALUE ZEROES.               02330000
023400     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               02340000
023500     05 WS-SESSION-DATE   PIC 9(08)   VALUE ZEROES.               02350000
023600     05 WS-PAGE-NO        PIC 9(04)   VALUE ZEROES.               02360000
023700     05 WS-OFF-CNT        PIC 9(03)   VALUE ZEROES.               02370000
023800     05 WS-UNPAIRED-CNT   PIC 9(03)   VALUE ZEROES.               02380000
023900     05 WS-FORM-CNT       PIC 9(03)   VALUE ZEROES.               02390000
024000     05 WS-SIDE-A         PIC X(05)   VALUE SPACES.               02400000
024100     05 WS-SIDE-B         PIC X(05)   VALUE SPACES.               02410000
024200     05 WS-HOLD-ID        PIC X(05)   VALUE SPACES.               02420000
024300     05 WS-CUR-ID         PIC X(05)   VALUE SPACES.               02430000
024400     05 WS-SIDE-LBL       PIC X(02)   VALUE SPACES.               02440000
024500     05 WS-EDIT-RATING    PIC ZZ,ZZ9.                             02450000
024600     05 WS-PENDING-SW     PIC X(01)   VALUE 'N'.                  02460000
024700        88 WS-PAIR-PENDING VALUE 'Y'.                             02470000
024800     05 WS-A-ON-SW        PIC X(01)   VALUE 'N'.                  02480000
024900        88 WS-A-ON-FIXTURES VALUE 'Y'.                            02490000
025000     05 WS-B-ON-SW        PIC X(01)   VALUE 'N'.                  02500000
025100        88 WS-B-ON-FIXTURES VALUE 'Y'.                            02510000
025200                                                                  02520000
025300*----------------------------------------------------------------*02530000
025400* THE SESSION'S SCHEDULED TABLES, MARKED OFF AS PAIRINGS FIND    *02540000
025500* THEM                                                           *02550000
025600*----------------------------------------------------------------*02560000
025700 01  WS-FXT-FIELDS.                                               02570000
025800     05 WS-FXT-CNT        PIC 9(03)   VALUE ZEROES.               02580000
025900     05 WS-MAX-FXTS       PIC 9(03)   VALUE 200.                  02590000
026000 01  WS-FXT-TABLE.                                                02600000
026100     05 WS-FXT-ENTRY      OCCURS 200 TIMES.                       02610000
026200        10 WS-FXT-ID      PIC X(05).                              02620000
026300        10 WS-FXT-PAIRED-SW PIC X(01).                            02630000
026400           88 WS-FXT-PAIRED           VALUE 'Y'.                  02640000
026500                                                                  02650000
026600*----------------------------------------------------------------*02660000
026700* ONE ENTRY PER MATCH TO SCOUT, WITH THE PAIR'S HEAD-TO-HEAD     *02670000
026800* RECORD TURNED ROUND TO THE MATCH'S A AND B SIDES               *02680000
026900*----------------------------------------------------------------*02690000
027000 01  WS-MCH-FIELDS.                                               02700000
027100     05 WS-MCH-CNT        PIC 9(03)   VALUE ZEROES.               02710000
027200     05 WS-MAX-MCHS       PIC 9(03)   VALUE 100.                  02720000
027300 01  WS-MCH-TABLE.                                                02730000
027400     05 WS-MCH-ENTRY      OCCURS 100 TIMES.                       02740000
027500        10 WS-MCH-A       PIC X(05).                              02750000
027600        10 WS-MCH-B       PIC X(05).                              02760000
027700        10 WS-MCH-SA      PIC 9(03).                              02770000
027800        10 WS-MCH-SB      PIC 9(03).                              02780000
027900        10 WS-MCH-NOTE    PIC X(40).                              02790000
028000        10 WS-MCH-MEETS   PIC 9(05).                              02800000
028100        10 WS-MCH-AW      PIC 9(05).                              02810000
028200        10 WS-MCH-BW      PIC 9(05).                              02820000
028300        10 WS-MCH-DR      PIC 9(05).                              02830000
028400        10 WS-MCH-AP      PIC 9(10).                              02840000
028500        10 WS-MCH-BP      PIC 9(10).                              02850000
028600        10 WS-MCH-LAST    PIC 9(08).                              02860000
028700                                                                  02870000
028800*----------------------------------------------------------------*02880000
028900* ONE ENTRY PER TABLE APPEARING IN A MATCH - NAME, RATING AND    *02890000
029000* ITS FIGURES FOR EACH OF THE FIVE FORM NIGHTS                   *02900000
029100*----------------------------------------------------------------*02910000
029200 01  WS-SID-FIELDS.                                               02920000
029300     05 WS-SID-CNT        PIC 9(03)   VALUE ZEROES.               02930000
029400     05 WS-MAX-SIDS       PIC 9(03)   VALUE 200.                  02940000
029500 01  WS-SID-TABLE.                                                02950000
029600     05 WS-SID-ENTRY      OCCURS 200 TIMES.                       02960000
029700        10 WS-SID-ID      PIC X(05).                              02970000
029800        10 WS-SID-NAME    PIC X(20).                              02980000
029900        10 WS-SID-RATING  PIC 9(05).                              02990000
030000        10 WS-SID-RUNS    PIC 9(05).                              03000000
030100        10 WS-SID-RATED-SW PIC X(01).                             03010000
030200           88 WS-SID-RATED            VALUE 'Y'.                  03020000
030300        10 WS-SID-FORM    OCCURS 5 TIMES.                         03030000
030400           15 WS-SF-PLAYED-SW PIC X(01).                          03040000
030500              88 WS-SF-PLAYED         VALUE 'Y'.                  03050000
030600           15 WS-SF-WIN   PIC 9(05).                              03060000
030700           15 WS-SF-LOSE  PIC 9(05).                              03070000
030800           15 WS-SF-DRAW  PIC 9(05).                              03080000
030900           15 WS-SF-PTS   PIC 9(10).                              03090000
031000                                                                  03100000
031100*----------------------------------------------------------------*03110000
031200* THE FIVE NEWEST AOCD2LDR NIGHTS BEFORE THE SESSION, NEWEST     *03120000
031300* FIRST                                                          *03130000
031400*----------------------------------------------------------------*03140000
031500 01  WS-FORM-NIGHTS.                                              03150000
031600     05 WS-FN-DATE        PIC 9(08)   OCCURS 5 TIMES.             03160000
031700                                                                  03170000
031800 01  WS-SWITCHES.                                                 03180000
031900     05 FXT-FILE-STATUS   PIC X(02)   VALUE SPACES.               03190000
032000        88 FXT-SUCCESS    VALUE '00'.                             03200000
032100        88 FXT-EOF        VALUE '10'.                             03210000
032200     05 NXT-FILE-STATUS   PIC X(02)   VALUE SPACES.               03220000
032300        88 NXT-SUCCESS    VALUE '00'.                             03230000
032400        88 NXT-EOF        VALUE '10'.                             03240000
032500     05 RTG-FILE-STATUS   PIC X(02)   VALUE SPACES.               03250000
032600        88 RTG-SUCCESS    VALUE '00'.                             03260000
032700        88 RTG-EOF        VALUE '10'.                             03270000
032800     05 H2H-FILE-STATUS   PIC X(02)   VALUE SPACES.               03280000
032900        88 H2H-SUCCESS    VALUE '00'.                             03290000
033000        88 H2H-EOF        VALUE '10'.                             03300000
033100     05 LEADER-FILE-STATUS PIC X(02)  VALUE SPACES.               03310000
033200        88 LEADER-SUCCESS VALUE '00'.                             03320000
033300        88 LEADER-EOF     VALUE '10'.                             03330000
033400     05 SCT-FILE-STATUS   PIC X(02)   VALUE SPACES.               03340000
033500        88 SCT-SUCCESS    VALUE '00'.                             03350000
033600     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               03360000
033700        88 HIST-SUCCESS   VALUE '00'.                             03370000
033800                                                                  03380000
033900 01  WS-HIST-FIELDS.                                              03390000
034000     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               03400000
034100     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               03410000
034200     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               03420000
034201     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             03420100
034300                                                                  03430000
034400*----------------------------------------------------------------*03440000
034500* THE SESSION DATE TO SCOUT, YYYYMMDD. BLANK MEANS TONIGHT - THE *03450000
034600* SAME PARM STYLE AS AOCD2PGC                                    *03460000
034700*----------------------------------------------------------------*03470000
034800 LINKAGE SECTION.                                                 03480000
034900 01  LS-PARM-DATA.                                                03490000
035000     05 LS-DATE-PARM    PIC X(08).                                03500000
035100                                                                  03510000
035200 PROCEDURE DIVISION USING LS-PARM-DATA.                           03520000
035300                                                                  03530000
035400     IF LS-DATE-PARM IS NUMERIC AND LS-DATE-PARM > ZEROES         03540000
035500        MOVE LS-DATE-PARM    TO WS-SESSION-DATE                   03550000
035600     ELSE                                                         03560000
035700        ACCEPT WS-SESSION-DATE  FROM DATE YYYYMMDD                03570000
035800     END-IF.                                                      03580000
035900     MOVE ZEROES              TO WS-FORM-NIGHTS.                  03590000
036000     PERFORM 0500-LOAD-FIXTURES        THRU 0500-EXIT.            03600000
036100     PERFORM 0600-LOAD-PAIRINGS        THRU 0600-EXIT.            03610000
036200     PERFORM 0700-LOAD-RATINGS         THRU 0700-EXIT.            03620000
036300     PERFORM 0800-LOAD-H2H             THRU 0800-EXIT.            03630000
036400     PERFORM 1000-PICK-FORM-NIGHTS     THRU 1000-EXIT.            03640000
036500     PERFORM 1500-LOAD-FORM            THRU 1500-EXIT.            03650000
036600     PERFORM 2000-PRINT-SHEETS         THRU 2000-EXIT.            03660000
036700     IF WS-FXT-CNT = ZEROES                                       03670000
036800        OR WS-UNPAIRED-CNT > ZEROES                               03680000
036900        MOVE 4                TO RETURN-CODE                      03690000
037000     END-IF.                                                      03700000
037100     STRING 'SCOUTING SHEETS ' DELIMITED BY SIZE                  03710000
037200        WS-MCH-CNT DELIMITED BY SIZE                              03720000
037300        ' SESSION ' DELIMITED BY SIZE                             03730000
037400        WS-SESSION-DATE DELIMITED BY SIZE                         03740000
037500        INTO WS-HIST-MSG.                                         03750000
037600     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03760000
037700     GOBACK.                                                      03770000
037800                                                                  03780000
037900 0500-LOAD-FIXTURES.                                              03790000
038000     OPEN INPUT FXT-FILE.                                         03800000
038100     IF NOT FXT-SUCCESS                                           03810000
038200        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2FXT, FILE STATUS: '  03820000
038300                FXT-FILE-STATUS                                   03830000
038400        MOVE 16             TO RETURN-CODE                        03840000
038500        MOVE 'UNABLE TO OPEN FIXTURE FILE'   TO WS-HIST-MSG       03850000
038600        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03860000
038700        GOBACK                                                    03870000
038800     END-IF.                                                      03880000
038900     PERFORM UNTIL FXT-EOF                                        03890000
039000        READ FXT-FILE                                             03900000
039100             AT END                                               03910000
039200                SET FXT-EOF TO TRUE                               03920000
039300             NOT AT END                                           03930000
039400                IF FXT-SESSION-DATE = WS-SESSION-DATE             03940000
039500                   AND WS-FXT-CNT < WS-MAX-FXTS                   03950000
039600                   ADD 1 TO WS-FXT-CNT                            03960000
039700                   MOVE FXT-TABLE-ID  TO WS-FXT-ID(WS-FXT-CNT)    03970000
039800                   MOVE 'N'      TO WS-FXT-PAIRED-SW(WS-FXT-CNT)  03980000
039900                END-IF                                            03990000
040000        END-READ                                                  04000000
040100     END-PERFORM.                                                 04010000
040200     CLOSE FXT-FILE.                                              04020000
040300     IF WS-FXT-CNT = ZEROES                                       04030000
040400        DISPLAY 'NO FIXTURES ON AOCD2FXT FOR SESSION '            04040000
040500                WS-SESSION-DATE                                   04050000
040600     END-IF.                                                      04060000
040700 0500-EXIT.                                                       04070000
040800     EXIT.                                                        04080000
040900                                                                  04090000
041000 0600-LOAD-PAIRINGS.                                              04100000
041100     OPEN INPUT NXT-FILE.                                         04110000
041200     IF NOT NXT-SUCCESS                                           04120000
041300        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2NXT, FILE STATUS: '  04130000
041400                NXT-FILE-STATUS                                   04140000
041500        MOVE 16             TO RETURN-CODE                        04150000
041600        MOVE 'UNABLE TO OPEN PAIRING FILE'   TO WS-HIST-MSG       04160000
041700        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04170000
041800        GOBACK                                                    04180000
041900     END-IF.                                                      04190000
042000     PERFORM UNTIL NXT-EOF                                        04200000
042100        READ NXT-FILE                                             04210000
042200             AT END                                               04220000
042300                SET NXT-EOF TO TRUE                               04230000
042400             NOT AT END                                           04240000
042500                IF WS-PAIR-PENDING                                04250000
042600                   MOVE WS-HOLD-ID    TO WS-SIDE-A                04260000
042700                   MOVE NXT-TABLE-ID  TO WS-SIDE-B                04270000
042800                   MOVE 'N'           TO WS-PENDING-SW            04280000
042900                   PERFORM 0650-KEEP-PAIR  THRU 0650-EXIT         04290000
043000                ELSE                                              04300000
043100                   MOVE NXT-TABLE-ID  TO WS-HOLD-ID               04310000
043200                   MOVE 'Y'           TO WS-PENDING-SW            04320000
043300                END-IF                                            04330000
043400        END-READ                                                  04340000
043500     END-PERFORM.                                                 04350000
043600     CLOSE NXT-FILE.                                              04360000
043700     IF WS-PAIR-PENDING                                           04370000
043800        DISPLAY 'BYE - NO SCOUTING SHEET FOR TABLE ' WS-HOLD-ID   04380000
043900     END-IF.                                                      04390000
044000     PERFORM VARYING WS-I FROM 1 BY 1                             04400000
044100               UNTIL WS-I > WS-FXT-CNT                            04410000
044200        IF NOT WS-FXT-PAIRED(WS-I)                                04420000
044300           ADD 1              TO WS-UNPAIRED-CNT                  04430000
044400        END-IF                                                    04440000
044500     END-PERFORM.                                                 04450000
044600     DISPLAY 'MATCHES TO SCOUT: ' WS-MCH-CNT                      04460000
044700             ' PAIRINGS OFF THE FIXTURE LIST: ' WS-OFF-CNT        04470000
044800             ' SCHEDULED WITHOUT A PAIRING: ' WS-UNPAIRED-CNT.    04480000
044900 0600-EXIT.                                                       04490000
045000     EXIT.                                                        04500000
045100                                                                  04510000
045200 0650-KEEP-PAIR.                                                  04520000
045300*----------------------------------------------------------------*04530000
045400* A PAIRING IS SCOUTED WHEN EITHER TABLE IS ON TONIGHT'S         *04540000
045500* FIXTURES - ONE ON AND ONE OFF IS STILL A MATCH THE DESK        *04550000
045600* NEEDS TO KNOW ABOUT, SO IT IS PRINTED WITH A NOTE              *04560000
045700*----------------------------------------------------------------*04570000
045800     MOVE 'N'                 TO WS-A-ON-SW.                      04580000
045900     MOVE 'N'                 TO WS-B-ON-SW.                      04590000
046000     PERFORM VARYING WS-I FROM 1 BY 1                             04600000
046100               UNTIL WS-I > WS-FXT-CNT                            04610000
046200        IF WS-FXT-ID(WS-I) = WS-SIDE-A                            04620000
046300           SET WS-A-ON-FIXTURES  TO TRUE                          04630000
046400           SET WS-FXT-PAIRED(WS-I)  TO TRUE                       04640000
046500        END-IF                                                    04650000
046600        IF WS-FXT-ID(WS-I) = WS-SIDE-B                            04660000
046700           SET WS-B-ON-FIXTURES  TO TRUE                          04670000
046800           SET WS-FXT-PAIRED(WS-I)  TO TRUE                       04680000
046900        END-IF                                                    04690000
047000     END-PERFORM.                                                 04700000
047100     IF NOT WS-A-ON-FIXTURES                                      04710000
047200        AND NOT WS-B-ON-FIXTURES                                  04720000
047300        ADD 1                 TO WS-OFF-CNT                       04730000
047400        GO TO 0650-EXIT                                           04740000
047500     END-IF.                                                      04750000
047600     IF WS-MCH-CNT NOT < WS-MAX-MCHS                              04760000
047700        DISPLAY 'MATCH CAPACITY (100) EXCEEDED - NOT SCOUTED: '   04770000
047800                WS-SIDE-A ' V ' WS-SIDE-B                         04780000
047900        GO TO 0650-EXIT                                           04790000
048000     END-IF.                                                      04800000
048100     ADD 1                    TO WS-MCH-CNT.                      04810000
048200     INITIALIZE               WS-MCH-ENTRY(WS-MCH-CNT).           04820000
048300     MOVE WS-SIDE-A           TO WS-MCH-A(WS-MCH-CNT).            04830000
048400     MOVE WS-SIDE-B           TO WS-MCH-B(WS-MCH-CNT).            04840000
048500     EVALUATE TRUE                                                04850000
048600         WHEN NOT WS-A-ON-FIXTURES                                04860000
048700              STRING WS-SIDE-A DELIMITED BY SPACE                 04870000
048800                 ' NOT ON THE FIXTURE LIST' DELIMITED BY SIZE     04880000
048900                 INTO WS-MCH-NOTE(WS-MCH-CNT)                     04890000
049000         WHEN NOT WS-B-ON-FIXTURES                                04900000
049100              STRING WS-SIDE-B DELIMITED BY SPACE                 04910000
049200                 ' NOT ON THE FIXTURE LIST' DELIMITED BY SIZE     04920000
049300                 INTO WS-MCH-NOTE(WS-MCH-CNT)                     04930000
049400     END-EVALUATE.                                                04940000
049500     MOVE WS-SIDE-A           TO WS-CUR-ID.                       04950000
049600     PERFORM 0660-FIND-OR-ADD-SIDE  THRU 0660-EXIT.               04960000
049700     MOVE WS-SLOT             TO WS-MCH-SA(WS-MCH-CNT).           04970000
049800     MOVE WS-SIDE-B           TO WS-CUR-ID.                       04980000
049900     PERFORM 0660-FIND-OR-ADD-SIDE  THRU 0660-EXIT.               04990000
050000     MOVE WS-SLOT             TO WS-MCH-SB(WS-MCH-CNT).           05000000
050100 0650-EXIT.                                                       05010000
050200     EXIT.                                                        05020000
050300                                                                  05030000
050400 0660-FIND-OR-ADD-SIDE.                                           05040000
050500     MOVE ZEROES              TO WS-SLOT.                         05050000
050600     PERFORM VARYING WS-J FROM 1 BY 1                             05060000
050700               UNTIL WS-J > WS-SID-CNT                            05070000
050800                  OR WS-SLOT > ZEROES                             05080000
050900        IF WS-SID-ID(WS-J) = WS-CUR-ID                            05090000
051000           MOVE WS-J             TO WS-SLOT                       05100000
051100        END-IF                                                    05110000
051200     END-PERFORM.                                                 05120000
051300     IF WS-SLOT = ZEROES                                          05130000
051400        ADD 1                 TO WS-SID-CNT                       05140000
051500        MOVE WS-SID-CNT       TO WS-SLOT                          05150000
051600        INITIALIZE            WS-SID-ENTRY(WS-SLOT)               05160000
051700        MOVE WS-CUR-ID        TO WS-SID-ID(WS-SLOT)               05170000
051800     END-IF.                                                      05180000
051900 0660-EXIT.                                                       05190000
052000     EXIT.                                                        05200000
052100                                                                  05210000
052200 0700-LOAD-RATINGS.                                               05220000
052300     OPEN INPUT RTG-FILE.                                         05230000
052400     IF NOT RTG-SUCCESS                                           05240000
052500        DISPLAY 'NO RATING FILE - EVERY TABLE SHOWN UNRATED'      05250000
052600        GO TO 0700-EXIT                                           05260000
052700     END-IF.                                                      05270000
052800     PERFORM UNTIL RTG-EOF                                        05280000
052900        READ RTG-FILE                                             05290000
053000             AT END                                               05300000
053100                SET RTG-EOF TO TRUE                               05310000
053200             NOT AT END                                           05320000
053300                IF RTG-RATING IS NUMERIC                          05330000
053400                   PERFORM VARYING WS-S FROM 1 BY 1               05340000
053500                             UNTIL WS-S > WS-SID-CNT              05350000
053600                      IF WS-SID-ID(WS-S) = RTG-TABLE-ID           05360000
053700                         MOVE RTG-RATING  TO WS-SID-RATING(WS-S)  05370000
053800                         MOVE RTG-RUNS    TO WS-SID-RUNS(WS-S)    05380000
053900                         SET WS-SID-RATED(WS-S)  TO TRUE          05390000
054000                      END-IF                                      05400000
054100                   END-PERFORM                                    05410000
054200                END-IF                                            05420000
054300        END-READ                                                  05430000
054400     END-PERFORM.                                                 05440000
054500     CLOSE RTG-FILE.                                              05450000
054600 0700-EXIT.                                                       05460000
054700     EXIT.                                                        05470000
054800                                                                  05480000
054900 0800-LOAD-H2H.                                                   05490000
055000*----------------------------------------------------------------*05500000
055100* AOCD2H2H KEEPS EACH PAIR LOWER ID FIRST - WHEN TONIGHT'S A     *05510000
055200* SIDE IS THE HIGHER ID THE RECORD IS TURNED ROUND               *05520000
055300*----------------------------------------------------------------*05530000
055400     OPEN INPUT H2H-FILE.                                         05540000
055500     IF NOT H2H-SUCCESS                                           05550000
055600        DISPLAY 'NO HEAD-TO-HEAD FILE - NO MEETINGS SHOWN'        05560000
055700        GO TO 0800-EXIT                                           05570000
055800     END-IF.                                                      05580000
055900     PERFORM UNTIL H2H-EOF                                        05590000
056000        READ H2H-FILE                                             05600000
056100             AT END                                               05610000
056200                SET H2H-EOF TO TRUE                               05620000
056300             NOT AT END                                           05630000
056400                IF H2H-A-WINS IS NUMERIC                          05640000
056500                   PERFORM 0850-MATCH-ONE-H2H  THRU 0850-EXIT     05650000
056600                END-IF                                            05660000
056700        END-READ                                                  05670000
056800     END-PERFORM.                                                 05680000
056900     CLOSE H2H-FILE.                                              05690000
057000 0800-EXIT.                                                       05700000
057100     EXIT.                                                        05710000
057200                                                                  05720000
057300 0850-MATCH-ONE-H2H.                                              05730000
057400     PERFORM VARYING WS-I FROM 1 BY 1                             05740000
057500               UNTIL WS-I > WS-MCH-CNT                            05750000
057600        IF WS-MCH-A(WS-I) = H2H-TABLE-A                           05760000
057700           AND WS-MCH-B(WS-I) = H2H-TABLE-B                       05770000
057800           MOVE H2H-A-WINS    TO WS-MCH-AW(WS-I)                  05780000
057900           MOVE H2H-B-WINS    TO WS-MCH-BW(WS-I)                  05790000
058000           MOVE H2H-A-POINTS  TO WS-MCH-AP(WS-I)                  05800000
058100           MOVE H2H-B-POINTS  TO WS-MCH-BP(WS-I)                  05810000
058200           MOVE H2H-DRAWS     TO WS-MCH-DR(WS-I)                  05820000
058300           MOVE H2H-NIGHTS    TO WS-MCH-MEETS(WS-I)               05830000
058400           MOVE H2H-LAST-DATE TO WS-MCH-LAST(WS-I)                05840000
058500        END-IF                                                    05850000
058600        IF WS-MCH-A(WS-I) = H2H-TABLE-B                           05860000
058700           AND WS-MCH-B(WS-I) = H2H-TABLE-A                       05870000
058800           MOVE H2H-B-WINS    TO WS-MCH-AW(WS-I)                  05880000
058900           MOVE H2H-A-WINS    TO WS-MCH-BW(WS-I)                  05890000
059000           MOVE H2H-B-POINTS  TO WS-MCH-AP(WS-I)                  05900000
059100           MOVE H2H-A-POINTS  TO WS-MCH-BP(WS-I)                  05910000
059200           MOVE H2H-DRAWS     TO WS-MCH-DR(WS-I)                  05920000
059300           MOVE H2H-NIGHTS    TO WS-MCH-MEETS(WS-I)               05930000
059400           MOVE H2H-LAST-DATE TO WS-MCH-LAST(WS-I)                05940000
059500        END-IF                                                    05950000
059600     END-PERFORM.                                                 05960000
059700 0850-EXIT.                                                       05970000
059800     EXIT.                                                        05980000
059900                                                                  05990000
060000 1000-PICK-FORM-NIGHTS.                                           06000000
060100*----------------------------------------------------------------*06010000
060200* SWEEP AOCD2LDR FOR THE FIVE NEWEST NIGHTS BEFORE THE SESSION,  *06020000
060300* KEPT NEWEST FIRST. A MISSING LEADERBOARD ONLY COSTS THE FORM   *06030000
060400*----------------------------------------------------------------*06040000
060500     OPEN INPUT LEADER-HIST.                                      06050000
060600     IF NOT LEADER-SUCCESS                                        06060000
060700        DISPLAY 'WARNING - UNABLE TO OPEN AOCD2LDR, FILE STATUS: '06070000
060800                LEADER-FILE-STATUS ' - NO FORM SHOWN'             06080000
060900        GO TO 1000-EXIT                                           06090000
061000     END-IF.                                                      06100000
061100     PERFORM UNTIL LEADER-EOF                                     06110000
061200        READ LEADER-HIST                                          06120000
061300             AT END                                               06130000
061400                SET LEADER-EOF TO TRUE                            06140000
061500             NOT AT END                                           06150000
061600                IF LDR-RUN-DATE < WS-SESSION-DATE                 06160000
061700                   AND NOT LDR-ADJUSTMENT                         06170000
061800                   PERFORM 1100-NOTE-NIGHT  THRU 1100-EXIT        06180000
061900                END-IF                                            06190000
062000        END-READ                                                  06200000
062100     END-PERFORM.                                                 06210000
062200     CLOSE LEADER-HIST.                                           06220000
062300     MOVE SPACES              TO LEADER-FILE-STATUS.              06230000
062400 1000-EXIT.                                                       06240000
062500     EXIT.                                                        06250000
062600                                                                  06260000
062700 1100-NOTE-NIGHT.                                                 06270000
062800     MOVE ZEROES              TO WS-P.                            06280000
062900     PERFORM VARYING WS-N FROM 1 BY 1                             06290000
063000               UNTIL WS-N > 5                                     06300000
063100                  OR WS-P > ZEROES                                06310000
063200        IF LDR-RUN-DATE = WS-FN-DATE(WS-N)                        06320000
063300           GO TO 1100-EXIT                                        06330000
063400        END-IF                                                    06340000
063500        IF LDR-RUN-DATE > WS-FN-DATE(WS-N)                        06350000
063600           MOVE WS-N             TO WS-P                          06360000
063700        END-IF                                                    06370000
063800     END-PERFORM.                                                 06380000
063900     IF WS-P = ZEROES                                             06390000
064000        GO TO 1100-EXIT                                           06400000
064100     END-IF.                                                      06410000
064200     PERFORM VARYING WS-N FROM 5 BY -1                            06420000
064300               UNTIL WS-N NOT > WS-P                              06430000
064400        MOVE WS-FN-DATE(WS-N - 1)  TO WS-FN-DATE(WS-N)            06440000
064500     END-PERFORM.                                                 06450000
064600     MOVE LDR-RUN-DATE        TO WS-FN-DATE(WS-P).                06460000
064700 1100-EXIT.                                                       06470000
064800     EXIT.                                                        06480000
064900                                                                  06490000
065000 1500-LOAD-FORM.                                                  06500000
065100*----------------------------------------------------------------*06510000
065200* SECOND PASS - EACH MATCH TABLE'S NIGHT ROW FOR EVERY FORM      *06520000
065300* NIGHT, CORRECTED BY ANY DISPUTE ADJUSTMENT AGAINST IT, AND THE *06530000
065400* NEWEST PLAYER NAME THE LEADERBOARD CARRIES FOR THE TABLE       *06540000
065500*----------------------------------------------------------------*06550000
065600     IF WS-FN-DATE(1) = ZEROES                                    06560000
065700        GO TO 1500-EXIT                                           06570000
065800     END-IF.                                                      06580000
065900     OPEN INPUT LEADER-HIST.                                      06590000
066000     PERFORM UNTIL LEADER-EOF                                     06600000
066100        READ LEADER-HIST                                          06610000
066200             AT END                                               06620000
066300                SET LEADER-EOF TO TRUE                            06630000
066400             NOT AT END                                           06640000
066500                PERFORM 1600-FORM-ONE-ROW  THRU 1600-EXIT         06650000
066600        END-READ                                                  06660000
066700     END-PERFORM.                                                 06670000
066800     CLOSE LEADER-HIST.                                           06680000
066900     PERFORM VARYING WS-N FROM 1 BY 1                             06690000
067000               UNTIL WS-N > 5                                     06700000
067100        IF WS-FN-DATE(WS-N) > ZEROES                              06710000
067200           ADD 1              TO WS-FORM-CNT                      06720000
067300        END-IF                                                    06730000
067400     END-PERFORM.                                                 06740000
067500 1500-EXIT.                                                       06750000
067600     EXIT.                                                        06760000
067700                                                                  06770000
067800 1600-FORM-ONE-ROW.                                               06780000
067900     MOVE ZEROES              TO WS-S.                            06790000
068000     PERFORM VARYING WS-J FROM 1 BY 1                             06800000
068100               UNTIL WS-J > WS-SID-CNT                            06810000
068200                  OR WS-S > ZEROES                                06820000
068300        IF WS-SID-ID(WS-J) = LDR-TABLE-ID                         06830000
068400           MOVE WS-J             TO WS-S                          06840000
068500        END-IF                                                    06850000
068600     END-PERFORM.                                                 06860000
068700     IF WS-S = ZEROES                                             06870000
068800        GO TO 1600-EXIT                                           06880000
068900     END-IF.                                                      06890000
069000     IF LDR-PLAYER-NAME NOT = SPACES                              06900000
069100        MOVE LDR-PLAYER-NAME  TO WS-SID-NAME(WS-S)                06910000
069200     END-IF.                                                      06920000
069300     MOVE ZEROES              TO WS-N.                            06930000
069400     PERFORM VARYING WS-K FROM 1 BY 1                             06940000
069500               UNTIL WS-K > 5                                     06950000
069600                  OR WS-N > ZEROES                                06960000
069700        IF WS-FN-DATE(WS-K) = LDR-RUN-DATE                        06970000
069800           MOVE WS-K             TO WS-N                          06980000
069900        END-IF                                                    06990000
070000     END-PERFORM.                                                 07000000
070100     IF WS-N = ZEROES                                             07010000
070200        GO TO 1600-EXIT                                           07020000
070300     END-IF.                                                      07030000
070400     IF LDR-ADJUSTMENT                                            07040000
070500        PERFORM 1700-APPLY-ADJUSTMENT  THRU 1700-EXIT             07050000
070600        GO TO 1600-EXIT                                           07060000
070700     END-IF.                                                      07070000
070800     SET WS-SF-PLAYED(WS-S WS-N)  TO TRUE.                        07080000
070900     MOVE LDR-WIN             TO WS-SF-WIN(WS-S WS-N).            07090000
071000     MOVE LDR-LOSE            TO WS-SF-LOSE(WS-S WS-N).           07100000
071100     MOVE LDR-DRAW            TO WS-SF-DRAW(WS-S WS-N).           07110000
071200     MOVE LDR-TOTAL           TO WS-SF-PTS(WS-S WS-N).            07120000
071300 1600-EXIT.                                                       07130000
071400     EXIT.                                                        07140000
071500                                                                  07150000
071600 1700-APPLY-ADJUSTMENT.                                           07160000
071700     IF NOT WS-SF-PLAYED(WS-S WS-N)                               07170000
071800        GO TO 1700-EXIT                                           07180000
071900     END-IF.                                                      07190000
072000     IF LDR-ADJ-SIGN = '-'                                        07200000
072100        IF LDR-ADJ-POINTS > WS-SF-PTS(WS-S WS-N)                  07210000
072200           MOVE ZEROES        TO WS-SF-PTS(WS-S WS-N)             07220000
072300        ELSE                                                      07230000
072400           SUBTRACT LDR-ADJ-POINTS FROM WS-SF-PTS(WS-S WS-N)      07240000
072500        END-IF                                                    07250000
072600     ELSE                                                         07260000
072700        ADD LDR-ADJ-POINTS    TO WS-SF-PTS(WS-S WS-N)             07270000
072800     END-IF.                                                      07280000
072900     EVALUATE LDR-ADJ-OLD-OUT                                     07290000
073000        WHEN 'W'                                                  07300000
073100           IF WS-SF-WIN(WS-S WS-N) > ZEROES                       07310000
073200              SUBTRACT 1      FROM WS-SF-WIN(WS-S WS-N)           07320000
073300           END-IF                                                 07330000
073400        WHEN 'L'                                                  07340000
073500           IF WS-SF-LOSE(WS-S WS-N) > ZEROES                      07350000
073600              SUBTRACT 1      FROM WS-SF-LOSE(WS-S WS-N)          07360000
073700           END-IF                                                 07370000
073800        WHEN 'D'                                                  07380000
073900           IF WS-SF-DRAW(WS-S WS-N) > ZEROES                      07390000
074000              SUBTRACT 1      FROM WS-SF-DRAW(WS-S WS-N)          07400000
074100           END-IF                                                 07410000
074200     END-EVALUATE.                                                07420000
074300     EVALUATE LDR-ADJ-NEW-OUT                                     07430000
074400        WHEN 'W'                                                  07440000
074500           ADD 1              TO WS-SF-WIN(WS-S WS-N)             07450000
074600        WHEN 'L'                                                  07460000
074700           ADD 1              TO WS-SF-LOSE(WS-S WS-N)            07470000
074800        WHEN 'D'                                                  07480000
074900           ADD 1              TO WS-SF-DRAW(WS-S WS-N)            07490000
075000     END-EVALUATE.                                                07500000
075100 1700-EXIT.                                                       07510000
075200     EXIT.                                                        07520000
075300                                                                  07530000
075400 2000-PRINT-SHEETS.                                               07540000
075500     OPEN OUTPUT SCT-RPT.                                         07550000
075600     PERFORM VARYING WS-I FROM 1 BY 1                             07560000
075700               UNTIL WS-I > WS-MCH-CNT                            07570000
075800        PERFORM 2100-PRINT-ONE-MATCH  THRU 2100-EXIT              07580000
075900     END-PERFORM.                                                 07590000
076000     IF WS-UNPAIRED-CNT > ZEROES                                  07600000
076100        OR WS-MCH-CNT = ZEROES                                    07610000
076200        PERFORM 2900-PRINT-UNPAIRED  THRU 2900-EXIT               07620000
076300     END-IF.                                                      07630000
076400     CLOSE SCT-RPT.                                               07640000
076500 2000-EXIT.                                                       07650000
076600     EXIT.                                                        07660000
076700                                                                  07670000
076800 2100-PRINT-ONE-MATCH.                                            07680000
076900     PERFORM 2050-PRINT-TITLE  THRU 2050-EXIT.                    07690000
077000     MOVE SPACES              TO SCT-REC.                         07700000
077100     MOVE 'MATCH '            TO SCT-MATCH-LIT.                   07710000
077200     MOVE WS-I                TO SCT-MATCH-NO.                    07720000
077300     MOVE ' OF '              TO SCT-OF-LIT.                      07730000
077400     MOVE WS-MCH-CNT          TO SCT-MATCH-CNT.                   07740000
077500     MOVE WS-MCH-A(WS-I)      TO SCT-MATCH-A.                     07750000
077600     MOVE ' V  '              TO SCT-V-LIT.                       07760000
077700     MOVE WS-MCH-B(WS-I)      TO SCT-MATCH-B.                     07770000
077800     MOVE WS-MCH-NOTE(WS-I)   TO SCT-MATCH-NOTE.                  07780000
077900     WRITE SCT-MATCH-LINE AFTER ADVANCING 2 LINES.                07790000
078000     MOVE SPACES              TO SCT-REC.                         07800000
078100     MOVE '  TABLE  PLAYER                RATING   NIGHTS  NOTES' 07810000
078200                              TO SCT-REC(1:53).                   07820000
078300     WRITE SCT-REC AFTER ADVANCING 2 LINES.                       07830000
078400     MOVE 'A '                TO WS-SIDE-LBL.                     07840000
078500     MOVE WS-MCH-SA(WS-I)     TO WS-S.                            07850000
078600     PERFORM 2200-PRINT-SIDE  THRU 2200-EXIT.                     07860000
078700     MOVE 'B '                TO WS-SIDE-LBL.                     07870000
078800     MOVE WS-MCH-SB(WS-I)     TO WS-S.                            07880000
078900     PERFORM 2200-PRINT-SIDE  THRU 2200-EXIT.                     07890000
079000     PERFORM 2300-PRINT-H2H   THRU 2300-EXIT.                     07900000
079100     PERFORM 2400-PRINT-FORM  THRU 2400-EXIT.                     07910000
079200 2100-EXIT.                                                       07920000
079300     EXIT.                                                        07930000
079400                                                                  07940000
079500 2050-PRINT-TITLE.                                                07950000
079600     ADD 1                    TO WS-PAGE-NO.                      07960000
079700     MOVE SPACES              TO SCT-REC.                         07970000
079800     MOVE 'PRE-MATCH SCOUTING SHEET'  TO SCT-TITLE.               07980000
079900     MOVE 'SESSION '          TO SCT-SESS-LIT.                    07990000
080000     MOVE WS-SESSION-DATE     TO SCT-SESS-DATE.                   08000000
080100     MOVE 'PAGE '             TO SCT-PAGE-LIT.                    08010000
080200     MOVE WS-PAGE-NO          TO SCT-PAGE-NO.                     08020000
080300     WRITE SCT-TITLE-LINE AFTER ADVANCING PAGE.                   08030000
080400 2050-EXIT.                                                       08040000
080500     EXIT.                                                        08050000
080600                                                                  08060000
080700 2200-PRINT-SIDE.                                                 08070000
080800     MOVE SPACES              TO SCT-REC.                         08080000
080900     MOVE WS-SIDE-LBL         TO SCT-SIDE-LBL.                    08090000
081000     MOVE WS-SID-ID(WS-S)     TO SCT-SIDE-ID.                     08100000
081100     MOVE WS-SID-NAME(WS-S)   TO SCT-SIDE-NAME.                   08110000
081200     IF WS-SID-RATED(WS-S)                                        08120000
081300        MOVE WS-SID-RATING(WS-S)  TO WS-EDIT-RATING               08130000
081400        MOVE WS-EDIT-RATING   TO SCT-SIDE-RATING                  08140000
081500        MOVE WS-SID-RUNS(WS-S)    TO SCT-SIDE-RUNS                08150000
081600     ELSE                                                         08160000
081700        MOVE 'UNRATED'        TO SCT-SIDE-RATING                  08170000
081800        MOVE ZEROES           TO SCT-SIDE-RUNS                    08180000
081900        MOVE 'NO RATED NIGHT - STARTS AT 1500'                    08190000
082000                              TO SCT-SIDE-NOTE                    08200000
082100     END-IF.                                                      08210000
082200     WRITE SCT-SIDE-LINE AFTER ADVANCING 1 LINE.                  08220000
082300 2200-EXIT.                                                       08230000
082400     EXIT.                                                        08240000
082500                                                                  08250000
082600 2300-PRINT-H2H.                                                  08260000
082700     MOVE SPACES              TO SCT-REC.                         08270000
082800     MOVE 'HEAD TO HEAD'      TO SCT-REC(1:12).                   08280000
082900     WRITE SCT-REC AFTER ADVANCING 2 LINES.                       08290000
083000     MOVE SPACES              TO SCT-REC.                         08300000
083100     IF WS-MCH-MEETS(WS-I) = ZEROES                               08310000
083200        MOVE 'NO PREVIOUS MEETING'  TO SCT-REC(3:19)              08320000
083300        WRITE SCT-REC AFTER ADVANCING 1 LINE                      08330000
083400        GO TO 2300-EXIT                                           08340000
083500     END-IF.                                                      08350000
083600     MOVE ' MEETS    A WINS    B WINS     DRAWS     A POINTS'     08360000
083700                              TO SCT-REC(1:50).                   08370000
083800     MOVE '    B POINTS LAST MET'                                 08380000
083900                              TO SCT-REC(51:21).                  08390000
084000     WRITE SCT-REC AFTER ADVANCING 1 LINE.                        08400000
084100     MOVE SPACES              TO SCT-REC.                         08410000
084200     MOVE WS-MCH-MEETS(WS-I)  TO SCT-H2H-MEETS.                   08420000
084300     MOVE WS-MCH-AW(WS-I)     TO SCT-H2H-A-WINS.                  08430000
084400     MOVE WS-MCH-BW(WS-I)     TO SCT-H2H-B-WINS.                  08440000
084500     MOVE WS-MCH-DR(WS-I)     TO SCT-H2H-DRAWS.                   08450000
084600     MOVE WS-MCH-AP(WS-I)     TO SCT-H2H-A-PTS.                   08460000
084700     MOVE WS-MCH-BP(WS-I)     TO SCT-H2H-B-PTS.                   08470000
084800     MOVE WS-MCH-LAST(WS-I)   TO SCT-H2H-LAST.                    08480000
084900     WRITE SCT-H2H-LINE AFTER ADVANCING 1 LINE.                   08490000
085000 2300-EXIT.                                                       08500000
085100     EXIT.                                                        08510000
085200                                                                  08520000
085300 2400-PRINT-FORM.                                                 08530000
085400     MOVE SPACES              TO SCT-REC.                         08540000
085500     MOVE 'RECENT FORM - LAST FIVE NIGHTS'  TO SCT-REC(1:30).     08550000
085600     WRITE SCT-REC AFTER ADVANCING 2 LINES.                       08560000
085700     MOVE SPACES              TO SCT-REC.                         08570000
085800     IF WS-FORM-CNT = ZEROES                                      08580000
085900        MOVE 'NO EARLIER NIGHTS ON THE LEADERBOARD'               08590000
086000                              TO SCT-REC(3:36)                    08600000
086100        WRITE SCT-REC AFTER ADVANCING 1 LINE                      08610000
086200        GO TO 2400-EXIT                                           08620000
086300     END-IF.                                                      08630000
086400     MOVE 'NIGHT  A:    W    L    D     POINTS B:    W    L    D' 08640000
086500                              TO SCT-REC(1:53).                   08650000
086600     MOVE '     POINTS'       TO SCT-REC(54:11).                  08660000
086700     WRITE SCT-REC AFTER ADVANCING 1 LINE.                        08670000
086800     PERFORM VARYING WS-N FROM 1 BY 1                             08680000
086900               UNTIL WS-N > WS-FORM-CNT                           08690000
087000        MOVE SPACES           TO SCT-REC                          08700000
087100        MOVE WS-FN-DATE(WS-N) TO SCT-FORM-NIGHT                   08710000
087200        MOVE WS-MCH-SA(WS-I)  TO WS-S                             08720000
087300        IF WS-SF-PLAYED(WS-S WS-N)                                08730000
087400           MOVE WS-SF-WIN(WS-S WS-N)   TO SCT-FA-WIN              08740000
087500           MOVE WS-SF-LOSE(WS-S WS-N)  TO SCT-FA-LOSE             08750000
087600           MOVE WS-SF-DRAW(WS-S WS-N)  TO SCT-FA-DRAW             08760000
087700           MOVE WS-SF-PTS(WS-S WS-N)   TO SCT-FA-PTS              08770000
087800        ELSE                                                      08780000
087900           MOVE '     DID NOT PLAY'     TO SCT-FORM-A-TEXT        08790000
088000        END-IF                                                    08800000
088100        MOVE WS-MCH-SB(WS-I)  TO WS-S                             08810000
088200        IF WS-SF-PLAYED(WS-S WS-N)                                08820000
088300           MOVE WS-SF-WIN(WS-S WS-N)   TO SCT-FB-WIN              08830000
088400           MOVE WS-SF-LOSE(WS-S WS-N)  TO SCT-FB-LOSE             08840000
088500           MOVE WS-SF-DRAW(WS-S WS-N)  TO SCT-FB-DRAW             08850000
088600           MOVE WS-SF-PTS(WS-S WS-N)   TO SCT-FB-PTS              08860000
088700        ELSE                                                      08870000
088800           MOVE '     DID NOT PLAY'     TO SCT-FORM-B-TEXT        08880000
088900        END-IF                                                    08890000
089000        WRITE SCT-FORM-LINE AFTER ADVANCING 1 LINE                08900000
089100     END-PERFORM.                                                 08910000
089200 2400-EXIT.                                                       08920000
089300     EXIT.                                                        08930000
089400                                                                  08940000
089500 2900-PRINT-UNPAIRED.                                             08950000
089600*----------------------------------------------------------------*08960000
089700* CLOSING PAGE - TABLES ON TONIGHT'S FIXTURES THAT NO PAIRING    *08970000
089800* NAMES, FOR THE DESK TO CHASE BEFORE PLAY STARTS                *08980000
089900*----------------------------------------------------------------*08990000
090000     PERFORM 2050-PRINT-TITLE  THRU 2050-EXIT.                    09000000
090100     MOVE SPACES              TO SCT-REC.                         09010000
090200     IF WS-FXT-CNT = ZEROES                                       09020000
090300        MOVE 'NO FIXTURES FOR THIS SESSION'  TO SCT-REC(1:28)     09030000
090400        WRITE SCT-REC AFTER ADVANCING 2 LINES                     09040000
090500        GO TO 2900-EXIT                                           09050000
090600     END-IF.                                                      09060000
090700     MOVE 'SCHEDULED WITHOUT A PAIRING'  TO SCT-REC(1:27).        09070000
090800     WRITE SCT-REC AFTER ADVANCING 2 LINES.                       09080000
090900     PERFORM VARYING WS-K FROM 1 BY 1                             09090000
091000               UNTIL WS-K > WS-FXT-CNT                            09100000
091100        IF NOT WS-FXT-PAIRED(WS-K)                                09110000
091200           MOVE SPACES        TO SCT-REC                          09120000
091300           MOVE WS-FXT-ID(WS-K)  TO SCT-REC(3:5)                  09130000
091400           WRITE SCT-REC AFTER ADVANCING 1 LINE                   09140000
091500        END-IF                                                    09150000
091600     END-PERFORM.                                                 09160000
091700 2900-EXIT.                                                       09170000
091800     EXIT.                                                        09180000
091900                                                                  09190000
092000*----------------------------------------------------------------*09200000
092100*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *09210000
092200*----------------------------------------------------------------*09220000
092300 9800-WRITE-AUDIT-HIST.                                           09230000
092400     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      09240000
092500     ACCEPT WS-HIST-TIME FROM TIME.                               09250000
092600     OPEN EXTEND AUD-HIST.                                        09260000
092700     INITIALIZE AUD-HIST-REC.                                     09270000
092800     MOVE WS-HIST-DATE          TO HIST-DATE.                     09280000
092900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     09290000
093000     MOVE 'AOCD2PGJ'            TO HIST-PGM.                      09300000
093001     MOVE WS-HIST-VER           TO HIST-VERSION.                  09300100
093100     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   09310000
093200     WRITE AUD-HIST-REC.                                          09320000
093300     CLOSE AUD-HIST.                                              09330000
093400 9800-EXIT.                                                       09340000
093500     EXIT.                                                        09350000
