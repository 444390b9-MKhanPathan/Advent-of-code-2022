000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 2 PROGRAM 20                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  SEASON CLOSE AND ROLLOVER. AOCD2LDR, AOCD2RTG AND AOCD2H2H    *00040000
000500*  CARRY FORWARD FOR EVER, SO A NEW SEASON'S STANDINGS OPENED    *00050000
000600*  WITH LAST YEAR ALREADY IN THEM UNLESS SOMEONE TRIMMED THE     *00060000
000700*  LEADERBOARD WITH AOCDHSKP AND RESET THE RATINGS BY HAND. RUN  *00070000
000800*  ONCE AT SEASON END WITH THE SEASON ID AS PARM (A BLANK PARM   *00080000
000870*  TAKES THE YEAR OF THE RUN DATE), THIS PROGRAM FIRST ARCHIVES  *00087000
000940*  THE SEASON: AOCD2PG5'S FINAL STANDINGS ARE FROZEN ONTO        *00094000
001010*  AOCD2SAR, AND EVERY AOCD2LDR ROW AND AOCD2H2H PAIR IS COPIED  *00101000
001080*  TO ITS SEASON ARCHIVE STAMPED WITH THE SEASON ID. ONLY THEN   *00108000
001150*  IS THE NEW SEASON STARTED - THE LEADERBOARD AND HEAD-TO-HEAD  *00115000
001220*  FILES EMPTIED, EVERY RATING REGRESSED PART-WAY BACK TOWARD    *00122000
001290*  THE MEAN RATING, AND THE HALL LEAGUE'S COUNT OF POSTED        *00129000
001360*  LEADERBOARD ROWS SET BACK TO ZERO. THE RUN NEEDS AN           *00136000
001430*  AUTHORIZED OPERATOR ON AOCDOPCK, A SEASON ID ALREADY ON       *00143000
001500*  AOCD2SAR IS REFUSED SO IT CANNOT FIRE BY ACCIDENT MID-SEASON, *00150000
001570*  AND AN ACTIVE AOCDHOLD HOLD ON AOCD2LDR OR AOCD2H2H REFUSES   *00157000
001640*  THE CLOSE BEFORE ANYTHING IS ARCHIVED                         *00164000
001800*----------------------------------------------------------------*00180000
001900 IDENTIFICATION DIVISION.                                         00190000
002000 PROGRAM-ID. AOCD2PGK.                                            00200000
002100 AUTHOR. z/OS Mainframer.                                         00210000
002200                                                                  00220000
002300 ENVIRONMENT DIVISION.                                            00230000
002400 INPUT-OUTPUT SECTION.                                            00240000
002500 FILE-CONTROL.                                                    00250000
002600*----------------------------------------------------------------*00260000
002700* THE SEASON STANDINGS AOCD2PG5 WRITES, REFRESHED BY THIS RUN    *00270000
002800*----------------------------------------------------------------*00280000
002900     SELECT STD-FILE    ASSIGN TO AOCD2STD                        00290000
003000        ORGANIZATION    IS SEQUENTIAL                             00300000
003100         ACCESS MODE    IS SEQUENTIAL                             00310000
003200         FILE STATUS    IS STD-FILE-STATUS.                       00320000
003300                                                                  00330000
003400*----------------------------------------------------------------*00340000
003500* THE SEASON ARCHIVE - EVERY CLOSED SEASON'S FINAL STANDINGS,    *00350000
003600* ONE ROW PER TABLE, STAMPED WITH THE SEASON ID                  *00360000
003700*----------------------------------------------------------------*00370000
003800     SELECT SAR-FILE    ASSIGN TO AOCD2SAR                        00380000
003900        ORGANIZATION    IS SEQUENTIAL                             00390000
004000         ACCESS MODE    IS SEQUENTIAL                             00400000
004100         FILE STATUS    IS SAR-FILE-STATUS.                       00410000
004200                                                                  00420000
004300     SELECT LEADER-HIST ASSIGN TO AOCD2LDR                        00430000
004400        ORGANIZATION    IS SEQUENTIAL                             00440000
004500         ACCESS MODE    IS SEQUENTIAL                             00450000
004600         FILE STATUS    IS LEADER-FILE-STATUS.                    00460000
004700                                                                  00470000
004800*----------------------------------------------------------------*00480000
004900* LEADERBOARD HISTORY OF CLOSED SEASONS - EACH AOCD2LDR ROW      *00490000
005000* BEHIND ITS SEASON ID                                           *00500000
005100*----------------------------------------------------------------*00510000
005200     SELECT SLH-FILE    ASSIGN TO AOCD2SLH                        00520000
005300        ORGANIZATION    IS SEQUENTIAL                             00530000
005400         ACCESS MODE    IS SEQUENTIAL                             00540000
005500         FILE STATUS    IS SLH-FILE-STATUS.                       00550000
005600                                                                  00560000
005700     SELECT RTG-FILE    ASSIGN TO AOCD2RTG                        00570000
005800        ORGANIZATION    IS SEQUENTIAL                             00580000
005900         ACCESS MODE    IS SEQUENTIAL                             00590000
006000         FILE STATUS    IS RTG-FILE-STATUS.                       00600000
006100                                                                  00610000
006200     SELECT H2H-FILE    ASSIGN TO AOCD2H2H                        00620000
006300        ORGANIZATION    IS SEQUENTIAL                             00630000
006400         ACCESS MODE    IS SEQUENTIAL                             00640000
006500         FILE STATUS    IS H2H-FILE-STATUS.                       00650000
006600                                                                  00660000
006700*----------------------------------------------------------------*00670000
006800* HEAD-TO-HEAD HISTORY OF CLOSED SEASONS - EACH AOCD2H2H PAIR    *00680000
006900* BEHIND ITS SEASON ID                                           *00690000
007000*----------------------------------------------------------------*00700000
007100     SELECT H2A-FILE    ASSIGN TO AOCD2H2A                        00710000
007200        ORGANIZATION    IS SEQUENTIAL                             00720000
007300         ACCESS MODE    IS SEQUENTIAL                             00730000
007400         FILE STATUS    IS H2A-FILE-STATUS.                       00740000
007500                                                                  00750000
007600     SELECT HLS-FILE    ASSIGN TO AOCD2HLS                        00760000
007700        ORGANIZATION    IS SEQUENTIAL                             00770000
007800         ACCESS MODE    IS SEQUENTIAL                             00780000
007900         FILE STATUS    IS HLS-FILE-STATUS.                       00790000
008000                                                                  00800000
008100*----------------------------------------------------------------*00810000
008200*  THE SEASON CLOSE REPORT                                       *00820000
008300*----------------------------------------------------------------*00830000
008400     SELECT SCL-RPT     ASSIGN TO AOCD2SCL                        00840000
008500        ORGANIZATION    IS SEQUENTIAL                             00850000
008600         ACCESS MODE    IS SEQUENTIAL                             00860000
008700         FILE STATUS    IS SCL-FILE-STATUS.                       00870000
008800                                                                  00880000
008810*----------------------------------------------------------------*00881000
008820* LEGAL AND AUDIT HOLDS FROM AOCDHOLD - NEVER WRITTEN HERE       *00882000
008830*----------------------------------------------------------------*00883000
008840     SELECT HOLD-FILE   ASSIGN TO AOCDHOLD                        00884000
008850        ORGANIZATION    IS SEQUENTIAL                             00885000
008860         ACCESS MODE    IS SEQUENTIAL                             00886000
008870         FILE STATUS    IS HOLD-FILE-STATUS.                      00887000
008880                                                                  00888000
008900*----------------------------------------------------------------*00890000
009000*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00900000
009100*----------------------------------------------------------------*00910000
009200     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00920000
009300        ORGANIZATION    IS SEQUENTIAL                             00930000
009400         ACCESS MODE    IS SEQUENTIAL                             00940000
009500         FILE STATUS    IS HIST-FILE-STATUS.                      00950000
009600                                                                  00960000
009700 DATA DIVISION.                                                   00970000
009800 FILE SECTION.                                                    00980000
009900 FD  STD-FILE.                                                    00990000
010000 01  STD-REC.                                                     01000000
010100     05 STD-RANK        PIC 9(03).                                01010000
010200     05 FILLER          PIC X(02).                                01020000
010300     05 STD-TABLE-ID    PIC X(05).                                01030000
010400     05 FILLER          PIC X(02).                                01040000
010500     05 STD-GAMES       PIC 9(07).                                01050000
010600     05 FILLER          PIC X(02).                                01060000
010700     05 STD-WIN         PIC 9(05).                                01070000
010800     05 FILLER          PIC X(01).                                01080000
010900     05 STD-LOSE        PIC 9(05).                                01090000
011000     05 FILLER          PIC X(01).                                01100000
011100     05 STD-DRAW        PIC 9(05).                                01110000
011200     05 FILLER          PIC X(02).                                01120000
011300     05 STD-POINTS      PIC 9(12).                                01130000
011400     05 FILLER          PIC X(02).                                01140000
011500     05 STD-PLAYER-NAME PIC X(20).                                01150000
011600     05 FILLER          PIC X(06).                                01160000
011700                                                                  01170000
011800*----------------------------------------------------------------*01180000
011900* THE AOCD2STD ROW AS WRITTEN, WITH THE SEASON ID IN ITS SPARE   *01190000
012000* TRAILING COLUMNS                                               *01200000
012100*----------------------------------------------------------------*01210000
012200 FD  SAR-FILE.                                                    01220000
012300 01  SAR-REC.                                                     01230000
012400     05 SAR-STD-DATA    PIC X(74).                                01240000
012500     05 SAR-SEASON-ID   PIC X(06).                                01250000
012600                                                                  01260000
012700 FD  LEADER-HIST.                                                 01270000
012800 01  LEADER-REC.                                                  01280000
012900     05 LDR-RUN-DATE    PIC 9(08).                                01290000
013000     05 FILLER          PIC X(72).                                01300000
013100                                                                  01310000
013200 FD  SLH-FILE.                                                    01320000
013300 01  SLH-REC.                                                     01330000
013400     05 SLH-SEASON-ID   PIC X(06).                                01340000
013500     05 FILLER          PIC X(02).                                01350000
013600     05 SLH-LDR-DATA    PIC X(80).                                01360000
013700                                                                  01370000
013800 FD  RTG-FILE.                                                    01380000
013900 01  RTG-REC.                                                     01390000
014000     05 RTG-TABLE-ID    PIC X(05).                                01400000
014100     05 FILLER          PIC X(01).                                01410000
014200     05 RTG-RATING      PIC 9(05).                                01420000
014300     05 FILLER          PIC X(01).                                01430000
014400     05 RTG-RUNS        PIC 9(05).                                01440000
014500     05 FILLER          PIC X(01).                                01450000
014600     05 RTG-LAST-DATE   PIC 9(08).                                01460000
014700                                                                  01470000
014800 FD  H2H-FILE.                                                    01480000
014900 01  H2H-REC            PIC X(63).                                01490000
015000                                                                  01500000
015100 FD  H2A-FILE.                                                    01510000
015200 01  H2A-REC.                                                     01520000
015300     05 H2A-SEASON-ID   PIC X(06).                                01530000
015400     05 FILLER          PIC X(01).                                01540000
015500     05 H2A-H2H-DATA    PIC X(63).                                01550000
015600                                                                  01560000
015700 FD  HLS-FILE.                                                    01570000
015800 01  HLS-REC.                                                     01580000
015900     05 HLS-HALL         PIC X(10).                               01590000
016000        88 HLS-CONTROL-ROW            VALUE '*CONTROL*'.          01600000
016100     05 FILLER           PIC X(01).                               01610000
016200     05 HLS-CTL-ROWS     PIC 9(07).                               01620000
016300     05 FILLER           PIC X(62).                               01630000
016400                                                                  01640000
016500*----------------------------------------------------------------*01650000
016600*  SEASON CLOSE REPORT LINES - TITLE, ONE LINE PER FROZEN        *01660000
016700*  STANDING, ONE PER REGRESSED RATING, AND THE CONTROL COUNTS    *01670000
016800*----------------------------------------------------------------*01680000
016900 FD  SCL-RPT.                                                     01690000
017000 01  SCL-REC              PIC X(80).                              01700000
017100 01  SCL-TITLE-LINE.                                              01710000
017200     05 SCL-TITLE         PIC X(30).                              01720000
017300     05 FILLER            PIC X(02).                              01730000
017400     05 SCL-SEASON-LIT    PIC X(07).                              01740000
017500     05 SCL-SEASON        PIC X(06).                              01750000
017600     05 FILLER            PIC X(03).                              01760000
017700     05 SCL-CLOSED-LIT    PIC X(07).                              01770000
017800     05 SCL-CLOSE-DATE    PIC 9(08).                              01780000
017900     05 FILLER            PIC X(17).                              01790000
018000 01  SCL-STD-LINE.                                                01800000
018100     05 SCL-STD-RANK      PIC ZZ9.                                01810000
018200     05 FILLER            PIC X(02).                              01820000
018300     05 SCL-STD-ID        PIC X(05).                              01830000
018400     05 FILLER            PIC X(02).                              01840000
018500     05 SCL-STD-NAME      PIC X(20).                              01850000
018600     05 FILLER            PIC X(02).                              01860000
018700     05 SCL-STD-WIN       PIC ZZ,ZZ9.                             01870000
018800     05 FILLER            PIC X(01).                              01880000
018900     05 SCL-STD-LOSE      PIC ZZ,ZZ9.                             01890000
019000     05 FILLER            PIC X(01).                              01900000
019100     05 SCL-STD-DRAW      PIC ZZ,ZZ9.                             01910000
019200     05 FILLER            PIC X(02).                              01920000
019300     05 SCL-STD-POINTS    PIC ZZZ,ZZZ,ZZZ,ZZ9.                    01930000
019400     05 FILLER            PIC X(09).                              01940000
019500 01  SCL-RTG-LINE.                                                01950000
019600     05 FILLER            PIC X(02).                              01960000
019700     05 SCL-RTG-ID        PIC X(05).                              01970000
019800     05 FILLER            PIC X(04).                              01980000
019900     05 SCL-RTG-OLD       PIC ZZ,ZZ9.                             01990000
020000     05 FILLER            PIC X(04).                              02000000
020100     05 SCL-RTG-NEW       PIC ZZ,ZZ9.                             02010000
020200     05 FILLER            PIC X(04).                              02020000
020300     05 SCL-RTG-CHANGE    PIC +++,++9.                            02030000
020400     05 FILLER            PIC X(04).                              02040000
020500     05 SCL-RTG-RUNS      PIC ZZ,ZZ9.                             02050000
020600     05 FILLER            PIC X(32).                              02060000
020700 01  SCL-CNT-LINE.                                                02070000
020800     05 SCL-CNT-LABEL     PIC X(44).                              02080000
020900     05 SCL-CNT-VALUE     PIC ZZZ,ZZZ,ZZ9.                        02090000
021000     05 FILLER            PIC X(25).                              02100000
021100                                                                  02110000
021110 FD  HOLD-FILE.                                                   02111000
021120     COPY AOCDHLD.                                                02112000
021130                                                                  02113000
021200 FD  AUD-HIST                                                     02120000
021300     DATA RECORD IS AUD-HIST-REC.                                 02130000
021400 01  AUD-HIST-REC.                                                02140000
021500     05 HIST-DATE            PIC 9(08).                           02150000
021600     05 FILLER               PIC X(02).                           02160000
021700     05 HIST-TIME            PIC 9(06).                           02170000
021800     05 FILLER               PIC X(02).                           02180000
021900     05 HIST-PGM             PIC X(08).                           02190000
022000     05 FILLER               PIC X(02).                           02200000
022100     05 HIST-OUTPUT          PIC X(40).                           02210000
022101     05 FILLER               PIC X(02).                           02210100
022102     05 HIST-VERSION         PIC X(08).                           02210200
022200                                                                  02220000
022300 WORKING-STORAGE SECTION.                                         02230000
022400 01  WS-WORK-FIELDS.                                              02240000
022500     05 WS-I              PIC 9(03)   VALUE ZEROES.               02250000
022600     05 WS-SEASON-ID      PIC X(06)   VALUE SPACES.               02260000
022700     05 WS-CLOSE-DATE     PIC 9(08)   VALUE ZEROES.               02270000
022800     05 WS-REGRESS-PCT    PIC 9(03)   VALUE ZEROES.               02280000
022900     05 WS-KEEP-PCT       PIC 9(03)   VALUE ZEROES.               02290000
023000     05 WS-STEP-RC        PIC 9(04)   VALUE ZEROES.               02300000
023100     05 WS-STD-CNT        PIC 9(05)   VALUE ZEROES.               02310000
023200     05 WS-LDR-CNT        PIC 9(07)   VALUE ZEROES.               02320000
023300     05 WS-FIRST-NIGHT    PIC 9(08)   VALUE ZEROES.               02330000
023400     05 WS-LAST-NIGHT     PIC 9(08)   VALUE ZEROES.               02340000
023500     05 WS-H2H-CNT        PIC 9(07)   VALUE ZEROES.               02350000
023600     05 WS-RTG-SUM        PIC 9(09)   VALUE ZEROES.               02360000
023700     05 WS-MEAN-RATING    PIC 9(05)   VALUE ZEROES.               02370000
023800     05 WS-NEW-RATING     PIC S9(06)  VALUE ZEROES.               02380000
023900     05 WS-RATING-CHANGE  PIC S9(06)  VALUE ZEROES.               02390000
024000     05 WS-HALL-ROWS-WAS  PIC 9(07)   VALUE ZEROES.               02400000
024010     05 WS-HOLD-CNT       PIC 9(03)   VALUE ZEROES.               02401000
024100     05 WS-CLOSED-SW      PIC X(01)   VALUE 'N'.                  02410000
024200        88 WS-SEASON-CLOSED  VALUE 'Y'.                           02420000
024300     05 WS-HALL-SW        PIC X(01)   VALUE 'N'.                  02430000
024400        88 WS-HALL-RESET     VALUE 'Y'.                           02440000
024500                                                                  02450000
024600*----------------------------------------------------------------*02460000
024700* RATINGS HELD WHILE THE MEAN IS TAKEN - AOCD2RTG IS REWRITTEN   *02470000
024800* WHOLE FROM HERE                                                *02480000
024900*----------------------------------------------------------------*02490000
025000 01  WS-RTG-FIELDS.                                               02500000
025100     05 WS-RTG-CNT        PIC 9(03)   VALUE ZEROES.               02510000
025200     05 WS-MAX-RTGS       PIC 9(03)   VALUE 200.                  02520000
025300 01  WS-RTG-TABLE.                                                02530000
025400     05 WS-RTG-ENTRY      OCCURS 200 TIMES.                       02540000
025500        10 WS-RTG-ID      PIC X(05).                              02550000
025600        10 WS-RTG-RATING  PIC 9(05).                              02560000
025700        10 WS-RTG-RUNS    PIC 9(05).                              02570000
025800        10 WS-RTG-DATE    PIC 9(08).                              02580000
025900                                                                  02590000
026000*----------------------------------------------------------------*02600000
026100* THE HALL LEAGUE STANDINGS, HELD WHILE THE CONTROL ROW IS RESET *02610000
026200*----------------------------------------------------------------*02620000
026300 01  WS-HLS-FIELDS.                                               02630000
026400     05 WS-HLS-CNT        PIC 9(03)   VALUE ZEROES.               02640000
026500     05 WS-MAX-HLS        PIC 9(03)   VALUE 51.                   02650000
026600 01  WS-HLS-TABLE.                                                02660000
026700     05 WS-HLS-ROW        PIC X(80)   OCCURS 51 TIMES.            02670000
026800                                                                  02680000
026900 01  WS-SWITCHES.                                                 02690000
027000     05 STD-FILE-STATUS   PIC X(02)   VALUE SPACES.               02700000
027100        88 STD-SUCCESS    VALUE '00'.                             02710000
027200        88 STD-EOF        VALUE '10'.                             02720000
027300     05 SAR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02730000
027400        88 SAR-SUCCESS    VALUE '00'.                             02740000
027500        88 SAR-EOF        VALUE '10'.                             02750000
027600     05 LEADER-FILE-STATUS PIC X(02)  VALUE SPACES.               02760000
027700        88 LEADER-SUCCESS VALUE '00'.                             02770000
027800        88 LEADER-EOF     VALUE '10'.                             02780000
027900     05 SLH-FILE-STATUS   PIC X(02)   VALUE SPACES.               02790000
028000        88 SLH-SUCCESS    VALUE '00'.                             02800000
028100     05 RTG-FILE-STATUS   PIC X(02)   VALUE SPACES.               02810000
028200        88 RTG-SUCCESS    VALUE '00'.                             02820000
028300        88 RTG-EOF        VALUE '10'.                             02830000
028400     05 H2H-FILE-STATUS   PIC X(02)   VALUE SPACES.               02840000
028500        88 H2H-SUCCESS    VALUE '00'.                             02850000
028600        88 H2H-EOF        VALUE '10'.                             02860000
028700     05 H2A-FILE-STATUS   PIC X(02)   VALUE SPACES.               02870000
028800        88 H2A-SUCCESS    VALUE '00'.                             02880000
028900     05 HLS-FILE-STATUS   PIC X(02)   VALUE SPACES.               02890000
029000        88 HLS-SUCCESS    VALUE '00'.                             02900000
029100        88 HLS-EOF        VALUE '10'.                             02910000
029200     05 SCL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02920000
029300        88 SCL-SUCCESS    VALUE '00'.                             02930000
029400     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02940000
029500        88 HIST-SUCCESS   VALUE '00'.                             02950000
029510     05 HOLD-FILE-STATUS  PIC X(02)   VALUE SPACES.               02951000
029520        88 HOLD-SUCCESS   VALUE '00'.                             02952000
029530        88 HOLD-EOF       VALUE '10'.                             02953000
029600                                                                  02960000
029700 01  WS-HIST-FIELDS.                                              02970000
029800     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02980000
029900     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02990000
030000     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               03000000
030001     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             03000100
030100                                                                  03010000
030200*----------------------------------------------------------------*03020000
030300*  OPERATOR AUTHORITY CHECK AREA - FILLED BY AOCDOPCK FROM THE   *03030000
030400*  AOCDOPID CARD AND THE AOCDOPER AUTHORIZED-OPERATORS FILE      *03040000
030500*----------------------------------------------------------------*03050000
030600 01  WS-OPCHK-AREA.                                               03060000
030700     05 WS-OPCHK-PGM    PIC X(08)     VALUE SPACES.               03070000
030800     05 WS-OPCHK-RESULT PIC X(01)     VALUE 'N'.                  03080000
030900     05 WS-OPCHK-OPER   PIC X(08)     VALUE SPACES.               03090000
031000     05 WS-OPCHK-REASON PIC X(04)     VALUE SPACES.               03100000
031100                                                                  03110000
031200*----------------------------------------------------------------*03120000
031300* THE SEASON ID BEING CLOSED - BLANK TAKES THE YEAR OF THE RUN   *03130000
031400* DATE - AND THE PERCENTAGE OF THE WAY BACK TO THE MEAN EACH     *03140000
031500* RATING IS MOVED - BLANK OR ZERO MEANS 25                       *03150000
031600*----------------------------------------------------------------*03160000
031700 LINKAGE SECTION.                                                 03170000
031800 01  LS-PARM-DATA.                                                03180000
031900     05 LS-SEASON-PARM  PIC X(06).                                03190000
032000     05 LS-REGRESS-PARM PIC X(02).                                03200000
032100                                                                  03210000
032200 PROCEDURE DIVISION USING LS-PARM-DATA.                           03220000
032300*----------------------------------------------------------------*03230000
032400*  THIS PROGRAM CHANGES SHARED STATE - THE RUN IS REFUSED        *03240000
032500*  OUTRIGHT UNLESS THE OPERATOR-ID CARD NAMES AN OPERATOR        *03250000
032600*  AUTHORIZED FOR IT ON AOCDOPER                                 *03260000
032700*----------------------------------------------------------------*03270000
032800     MOVE 'AOCD2PGK'           TO WS-OPCHK-PGM.                   03280000
032900     CALL 'AOCDOPCK' USING WS-OPCHK-AREA.                         03290000
033000     IF WS-OPCHK-RESULT NOT = 'Y'                                 03300000
033100        DISPLAY 'RUN REFUSED - OPERATOR NOT AUTHORIZED FOR '      03310000
033200                WS-OPCHK-PGM                                      03320000
033300        MOVE 12             TO RETURN-CODE                        03330000
033400        GOBACK                                                    03340000
033500     END-IF.                                                      03350000
033600                                                                  03360000
033700     PERFORM 0400-INIT-PARM            THRU 0400-EXIT.            03370000
033800     PERFORM 0500-CHECK-NOT-CLOSED     THRU 0500-EXIT.            03380000
033850     PERFORM 0600-CHECK-HOLDS          THRU 0600-EXIT.            03385000
033900     PERFORM 1000-REFRESH-STANDINGS    THRU 1000-EXIT.            03390000
034000     PERFORM 1500-OPEN-ARCHIVES        THRU 1500-EXIT.            03400000
034100     PERFORM 2000-FREEZE-STANDINGS     THRU 2000-EXIT.            03410000
034200     PERFORM 3000-ARCHIVE-LEADERBOARD  THRU 3000-EXIT.            03420000
034300     PERFORM 4000-ARCHIVE-H2H          THRU 4000-EXIT.            03430000
034400     CLOSE SAR-FILE SLH-FILE H2A-FILE.                            03440000
034500     PERFORM 5000-START-NEW-SEASON     THRU 5000-EXIT.            03450000
034600     PERFORM 6000-REGRESS-RATINGS      THRU 6000-EXIT.            03460000
034700     PERFORM 7000-RESET-HALL-LEAGUE    THRU 7000-EXIT.            03470000
034800     PERFORM 8000-REPORT-TOTALS        THRU 8000-EXIT.            03480000
034900     CLOSE SCL-RPT.                                               03490000
035000                                                                  03500000
035100     STRING 'SEASON ' DELIMITED BY SIZE                           03510000
035200        WS-SEASON-ID DELIMITED BY SIZE                            03520000
035300        ' CLOSED TABLES ' DELIMITED BY SIZE                       03530000
035400        WS-STD-CNT DELIMITED BY SIZE                              03540000
035500        INTO WS-HIST-MSG.                                         03550000
035600     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03560000
035700     GOBACK.                                                      03570000
035800                                                                  03580000
035900 0400-INIT-PARM.                                                  03590000
036000*----------------------------------------------------------------*03600000
036010* A BLANK SEASON ID TAKES THE YEAR OF THE RUN DATE - THE CLOSE   *03601000
036020* IS SCHEDULED ON THE YEAR-END DATE, THE LAST DAY OF THE SEASON  *03602000
036030*----------------------------------------------------------------*03603000
036040     ACCEPT WS-CLOSE-DATE     FROM DATE YYYYMMDD.                 03604000
036050     IF LS-SEASON-PARM = SPACES OR LOW-VALUES                     03605000
036060        MOVE WS-CLOSE-DATE(1:4) TO WS-SEASON-ID                   03606000
036070     ELSE                                                         03607000
036080        MOVE LS-SEASON-PARM     TO WS-SEASON-ID                   03608000
036090     END-IF.                                                      03609000
036800     IF LS-REGRESS-PARM IS NUMERIC AND LS-REGRESS-PARM > ZEROES   03680000
036900        MOVE LS-REGRESS-PARM  TO WS-REGRESS-PCT                   03690000
037000     ELSE                                                         03700000
037100        MOVE 25               TO WS-REGRESS-PCT                   03710000
037200     END-IF.                                                      03720000
037300     COMPUTE WS-KEEP-PCT = 100 - WS-REGRESS-PCT.                  03730000
037500     DISPLAY 'CLOSING SEASON ' WS-SEASON-ID                       03750000
037600             ' - RATINGS REGRESSED ' WS-REGRESS-PCT               03760000
037700             ' PERCENT TOWARD THE MEAN'.                          03770000
037800 0400-EXIT.                                                       03780000
037900     EXIT.                                                        03790000
038000                                                                  03800000
038100 0500-CHECK-NOT-CLOSED.                                           03810000
038200*----------------------------------------------------------------*03820000
038300* A SEASON ID ALREADY ON THE ARCHIVE HAS BEEN CLOSED - RUNNING   *03830000
038400* AGAIN WOULD EMPTY THE NEW SEASON'S FILES. NO ARCHIVE YET       *03840000
038500* SIMPLY MEANS NO SEASON HAS BEEN CLOSED BEFORE                  *03850000
038600*----------------------------------------------------------------*03860000
038700     OPEN INPUT SAR-FILE.                                         03870000
038800     IF NOT SAR-SUCCESS                                           03880000
038900        GO TO 0500-EXIT                                           03890000
039000     END-IF.                                                      03900000
039100     PERFORM UNTIL SAR-EOF                                        03910000
039200        READ SAR-FILE                                             03920000
039300             AT END                                               03930000
039400                SET SAR-EOF TO TRUE                               03940000
039500             NOT AT END                                           03950000
039600                IF SAR-SEASON-ID = WS-SEASON-ID                   03960000
039700                   SET WS-SEASON-CLOSED  TO TRUE                  03970000
039800                END-IF                                            03980000
039900        END-READ                                                  03990000
040000     END-PERFORM.                                                 04000000
040100     CLOSE SAR-FILE.                                              04010000
040200     MOVE SPACES              TO SAR-FILE-STATUS.                 04020000
040300     IF WS-SEASON-CLOSED                                          04030000
040400        DISPLAY 'ERROR - SEASON ' WS-SEASON-ID                    04040000
040500                ' IS ALREADY ON AOCD2SAR - CLOSE REFUSED'         04050000
040600        MOVE 16             TO RETURN-CODE                        04060000
040700        MOVE 'SEASON ALREADY CLOSED - REFUSED'  TO WS-HIST-MSG    04070000
040800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04080000
040900        GOBACK                                                    04090000
041000     END-IF.                                                      04100000
041100 0500-EXIT.                                                       04110000
041200     EXIT.                                                        04120000
041202                                                                  04120200
041204 0600-CHECK-HOLDS.                                                04120400
041206*----------------------------------------------------------------*04120600
041208* STARTING THE NEW SEASON EMPTIES AOCD2LDR AND AOCD2H2H - AN     *04120800
041210* ACTIVE LEGAL OR AUDIT HOLD ON EITHER FILE REFUSES THE CLOSE    *04121000
041212* BEFORE ANYTHING IS ARCHIVED. NO AOCDHOLD FILE MEANS NO HOLDS   *04121200
041214* HAVE EVER BEEN PLACED                                          *04121400
041216*----------------------------------------------------------------*04121600
041218     OPEN INPUT HOLD-FILE.                                        04121800
041220     IF NOT HOLD-SUCCESS                                          04122000
041222        DISPLAY 'NO AOCDHOLD FILE - NO LEGAL OR AUDIT HOLDS'      04122200
041224        GO TO 0600-EXIT                                           04122400
041226     END-IF.                                                      04122600
041228     PERFORM UNTIL HOLD-EOF                                       04122800
041230        READ HOLD-FILE                                            04123000
041232             AT END                                               04123200
041234                SET HOLD-EOF TO TRUE                              04123400
041236             NOT AT END                                           04123600
041238                IF HLD-ACTIVE                                     04123800
041240                   AND (HLD-FILE = 'AOCD2LDR'                     04124000
041242                     OR HLD-FILE = 'AOCD2H2H')                    04124200
041244                   ADD 1             TO WS-HOLD-CNT               04124400
041246                   DISPLAY 'ACTIVE HOLD ' HLD-REF ' ON ' HLD-FILE 04124600
041248                END-IF                                            04124800
041250        END-READ                                                  04125000
041252     END-PERFORM.                                                 04125200
041254     CLOSE HOLD-FILE.                                             04125400
041256     IF WS-HOLD-CNT > ZEROES                                      04125600
041258        DISPLAY 'ERROR - ' WS-HOLD-CNT ' ACTIVE HOLD(S) ON LIVE'  04125800
041260                ' SEASON FILES - CLOSE REFUSED'                   04126000
041262        MOVE 16             TO RETURN-CODE                        04126200
041264        MOVE 'ACTIVE HOLD ON LIVE FILES - REFUSED' TO WS-HIST-MSG 04126400
041266        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04126600
041268        GOBACK                                                    04126800
041270     END-IF.                                                      04127000
041272 0600-EXIT.                                                       04127200
041274     EXIT.                                                        04127400
041300                                                                  04130000
041400 1000-REFRESH-STANDINGS.                                          04140000
041500*----------------------------------------------------------------*04150000
041600* THE FROZEN STANDINGS ARE AOCD2PG5'S OWN, RUN AFRESH AGAINST    *04160000
041700* THE WHOLE SEASON'S LEADERBOARD SO THEY CANNOT BE STALE         *04170000
041800*----------------------------------------------------------------*04180000
041900     MOVE ZEROES              TO RETURN-CODE.                     04190000
041950     CANCEL 'AOCD2PG5'.                                           04195000
042000     CALL 'AOCD2PG5'.                                             04200000
042100     MOVE RETURN-CODE         TO WS-STEP-RC.                      04210000
042200     MOVE ZEROES              TO RETURN-CODE.                     04220000
042300     IF WS-STEP-RC > 4                                            04230000
042400        DISPLAY 'ERROR - AOCD2PG5 ENDED RC ' WS-STEP-RC           04240000
042500                ' - SEASON NOT CLOSED'                            04250000
042600        MOVE 16             TO RETURN-CODE                        04260000
042700        MOVE 'STANDINGS FAILED - NOT CLOSED'  TO WS-HIST-MSG      04270000
042800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04280000
042900        GOBACK                                                    04290000
043000     END-IF.                                                      04300000
043100 1000-EXIT.                                                       04310000
043200     EXIT.                                                        04320000
043300                                                                  04330000
043400 1500-OPEN-ARCHIVES.                                              04340000
043500     OPEN INPUT STD-FILE.                                         04350000
043600     IF NOT STD-SUCCESS                                           04360000
043700        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2STD, FILE STATUS: '  04370000
043800                STD-FILE-STATUS                                   04380000
043900        MOVE 16             TO RETURN-CODE                        04390000
044000        MOVE 'UNABLE TO OPEN STANDINGS'      TO WS-HIST-MSG       04400000
044100        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04410000
044200        GOBACK                                                    04420000
044300     END-IF.                                                      04430000
044400     OPEN EXTEND SAR-FILE.                                        04440000
044500     OPEN EXTEND SLH-FILE.                                        04450000
044600     OPEN EXTEND H2A-FILE.                                        04460000
044700     IF NOT SAR-SUCCESS                                           04470000
044800        OR NOT SLH-SUCCESS                                        04480000
044900        OR NOT H2A-SUCCESS                                        04490000
045000        DISPLAY 'ERROR - UNABLE TO OPEN THE SEASON ARCHIVES, '    04500000
045100                'STATUS: ' SAR-FILE-STATUS ' ' SLH-FILE-STATUS    04510000
045200                ' ' H2A-FILE-STATUS                               04520000
045300        MOVE 16             TO RETURN-CODE                        04530000
045400        MOVE 'UNABLE TO OPEN SEASON ARCHIVES'  TO WS-HIST-MSG     04540000
045500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04550000
045600        GOBACK                                                    04560000
045700     END-IF.                                                      04570000
045800     OPEN OUTPUT SCL-RPT.                                         04580000
045900     MOVE SPACES              TO SCL-REC.                         04590000
046000     MOVE 'SEASON CLOSE AND ROLLOVER'    TO SCL-TITLE.            04600000
046100     MOVE 'SEASON '           TO SCL-SEASON-LIT.                  04610000
046200     MOVE WS-SEASON-ID        TO SCL-SEASON.                      04620000
046300     MOVE 'CLOSED '           TO SCL-CLOSED-LIT.                  04630000
046400     MOVE WS-CLOSE-DATE       TO SCL-CLOSE-DATE.                  04640000
046500     WRITE SCL-TITLE-LINE AFTER ADVANCING PAGE.                   04650000
046600 1500-EXIT.                                                       04660000
046700     EXIT.                                                        04670000
046800                                                                  04680000
046900 2000-FREEZE-STANDINGS.                                           04690000
047000     MOVE SPACES              TO SCL-REC.                         04700000
047100     MOVE 'FINAL STANDINGS FROZEN TO AOCD2SAR'  TO SCL-REC(1:34). 04710000
047200     WRITE SCL-REC AFTER ADVANCING 2 LINES.                       04720000
047300     MOVE SPACES              TO SCL-REC.                         04730000
047400     MOVE 'POS  TABLE  PLAYER                     W      L      D'04740000
047500                              TO SCL-REC(1:55).                   04750000
047600     MOVE '           POINTS'  TO SCL-REC(56:17).                 04760000
047700     WRITE SCL-REC AFTER ADVANCING 1 LINE.                        04770000
047800     PERFORM UNTIL STD-EOF                                        04780000
047900        READ STD-FILE                                             04790000
048000             AT END                                               04800000
048100                SET STD-EOF TO TRUE                               04810000
048200             NOT AT END                                           04820000
048300                ADD 1            TO WS-STD-CNT                    04830000
048400                MOVE SPACES      TO SAR-REC                       04840000
048500                MOVE STD-REC(1:74)  TO SAR-STD-DATA               04850000
048600                MOVE WS-SEASON-ID   TO SAR-SEASON-ID              04860000
048700                WRITE SAR-REC                                     04870000
048800                MOVE SPACES      TO SCL-REC                       04880000
048900                MOVE STD-RANK    TO SCL-STD-RANK                  04890000
049000                MOVE STD-TABLE-ID     TO SCL-STD-ID               04900000
049100                MOVE STD-PLAYER-NAME  TO SCL-STD-NAME             04910000
049200                MOVE STD-WIN     TO SCL-STD-WIN                   04920000
049300                MOVE STD-LOSE    TO SCL-STD-LOSE                  04930000
049400                MOVE STD-DRAW    TO SCL-STD-DRAW                  04940000
049500                MOVE STD-POINTS  TO SCL-STD-POINTS                04950000
049600                WRITE SCL-STD-LINE AFTER ADVANCING 1 LINE         04960000
049700        END-READ                                                  04970000
049800     END-PERFORM.                                                 04980000
049900     CLOSE STD-FILE.                                              04990000
050000*----------------------------------------------------------------*05000000
050100* A SEASON WITH NO STANDINGS HAS NOTHING TO CLOSE - STOP HERE,   *05010000
050200* BEFORE ANY LIVE FILE IS TOUCHED                                *05020000
050300*----------------------------------------------------------------*05030000
050400     IF WS-STD-CNT = ZEROES                                       05040000
050500        DISPLAY 'ERROR - NO STANDINGS ON AOCD2STD - SEASON '      05050000
050600                WS-SEASON-ID ' NOT CLOSED'                        05060000
050700        CLOSE SAR-FILE SLH-FILE H2A-FILE SCL-RPT                  05070000
050800        MOVE 16             TO RETURN-CODE                        05080000
050900        MOVE 'NO STANDINGS - SEASON NOT CLOSED'  TO WS-HIST-MSG   05090000
051000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             05100000
051100        GOBACK                                                    05110000
051200     END-IF.                                                      05120000
051300 2000-EXIT.                                                       05130000
051400     EXIT.                                                        05140000
051500                                                                  05150000
051600 3000-ARCHIVE-LEADERBOARD.                                        05160000
051700     OPEN INPUT LEADER-HIST.                                      05170000
051800     IF NOT LEADER-SUCCESS                                        05180000
051900        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2LDR, FILE STATUS: '  05190000
052000                LEADER-FILE-STATUS                                05200000
052100        CLOSE SAR-FILE SLH-FILE H2A-FILE SCL-RPT                  05210000
052200        MOVE 16             TO RETURN-CODE                        05220000
052300        MOVE 'UNABLE TO OPEN LEADERBOARD'    TO WS-HIST-MSG       05230000
052400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             05240000
052500        GOBACK                                                    05250000
052600     END-IF.                                                      05260000
052700     PERFORM UNTIL LEADER-EOF                                     05270000
052800        READ LEADER-HIST                                          05280000
052900             AT END                                               05290000
053000                SET LEADER-EOF TO TRUE                            05300000
053100             NOT AT END                                           05310000
053200                ADD 1            TO WS-LDR-CNT                    05320000
053300                MOVE SPACES      TO SLH-REC                       05330000
053400                MOVE WS-SEASON-ID   TO SLH-SEASON-ID              05340000
053500                MOVE LEADER-REC  TO SLH-LDR-DATA                  05350000
053600                WRITE SLH-REC                                     05360000
053700                IF LDR-RUN-DATE IS NUMERIC                        05370000
053800                   AND LDR-RUN-DATE > ZEROES                      05380000
053900                   IF WS-FIRST-NIGHT = ZEROES                     05390000
054000                      OR LDR-RUN-DATE < WS-FIRST-NIGHT            05400000
054100                      MOVE LDR-RUN-DATE  TO WS-FIRST-NIGHT        05410000
054200                   END-IF                                         05420000
054300                   IF LDR-RUN-DATE > WS-LAST-NIGHT                05430000
054400                      MOVE LDR-RUN-DATE  TO WS-LAST-NIGHT         05440000
054500                   END-IF                                         05450000
054600                END-IF                                            05460000
054700        END-READ                                                  05470000
054800     END-PERFORM.                                                 05480000
054900     CLOSE LEADER-HIST.                                           05490000
055000     MOVE SPACES              TO LEADER-FILE-STATUS.              05500000
055100 3000-EXIT.                                                       05510000
055200     EXIT.                                                        05520000
055300                                                                  05530000
055400 4000-ARCHIVE-H2H.                                                05540000
055500     OPEN INPUT H2H-FILE.                                         05550000
055600     IF NOT H2H-SUCCESS                                           05560000
055700        DISPLAY 'NO HEAD-TO-HEAD FILE - NOTHING TO ARCHIVE'       05570000
055800        GO TO 4000-EXIT                                           05580000
055900     END-IF.                                                      05590000
056000     PERFORM UNTIL H2H-EOF                                        05600000
056100        READ H2H-FILE                                             05610000
056200             AT END                                               05620000
056300                SET H2H-EOF TO TRUE                               05630000
056400             NOT AT END                                           05640000
056500                ADD 1            TO WS-H2H-CNT                    05650000
056600                MOVE SPACES      TO H2A-REC                       05660000
056700                MOVE WS-SEASON-ID   TO H2A-SEASON-ID              05670000
056800                MOVE H2H-REC     TO H2A-H2H-DATA                  05680000
056900                WRITE H2A-REC                                     05690000
057000        END-READ                                                  05700000
057100     END-PERFORM.                                                 05710000
057200     CLOSE H2H-FILE.                                              05720000
057300 4000-EXIT.                                                       05730000
057400     EXIT.                                                        05740000
057500                                                                  05750000
057600 5000-START-NEW-SEASON.                                           05760000
057700*----------------------------------------------------------------*05770000
057800* EVERY ROW IS NOW ON ITS ARCHIVE, SO THE LEADERBOARD AND THE    *05780000
057900* HEAD-TO-HEAD FILE ARE STARTED AGAIN EMPTY FOR THE NEW SEASON   *05790000
058000*----------------------------------------------------------------*05800000
058100     OPEN OUTPUT LEADER-HIST.                                     05810000
058200     CLOSE LEADER-HIST.                                           05820000
058300     OPEN OUTPUT H2H-FILE.                                        05830000
058400     CLOSE H2H-FILE.                                              05840000
058500     DISPLAY 'SEASON ' WS-SEASON-ID                               05850000
058600             ' ARCHIVED - LEADERBOARD ROWS: ' WS-LDR-CNT          05860000
058700             ' HEAD-TO-HEAD PAIRS: ' WS-H2H-CNT.                  05870000
058800 5000-EXIT.                                                       05880000
058900     EXIT.                                                        05890000
059000                                                                  05900000
059100 6000-REGRESS-RATINGS.                                            05910000
059200*----------------------------------------------------------------*05920000
059300* EACH RATING KEEPS ONLY PART OF ITS DISTANCE FROM THE MEAN OF   *05930000
059400* ALL RATINGS, SO LAST SEASON STILL SEEDS THE NEW ONE WITHOUT    *05940000
059500* DECIDING IT. RUNS AND THE LAST RATED NIGHT ARE KEPT            *05950000
059600*----------------------------------------------------------------*05960000
059700     OPEN INPUT RTG-FILE.                                         05970000
059800     IF NOT RTG-SUCCESS                                           05980000
059900        DISPLAY 'NO RATING FILE - NO RATINGS TO REGRESS'          05990000
060000        GO TO 6000-EXIT                                           06000000
060100     END-IF.                                                      06010000
060200     PERFORM UNTIL RTG-EOF                                        06020000
060300        READ RTG-FILE                                             06030000
060400             AT END                                               06040000
060500                SET RTG-EOF TO TRUE                               06050000
060600             NOT AT END                                           06060000
060700                IF RTG-RATING IS NUMERIC                          06070000
060800                   AND WS-RTG-CNT < WS-MAX-RTGS                   06080000
060900                   ADD 1         TO WS-RTG-CNT                    06090000
061000                   MOVE RTG-TABLE-ID  TO WS-RTG-ID(WS-RTG-CNT)    06100000
061100                   MOVE RTG-RATING    TO WS-RTG-RATING(WS-RTG-CNT)06110000
061200                   MOVE RTG-RUNS      TO WS-RTG-RUNS(WS-RTG-CNT)  06120000
061300                   MOVE RTG-LAST-DATE TO WS-RTG-DATE(WS-RTG-CNT)  06130000
061400                   ADD RTG-RATING     TO WS-RTG-SUM               06140000
061500                END-IF                                            06150000
061600        END-READ                                                  06160000
061700     END-PERFORM.                                                 06170000
061800     CLOSE RTG-FILE.                                              06180000
061900     IF WS-RTG-CNT = ZEROES                                       06190000
062000        GO TO 6000-EXIT                                           06200000
062100     END-IF.                                                      06210000
062200     COMPUTE WS-MEAN-RATING ROUNDED = WS-RTG-SUM / WS-RTG-CNT.    06220000
062300     MOVE SPACES              TO SCL-REC.                         06230000
062400     STRING 'RATINGS REGRESSED ' DELIMITED BY SIZE                06240000
062500        WS-REGRESS-PCT DELIMITED BY SIZE                          06250000
062600        ' PERCENT TOWARD THE MEAN OF ' DELIMITED BY SIZE          06260000
062700        WS-MEAN-RATING DELIMITED BY SIZE                          06270000
062800        INTO SCL-REC.                                             06280000
062900     WRITE SCL-REC AFTER ADVANCING 2 LINES.                       06290000
063000     MOVE SPACES              TO SCL-REC.                         06300000
063100     MOVE '  TABLE     OLD       NEW      CHANGE     RUNS'        06310000
063200                              TO SCL-REC(1:46).                   06320000
063300     WRITE SCL-REC AFTER ADVANCING 1 LINE.                        06330000
063400     OPEN OUTPUT RTG-FILE.                                        06340000
063500     PERFORM VARYING WS-I FROM 1 BY 1                             06350000
063600               UNTIL WS-I > WS-RTG-CNT                            06360000
063700        COMPUTE WS-NEW-RATING ROUNDED = WS-MEAN-RATING            06370000
063800              + ( WS-RTG-RATING(WS-I) - WS-MEAN-RATING )          06380000
063900              * WS-KEEP-PCT / 100                                 06390000
064000        COMPUTE WS-RATING-CHANGE = WS-NEW-RATING                  06400000
064100                                 - WS-RTG-RATING(WS-I)            06410000
064200        MOVE SPACES           TO SCL-REC                          06420000
064300        MOVE WS-RTG-ID(WS-I)  TO SCL-RTG-ID                       06430000
064400        MOVE WS-RTG-RATING(WS-I)  TO SCL-RTG-OLD                  06440000
064500        MOVE WS-NEW-RATING    TO SCL-RTG-NEW                      06450000
064600        MOVE WS-RATING-CHANGE TO SCL-RTG-CHANGE                   06460000
064700        MOVE WS-RTG-RUNS(WS-I)    TO SCL-RTG-RUNS                 06470000
064800        WRITE SCL-RTG-LINE AFTER ADVANCING 1 LINE                 06480000
064900        INITIALIZE            RTG-REC                             06490000
065000        MOVE WS-RTG-ID(WS-I)  TO RTG-TABLE-ID                     06500000
065100        MOVE WS-NEW-RATING    TO RTG-RATING                       06510000
065200        MOVE WS-RTG-RUNS(WS-I)    TO RTG-RUNS                     06520000
065300        MOVE WS-RTG-DATE(WS-I)    TO RTG-LAST-DATE                06530000
065400        WRITE RTG-REC                                             06540000
065500     END-PERFORM.                                                 06550000
065600     CLOSE RTG-FILE.                                              06560000
065700 6000-EXIT.                                                       06570000
065800     EXIT.                                                        06580000
065900                                                                  06590000
066000 7000-RESET-HALL-LEAGUE.                                          06600000
066100*----------------------------------------------------------------*06610000
066200* AOCD2PGI POSTS ONLY THE AOCD2LDR ROWS BEYOND ITS CONTROL-ROW   *06620000
066300* COUNT. THE LEADERBOARD HAS JUST BEEN EMPTIED, SO THE COUNT     *06630000
066400* GOES BACK TO ZERO OR THE NEW SEASON'S ROWS WOULD NEVER POST.   *06640000
066500* THE HALL ROWS THEMSELVES ARE LEFT AS THEY STAND                *06650000
066600*----------------------------------------------------------------*06660000
066700     OPEN INPUT HLS-FILE.                                         06670000
066800     IF NOT HLS-SUCCESS                                           06680000
066900        GO TO 7000-EXIT                                           06690000
067000     END-IF.                                                      06700000
067100     PERFORM UNTIL HLS-EOF                                        06710000
067200        READ HLS-FILE                                             06720000
067300             AT END                                               06730000
067400                SET HLS-EOF TO TRUE                               06740000
067500             NOT AT END                                           06750000
067600                IF WS-HLS-CNT < WS-MAX-HLS                        06760000
067700                   ADD 1         TO WS-HLS-CNT                    06770000
067800                   MOVE HLS-REC  TO WS-HLS-ROW(WS-HLS-CNT)        06780000
067900                END-IF                                            06790000
068000        END-READ                                                  06800000
068100     END-PERFORM.                                                 06810000
068200     CLOSE HLS-FILE.                                              06820000
068300     OPEN OUTPUT HLS-FILE.                                        06830000
068400     PERFORM VARYING WS-I FROM 1 BY 1                             06840000
068500               UNTIL WS-I > WS-HLS-CNT                            06850000
068600        MOVE WS-HLS-ROW(WS-I) TO HLS-REC                          06860000
068700        IF HLS-CONTROL-ROW                                        06870000
068800           MOVE HLS-CTL-ROWS  TO WS-HALL-ROWS-WAS                 06880000
068900           MOVE ZEROES        TO HLS-CTL-ROWS                     06890000
069000           SET WS-HALL-RESET  TO TRUE                             06900000
069100        END-IF                                                    06910000
069200        WRITE HLS-REC                                             06920000
069300     END-PERFORM.                                                 06930000
069400     CLOSE HLS-FILE.                                              06940000
069500 7000-EXIT.                                                       06950000
069600     EXIT.                                                        06960000
069700                                                                  06970000
069800 8000-REPORT-TOTALS.                                              06980000
069900     MOVE SPACES              TO SCL-REC.                         06990000
070000     MOVE 'SEASON ARCHIVE CONTROL COUNTS'   TO SCL-REC(1:29).     07000000
070100     WRITE SCL-REC AFTER ADVANCING 2 LINES.                       07010000
070200     MOVE SPACES              TO SCL-REC.                         07020000
070300     MOVE 'STANDINGS ROWS FROZEN TO AOCD2SAR'  TO SCL-CNT-LABEL.  07030000
070400     MOVE WS-STD-CNT          TO SCL-CNT-VALUE.                   07040000
070500     WRITE SCL-CNT-LINE AFTER ADVANCING 1 LINE.                   07050000
070600     MOVE SPACES              TO SCL-REC.                         07060000
070700     MOVE 'LEADERBOARD ROWS ARCHIVED TO AOCD2SLH'                 07070000
070800                              TO SCL-CNT-LABEL.                   07080000
070900     MOVE WS-LDR-CNT          TO SCL-CNT-VALUE.                   07090000
071000     WRITE SCL-CNT-LINE AFTER ADVANCING 1 LINE.                   07100000
071100     MOVE SPACES              TO SCL-REC.                         07110000
071200     STRING '  NIGHTS ' DELIMITED BY SIZE                         07120000
071300        WS-FIRST-NIGHT DELIMITED BY SIZE                          07130000
071400        ' TO ' DELIMITED BY SIZE                                  07140000
071500        WS-LAST-NIGHT DELIMITED BY SIZE                           07150000
071600        INTO SCL-REC.                                             07160000
071700     WRITE SCL-REC AFTER ADVANCING 1 LINE.                        07170000
071800     MOVE SPACES              TO SCL-REC.                         07180000
071900     MOVE 'HEAD-TO-HEAD PAIRS ARCHIVED TO AOCD2H2A'               07190000
072000                              TO SCL-CNT-LABEL.                   07200000
072100     MOVE WS-H2H-CNT          TO SCL-CNT-VALUE.                   07210000
072200     WRITE SCL-CNT-LINE AFTER ADVANCING 1 LINE.                   07220000
072300     MOVE SPACES              TO SCL-REC.                         07230000
072400     MOVE 'RATINGS REGRESSED ON AOCD2RTG'  TO SCL-CNT-LABEL.      07240000
072500     MOVE WS-RTG-CNT          TO SCL-CNT-VALUE.                   07250000
072600     WRITE SCL-CNT-LINE AFTER ADVANCING 1 LINE.                   07260000
072700     IF WS-HALL-RESET                                             07270000
072800        MOVE SPACES           TO SCL-REC                          07280000
072900        MOVE 'HALL LEAGUE POSTED-ROW COUNT RESET FROM'            07290000
073000                              TO SCL-CNT-LABEL                    07300000
073100        MOVE WS-HALL-ROWS-WAS TO SCL-CNT-VALUE                    07310000
073200        WRITE SCL-CNT-LINE AFTER ADVANCING 1 LINE                 07320000
073300     END-IF.                                                      07330000
073400     MOVE SPACES              TO SCL-REC.                         07340000
073500     MOVE 'AOCD2LDR AND AOCD2H2H STARTED EMPTY FOR THE NEW SEASON'07350000
073600                              TO SCL-REC(1:54).                   07360000
073700     WRITE SCL-REC AFTER ADVANCING 2 LINES.                       07370000
073800 8000-EXIT.                                                       07380000
073900     EXIT.                                                        07390000
074000                                                                  07400000
074100*----------------------------------------------------------------*07410000
074200*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *07420000
074300*----------------------------------------------------------------*07430000
074400 9800-WRITE-AUDIT-HIST.                                           07440000
074500     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      07450000
074600     ACCEPT WS-HIST-TIME FROM TIME.                               07460000
074700     OPEN EXTEND AUD-HIST.                                        07470000
074800     INITIALIZE AUD-HIST-REC.                                     07480000
074900     MOVE WS-HIST-DATE          TO HIST-DATE.                     07490000
075000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     07500000
075100     MOVE 'AOCD2PGK'            TO HIST-PGM.                      07510000
075101     MOVE WS-HIST-VER           TO HIST-VERSION.                  07510100
075200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   07520000
075300     WRITE AUD-HIST-REC.                                          07530000
075400     CLOSE AUD-HIST.                                              07540000
075500 9800-EXIT.                                                       07550000
075600     EXIT.                                                        07560000
