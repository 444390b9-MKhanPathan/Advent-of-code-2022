000100*----------------------------------------------------------------*00010000
000200*        ADVENT OF CODE - EXPEDITION LOAD-OUT PLAN               *00020000
000300*----------------------------------------------------------------*00030000
000400*  AN EXPEDITION LEAVES WITH ITS RATIONS (DAY 1), ITS ELVES'     *00040000
000500*  RUCKSACKS (DAY 3) AND ITS CRATES FROM THE WAREHOUSE (DAY 5),  *00050000
000600*  AND UNTIL NOW NO ONE DOCUMENT TIED THE THREE TOGETHER. THIS   *00060000
000700*  WALKS AOCDAY1 THE SAME WAY AOCD1PGF DOES TO PLACE EACH ELF ON *00070000
000800*  ITS EXPEDITION (HDR-EXP-ID) WITH ITS BOOKED TOTAL FROM        *00080000
000900*  AOCD1IDX, FINDS ITS SACK ON AOCD3ASG AND THAT SACK'S KIT      *00090000
001000*  STATUS ON THE AOCD3PGF COMPLIANCE REPORT AOCD3KCR, THEN       *00100000
001100*  CHECKS THE CRATE REQUIREMENT ON AOCDLCRQ AGAINST THE STACK    *00110000
001200*  INVENTORY ON AOCD5INV - EARLIEST DEPARTURE DRAWS FIRST. ONE   *00120000
001300*  LOAD-OUT SHEET PER EXPEDITION GOES TO AOCDLOUT, AND ALL THAT  *00130000
001400*  IS NOT READY FOR ITS DEPARTURE DATE TO THE AOCDLSHT SHORTFALL *00140000
001500*  LIST IN DEPARTURE ORDER. EXPEDITIONS ALREADY GONE ARE SKIPPED *00150000
001600*  - AOCD3PGF MUST HAVE RUN FIRST FOR THE NIGHT'S KIT STATUS     *00160000
001700*----------------------------------------------------------------*00170000
001800 IDENTIFICATION DIVISION.                                         00180000
001900 PROGRAM-ID. AOCDLOAD.                                            00190000
002000 AUTHOR. z/OS Mainframer.                                         00200000
002100                                                                  00210000
002200 ENVIRONMENT DIVISION.                                            00220000
002300 INPUT-OUTPUT SECTION.                                            00230000
002400 FILE-CONTROL.                                                    00240000
002500*----------------------------------------------------------------*00250000
002600* THE CALORIE FEED - USED FOR ITS EXPEDITION HEADERS AND TO      *00260000
002700* PLACE EACH ELF ON ITS EXPEDITION                               *00270000
002800*----------------------------------------------------------------*00280000
002900     SELECT CAL-DATA    ASSIGN TO AOCDAY1                         00290000
003000        ORGANIZATION    IS SEQUENTIAL                             00300000
003100         ACCESS MODE    IS SEQUENTIAL                             00310000
003200         FILE STATUS    IS CAL-FILE-STATUS.                       00320000
003300                                                                  00330000
003400     SELECT ELF-LOOKUP  ASSIGN TO AOCD1IDX                        00340000
003500        ORGANIZATION    IS INDEXED                                00350000
003600         ACCESS MODE    IS RANDOM                                 00360000
003700         RECORD KEY     IS ELF-LOOKUP-KEY                         00370000
003800         FILE STATUS    IS ELF-LOOKUP-STATUS.                     00380000
003900                                                                  00390000
004000     SELECT ASG-FILE    ASSIGN TO AOCD3ASG                        00400000
004100        ORGANIZATION    IS SEQUENTIAL                             00410000
004200         ACCESS MODE    IS SEQUENTIAL                             00420000
004300         FILE STATUS    IS ASG-FILE-STATUS.                       00430000
004400                                                                  00440000
004500*----------------------------------------------------------------*00450000
004600* THE NIGHT'S KIT COMPLIANCE REPORT FROM AOCD3PGF - ONLY SACKS   *00460000
004700* SHORT OF THE KIT ARE ON IT                                     *00470000
004800*----------------------------------------------------------------*00480000
004900     SELECT KCR-RPT     ASSIGN TO AOCD3KCR                        00490000
005000        ORGANIZATION    IS SEQUENTIAL                             00500000
005100         ACCESS MODE    IS SEQUENTIAL                             00510000
005200         FILE STATUS    IS KCR-FILE-STATUS.                       00520000
005300                                                                  00530000
005400     SELECT INV-RPT     ASSIGN TO AOCD5INV                        00540000
005500        ORGANIZATION    IS SEQUENTIAL                             00550000
005600         ACCESS MODE    IS SEQUENTIAL                             00560000
005700         FILE STATUS    IS INV-FILE-STATUS.                       00570000
005800                                                                  00580000
005900*----------------------------------------------------------------*00590000
006000* CRATE REQUIREMENT - EXPEDITION, CRATE TYPE AND QUANTITY        *00600000
006100*----------------------------------------------------------------*00610000
006200     SELECT CRQ-FILE    ASSIGN TO AOCDLCRQ                        00620000
006300        ORGANIZATION    IS SEQUENTIAL                             00630000
006400         ACCESS MODE    IS SEQUENTIAL                             00640000
006500         FILE STATUS    IS CRQ-FILE-STATUS.                       00650000
006600                                                                  00660000
006700*----------------------------------------------------------------*00670000
006800* THE LOAD-OUT SHEETS AND THE SHORTFALL LIST                     *00680000
006900*----------------------------------------------------------------*00690000
007000     SELECT LOUT-RPT    ASSIGN TO AOCDLOUT                        00700000
007100        ORGANIZATION    IS SEQUENTIAL                             00710000
007200         ACCESS MODE    IS SEQUENTIAL                             00720000
007300         FILE STATUS    IS LOUT-FILE-STATUS.                      00730000
007400                                                                  00740000
007500     SELECT SHT-RPT     ASSIGN TO AOCDLSHT                        00750000
007600        ORGANIZATION    IS SEQUENTIAL                             00760000
007700         ACCESS MODE    IS SEQUENTIAL                             00770000
007800         FILE STATUS    IS SHT-FILE-STATUS.                       00780000
007900                                                                  00790000
008000*----------------------------------------------------------------*00800000
008100*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00810000
008200*----------------------------------------------------------------*00820000
008300     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00830000
008400        ORGANIZATION    IS SEQUENTIAL                             00840000
008500         ACCESS MODE    IS SEQUENTIAL                             00850000
008600         FILE STATUS    IS HIST-FILE-STATUS.                      00860000
008700                                                                  00870000
008800 DATA DIVISION.                                                   00880000
008900 FILE SECTION.                                                    00890000
009000 FD  CAL-DATA.                                                    00900000
009100 01  WS-CAL-REC.                                                  00910000
009200     05 CALORIES            PIC X(10).                            00920000
009300     05 WS-ELF-NAME         PIC X(10).                            00930000
009400     05 WS-FOOD-TYPE        PIC X(02).                            00940000
009500 01  WS-CAL-HDR-REC.                                              00950000
009600     05 HDR-MARKER          PIC X(01).                            00960000
009700        88 HDR-IS-EXPEDITION            VALUE '*'.                00970000
009800     05 HDR-EXP-ID          PIC X(09).                            00980000
009900     05 HDR-EXP-DATE        PIC 9(06).                            00990000
010000     05 HDR-RET-DATE        PIC 9(06).                            01000000
010100 01  WS-CAL-TRL-REC.                                              01010000
010200     05 TRL-MARKER          PIC X(01).                            01020000
010300        88 TRL-IS-TRAILER               VALUE 'T'.                01030000
010400     05 FILLER              PIC X(21).                            01040000
010500                                                                  01050000
010600 FD  ELF-LOOKUP.                                                  01060000
010700 01  ELF-LOOKUP-REC.                                              01070000
010800     05 ELF-LOOKUP-KEY   PIC X(10).                               01080000
010900     05 ELF-LOOKUP-NAME  PIC X(10).                               01090000
011000     05 ELF-LOOKUP-TOTAL PIC 9(10).                               01100000
011100     05 FILLER           PIC X(10).                               01110000
011200                                                                  01120000
011300 FD  ASG-FILE.                                                    01130000
011400 01  ASG-REC.                                                     01140000
011500     05 ASG-ELF-KEY     PIC X(10).                                01150000
011600     05 FILLER          PIC X(02).                                01160000
011700     05 ASG-SACK-KEY    PIC X(10).                                01170000
011800                                                                  01180000
011900 FD  KCR-RPT.                                                     01190000
012000 01  KCR-DTL-LINE.                                                01200000
012100     05 KCR-ELF-KEY         PIC X(10).                            01210000
012200     05 FILLER              PIC X(01).                            01220000
012300     05 KCR-ELF-NAME        PIC X(10).                            01230000
012400     05 FILLER              PIC X(01).                            01240000
012500     05 KCR-TEAM            PIC X(10).                            01250000
012600     05 FILLER              PIC X(01).                            01260000
012700     05 KCR-SACK-KEY        PIC X(10).                            01270000
012800     05 FILLER              PIC X(01).                            01280000
012900     05 KCR-MISSING         PIC X(36).                            01290000
013000                                                                  01300000
013100 FD  INV-RPT                                                      01310000
013200     DATA RECORD IS INV-REC.                                      01320000
013300 01  INV-REC.                                                     01330000
013400     05 INV-TYPE             PIC X(01).                           01340000
013500     05 FILLER               PIC X(02).                           01350000
013600     05 INV-COUNT            PIC 9(05).                           01360000
013700                                                                  01370000
013800 FD  CRQ-FILE.                                                    01380000
013900 01  CRQ-REC.                                                     01390000
014000     05 CRQ-EXP-ID          PIC X(09).                            01400000
014100     05 FILLER              PIC X(01).                            01410000
014200     05 CRQ-CRATE           PIC X(01).                            01420000
014300     05 FILLER              PIC X(01).                            01430000
014400     05 CRQ-QTY             PIC 9(05).                            01440000
014500     05 FILLER              PIC X(63).                            01450000
014600                                                                  01460000
014700*----------------------------------------------------------------*01470000
014800* LOAD-OUT SHEET - PER EXPEDITION A HEADER, ONE LINE PER ELF,    *01480000
014900* ONE PER CRATE TYPE, AND A TOTAL LINE WITH THE VERDICT          *01490000
015000*----------------------------------------------------------------*01500000
015100 FD  LOUT-RPT.                                                    01510000
015200 01  LOUT-REC                PIC X(80).                           01520000
015300 01  LOUT-EXP-LINE.                                               01530000
015400     05 LOUT-EXP-LIT         PIC X(11).                           01540000
015500     05 LOUT-EXP-ID          PIC X(09).                           01550000
015600     05 FILLER               PIC X(02).                           01560000
015700     05 LOUT-DEP-LIT         PIC X(08).                           01570000
015800     05 LOUT-DEP-DATE        PIC 9(08).                           01580000
015900     05 FILLER               PIC X(02).                           01590000
016000     05 LOUT-RET-LIT         PIC X(08).                           01600000
016100     05 LOUT-RET-DATE        PIC 9(08).                           01610000
016200     05 FILLER               PIC X(02).                           01620000
016300     05 LOUT-ELF-LIT         PIC X(06).                           01630000
016400     05 LOUT-ELF-CNT         PIC ZZZZ9.                           01640000
016500     05 FILLER               PIC X(11).                           01650000
016600 01  LOUT-ELF-LINE.                                               01660000
016700     05 FILLER               PIC X(04).                           01670000
016800     05 LOUT-ELF-KEY         PIC X(10).                           01680000
016900     05 FILLER               PIC X(02).                           01690000
017000     05 LOUT-ELF-TOTAL       PIC Z(09)9.                          01700000
017100     05 FILLER               PIC X(02).                           01710000
017200     05 LOUT-ELF-SACK        PIC X(10).                           01720000
017300     05 FILLER               PIC X(02).                           01730000
017400     05 LOUT-ELF-KIT         PIC X(10).                           01740000
017500     05 FILLER               PIC X(02).                           01750000
017600     05 LOUT-ELF-NOTE        PIC X(28).                           01760000
017700 01  LOUT-CRT-LINE.                                               01770000
017800     05 FILLER               PIC X(04).                           01780000
017900     05 LOUT-CRT-LIT         PIC X(06).                           01790000
018000     05 LOUT-CRT-TYPE        PIC X(01).                           01800000
018100     05 FILLER               PIC X(03).                           01810000
018200     05 LOUT-CRT-NEED        PIC ZZZZ9.                           01820000
018300     05 FILLER               PIC X(02).                           01830000
018400     05 LOUT-CRT-ALLOC       PIC ZZZZ9.                           01840000
018500     05 FILLER               PIC X(02).                           01850000
018600     05 LOUT-CRT-SHORT       PIC ZZZZ9.                           01860000
018700     05 FILLER               PIC X(02).                           01870000
018800     05 LOUT-CRT-STATUS      PIC X(08).                           01880000
018900     05 FILLER               PIC X(37).                           01890000
019000 01  LOUT-TOT-LINE.                                               01900000
019100     05 FILLER               PIC X(04).                           01910000
019200     05 LOUT-TOT-LIT         PIC X(16).                           01920000
019300     05 LOUT-TOT-CAL         PIC Z(11)9.                          01930000
019400     05 FILLER               PIC X(02).                           01940000
019500     05 LOUT-SHT-LIT         PIC X(11).                           01950000
019600     05 LOUT-TOT-SHORT       PIC ZZZZ9.                           01960000
019700     05 FILLER               PIC X(02).                           01970000
019800     05 LOUT-VERDICT         PIC X(09).                           01980000
019900     05 FILLER               PIC X(19).                           01990000
020000                                                                  02000000
020100*----------------------------------------------------------------*02010000
020200* SHORTFALL LIST - ONE LINE PER ITEM NOT READY, IN DEPARTURE     *02020000
020300* ORDER: NOT BKD, NO SACK, KIT, CRATE, NO ELVES OR NO DATE       *02030000
020400*----------------------------------------------------------------*02040000
020500 FD  SHT-RPT.                                                     02050000
020600 01  SHT-REC.                                                     02060000
020700     05 SHT-DEP-DATE         PIC 9(08).                           02070000
020800     05 FILLER               PIC X(02).                           02080000
020900     05 SHT-EXP-ID           PIC X(09).                           02090000
021000     05 FILLER               PIC X(02).                           02100000
021100     05 SHT-KIND             PIC X(08).                           02110000
021200     05 FILLER               PIC X(02).                           02120000
021300     05 SHT-KEY              PIC X(10).                           02130000
021400     05 FILLER               PIC X(02).                           02140000
021500     05 SHT-SHORT-QTY        PIC 9(05).                           02150000
021600     05 FILLER               PIC X(02).                           02160000
021700     05 SHT-DETAIL           PIC X(30).                           02170000
021800                                                                  02180000
021900*----------------------------------------------------------------*02190000
022000*  ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT      *02200000
022100*----------------------------------------------------------------*02210000
022200 FD  AUD-HIST                                                     02220000
022300     DATA RECORD IS AUD-HIST-REC.                                 02230000
022400 01  AUD-HIST-REC.                                                02240000
022500     05 HIST-DATE            PIC 9(08).                           02250000
022600     05 FILLER               PIC X(02).                           02260000
022700     05 HIST-TIME            PIC 9(06).                           02270000
022800     05 FILLER               PIC X(02).                           02280000
022900     05 HIST-PGM             PIC X(08).                           02290000
023000     05 FILLER               PIC X(02).                           02300000
023100     05 HIST-OUTPUT          PIC X(40).                           02310000
023200     05 FILLER               PIC X(02).                           02320000
023300     05 HIST-VERSION         PIC X(08).                           02330000
023400                                                                  02340000
023500 WORKING-STORAGE SECTION.                                         02350000
023600 01  WS-WORK-FIELDS.                                              02360000
023700     05 WS-I              PIC 9(05)   VALUE ZEROES.               02370000
023800     05 WS-J              PIC 9(05)   VALUE ZEROES.               02380000
023900     05 WS-K              PIC 9(05)   VALUE ZEROES.               02390000
024000     05 WS-SLOT           PIC 9(05)   VALUE ZEROES.               02400000
024100     05 WS-ELF-SEQ        PIC 9(05)   VALUE ZEROES.               02410000
024200     05 WS-CUR-ELF        PIC X(10)   VALUE SPACES.               02420000
024300     05 WS-CUR-KEY        PIC X(10)   VALUE SPACES.               02430000
024400     05 WS-PENDING-SW     PIC X(01)   VALUE 'N'.                  02440000
024500        88 WS-ELF-PENDING VALUE 'Y'.                              02450000
024600     05 WS-RUN-DATE       PIC 9(08)   VALUE ZEROES.               02460000
024700     05 WS-BASE-CNT       PIC 9(05)   VALUE ZEROES.               02470000
024800     05 WS-PLANNED-CNT    PIC 9(05)   VALUE ZEROES.               02480000
024900     05 WS-GONE-CNT       PIC 9(05)   VALUE ZEROES.               02490000
025000     05 WS-NOT-READY-CNT  PIC 9(05)   VALUE ZEROES.               02500000
025100     05 WS-SHORT-CNT      PIC 9(05)   VALUE ZEROES.               02510000
025200     05 WS-EXP-SHORT      PIC 9(05)   VALUE ZEROES.               02520000
025300     05 WS-CRT-FOUND      PIC 9(05)   VALUE ZEROES.               02530000
025400     05 WS-LETTER-IDX     PIC 9(02)   VALUE ZEROES.               02540000
025500     05 WS-ALLOC          PIC 9(05)   VALUE ZEROES.               02550000
025600     05 WS-SHORT-QTY      PIC 9(05)   VALUE ZEROES.               02560000
025700     05 WS-LETTERS        PIC X(26)                               02570000
025800                          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.     02580000
025900                                                                  02590000
026000*----------------------------------------------------------------*02600000
026100* EXPEDITIONS IN THE ORDER THE FEED HOLDS THEM, AND THE ORDER    *02610000
026200* THEY ARE PLANNED IN - DEPARTURE DATE, UNKNOWN DATES LAST       *02620000
026300*----------------------------------------------------------------*02630000
026400 01  WS-EXP-FIELDS.                                               02640000
026500     05 WS-EXP-CNT        PIC 9(05)   VALUE ZEROES.               02650000
026600     05 WS-MAX-EXPS       PIC 9(05)   VALUE 200.                  02660000
026700     05 WS-CUR-EXP        PIC 9(05)   VALUE ZEROES.               02670000
026800     05 WS-ORD-HOLD       PIC 9(05)   VALUE ZEROES.               02680000
026900 01  WS-EXP-TABLE.                                                02690000
027000     05 WS-EXP-ENTRY      OCCURS 200 TIMES.                       02700000
027100        10 WS-EXP-ID      PIC X(09).                              02710000
027200        10 WS-EXP-DEP     PIC 9(08).                              02720000
027300        10 WS-EXP-RET     PIC 9(08).                              02730000
027400        10 WS-EXP-SORT    PIC 9(08).                              02740000
027500        10 WS-EXP-ELVES   PIC 9(05).                              02750000
027600        10 WS-EXP-CAL     PIC 9(12).                              02760000
027700 01  WS-ORD-TABLE.                                                02770000
027800     05 WS-ORD-SLOT       PIC 9(05)   OCCURS 200 TIMES.           02780000
027900                                                                  02790000
028000*----------------------------------------------------------------*02800000
028100* EVERY ELF PLACED ON AN EXPEDITION - A DUPLICATE ELF WAS MERGED *02810000
028200* INTO ONE AOCD1IDX ROW, SO IT GOES WHERE IT FIRST APPEARS       *02820000
028300*----------------------------------------------------------------*02830000
028400 01  WS-ELF-FIELDS.                                               02840000
028500     05 WS-ELF-CNT        PIC 9(05)   VALUE ZEROES.               02850000
028600     05 WS-MAX-ELVES      PIC 9(05)   VALUE 2000.                 02860000
028700     05 WS-SEEN-SW        PIC X(01)   VALUE 'N'.                  02870000
028800        88 WS-ELF-SEEN    VALUE 'Y'.                              02880000
028900 01  WS-ELF-TABLE.                                                02890000
029000     05 WS-ELF-ENTRY      OCCURS 2000 TIMES.                      02900000
029100        10 WS-ELF-EXP     PIC 9(05).                              02910000
029200        10 WS-ELF-KEY     PIC X(10).                              02920000
029300        10 WS-ELF-TOTAL   PIC 9(10).                              02930000
029400        10 WS-ELF-BKD-SW  PIC X(01).                              02940000
029500           88 WS-ELF-BOOKED         VALUE 'Y'.                    02950000
029600        10 WS-ELF-SACK    PIC X(10).                              02960000
029700        10 WS-ELF-KIT     PIC X(10).                              02970000
029800        10 WS-ELF-MISSING PIC X(28).                              02980000
029900                                                                  02990000
030000*----------------------------------------------------------------*03000000
030100* SACK ASSIGNMENTS, AND THE SACKS AOCD3PGF FOUND SHORT OF KIT    *03010000
030200*----------------------------------------------------------------*03020000
030300 01  WS-ASG-FIELDS.                                               03030000
030400     05 WS-ASG-CNT        PIC 9(05)   VALUE ZEROES.               03040000
030500     05 WS-MAX-ASGS       PIC 9(05)   VALUE 2000.                 03050000
030600     05 WS-KCR-CNT        PIC 9(05)   VALUE ZEROES.               03060000
030700     05 WS-MAX-KCRS       PIC 9(05)   VALUE 2000.                 03070000
030800     05 WS-KCR-SW         PIC X(01)   VALUE 'N'.                  03080000
030900        88 WS-KCR-LOADED  VALUE 'Y'.                              03090000
031000 01  WS-ASG-TABLE.                                                03100000
031100     05 WS-ASG-ENTRY      OCCURS 2000 TIMES.                      03110000
031200        10 WS-ASG-ELF     PIC X(10).                              03120000
031300        10 WS-ASG-SACK    PIC X(10).                              03130000
031400 01  WS-KCR-TABLE.                                                03140000
031500     05 WS-KCR-ENTRY      OCCURS 2000 TIMES.                      03150000
031600        10 WS-KCR-ELF     PIC X(10).                              03160000
031700        10 WS-KCR-SACK    PIC X(10).                              03170000
031800        10 WS-KCR-TEXT    PIC X(28).                              03180000
031900                                                                  03190000
032000*----------------------------------------------------------------*03200000
032100* STACK INVENTORY BY CRATE LETTER - WHAT IS LEFT TO ALLOCATE -   *03210000
032200* AND THE CRATE REQUIREMENT ROWS                                 *03220000
032300*----------------------------------------------------------------*03230000
032400 01  WS-INV-TABLE.                                                03240000
032500     05 WS-INV-AVAIL      PIC 9(05)   OCCURS 26 TIMES.            03250000
032600 01  WS-CRQ-FIELDS.                                               03260000
032700     05 WS-CRQ-CNT        PIC 9(05)   VALUE ZEROES.               03270000
032800     05 WS-MAX-CRQS       PIC 9(05)   VALUE 1000.                 03280000
032900 01  WS-CRQ-TABLE.                                                03290000
033000     05 WS-CRQ-ENTRY      OCCURS 1000 TIMES.                      03300000
033100        10 WS-CRQ-EXP     PIC X(09).                              03310000
033200        10 WS-CRQ-TYPE    PIC X(01).                              03320000
033300        10 WS-CRQ-QTY     PIC 9(05).                              03330000
033400        10 WS-CRQ-USED-SW PIC X(01).                              03340000
033500           88 WS-CRQ-USED           VALUE 'Y'.                    03350000
033600                                                                  03360000
033700 01  WS-SWITCHES.                                                 03370000
033800     05 CAL-FILE-STATUS   PIC X(02)   VALUE SPACES.               03380000
033900        88 CAL-SUCCESS    VALUE '00'.                             03390000
034000        88 CAL-EOF        VALUE '10'.                             03400000
034100     05 ELF-LOOKUP-STATUS PIC X(02)   VALUE SPACES.               03410000
034200        88 ELF-LOOKUP-SUCCESS VALUE '00'.                         03420000
034300     05 ASG-FILE-STATUS   PIC X(02)   VALUE SPACES.               03430000
034400        88 ASG-SUCCESS    VALUE '00'.                             03440000
034500        88 ASG-EOF        VALUE '10'.                             03450000
034600     05 KCR-FILE-STATUS   PIC X(02)   VALUE SPACES.               03460000
034700        88 KCR-SUCCESS    VALUE '00'.                             03470000
034800        88 KCR-EOF        VALUE '10'.                             03480000
034900     05 INV-FILE-STATUS   PIC X(02)   VALUE SPACES.               03490000
035000        88 INV-SUCCESS    VALUE '00'.                             03500000
035100        88 INV-EOF        VALUE '10'.                             03510000
035200     05 CRQ-FILE-STATUS   PIC X(02)   VALUE SPACES.               03520000
035300        88 CRQ-SUCCESS    VALUE '00'.                             03530000
035400        88 CRQ-EOF        VALUE '10'.                             03540000
035500     05 LOUT-FILE-STATUS  PIC X(02)   VALUE SPACES.               03550000
035600        88 LOUT-SUCCESS   VALUE '00'.                             03560000
035700     05 SHT-FILE-STATUS   PIC X(02)   VALUE SPACES.               03570000
035800        88 SHT-SUCCESS    VALUE '00'.                             03580000
035900     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               03590000
036000        88 HIST-SUCCESS   VALUE '00'.                             03600000
036100                                                                  03610000
036200 01  WS-SYNTH-KEY.                                                03620000
036300     05 WS-SYNTH-KEY-LIT  PIC X(03)   VALUE 'ELF'.                03630000
036400     05 WS-SYNTH-KEY-SEQ  PIC 9(05)   VALUE ZEROES.               03640000
036500     05 FILLER            PIC X(02)   VALUE SPACES.               03650000
036600                                                                  03660000
036700 01  WS-HIST-FIELDS.                                              03670000
036800     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               03680000
036900     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               03690000
037000     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               03700000
037100     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             03710000
037200                                                                  03720000
037300 PROCEDURE DIVISION.                                              03730000
037400                                                                  03740000
037500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       03750000
037600     PERFORM 0500-LOAD-ASSIGNMENTS     THRU 0500-EXIT.            03760000
037700     PERFORM 0600-LOAD-KIT-STATUS      THRU 0600-EXIT.            03770000
037800     PERFORM 0700-LOAD-INVENTORY       THRU 0700-EXIT.            03780000
037900     PERFORM 0800-LOAD-CRATE-REQS      THRU 0800-EXIT.            03790000
038000     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            03800000
038100     PERFORM 2000-READ-FEED            THRU 2000-EXIT             03810000
038200       UNTIL CAL-EOF.                                             03820000
038300     CLOSE CAL-DATA.                                              03830000
038400     CLOSE ELF-LOOKUP.                                            03840000
038500     PERFORM 4000-ORDER-EXPEDITIONS    THRU 4000-EXIT.            03850000
038600     PERFORM 5000-PLAN-EXPEDITION      THRU 5000-EXIT             03860000
038700       VARYING WS-K FROM 1 BY 1                                   03870000
038800         UNTIL WS-K > WS-EXP-CNT.                                 03880000
038900     PERFORM 6000-CHECK-UNUSED-CRATES  THRU 6000-EXIT.            03890000
039000     CLOSE LOUT-RPT.                                              03900000
039100     CLOSE SHT-RPT.                                               03910000
039200     DISPLAY 'EXPEDITIONS PLANNED: ' WS-PLANNED-CNT               03920000
039300             ' NOT READY: ' WS-NOT-READY-CNT                      03930000
039400             ' ALREADY GONE: ' WS-GONE-CNT.                       03940000
039500     DISPLAY 'SHORTFALL LINES: ' WS-SHORT-CNT                     03950000
039600             ' BASE ELVES NOT PLANNED: ' WS-BASE-CNT.             03960000
039700     IF WS-SHORT-CNT > ZEROES                                     03970000
039800        MOVE 4                TO RETURN-CODE                      03980000
039900     END-IF.                                                      03990000
040000     STRING 'LOAD-OUT ' DELIMITED BY SIZE                         04000000
040100        WS-PLANNED-CNT DELIMITED BY SIZE                          04010000
040200        ' SHORTFALLS ' DELIMITED BY SIZE                          04020000
040300        WS-SHORT-CNT DELIMITED BY SIZE                            04030000
040400        INTO WS-HIST-MSG.                                         04040000
040500     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               04050000
040600     GOBACK.                                                      04060000
040700                                                                  04070000
040800 0500-LOAD-ASSIGNMENTS.                                           04080000
040900     OPEN INPUT ASG-FILE.                                         04090000
041000     IF NOT ASG-SUCCESS                                           04100000
041100        DISPLAY 'ERROR - UNABLE TO OPEN AOCD3ASG, FILE STATUS: '  04110000
041200                ASG-FILE-STATUS                                   04120000
041300        MOVE 16             TO RETURN-CODE                        04130000
041400        MOVE 'UNABLE TO OPEN SACK ASSIGNMENTS' TO WS-HIST-MSG     04140000
041500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04150000
041600        GOBACK                                                    04160000
041700     END-IF.                                                      04170000
041800     PERFORM UNTIL ASG-EOF                                        04180000
041900        READ ASG-FILE                                             04190000
042000             AT END                                               04200000
042100                SET ASG-EOF TO TRUE                               04210000
042200             NOT AT END                                           04220000
042300                PERFORM 0510-STORE-ASSIGNMENT  THRU 0510-EXIT     04230000
042400        END-READ                                                  04240000
042500     END-PERFORM.                                                 04250000
042600     CLOSE ASG-FILE.                                              04260000
042700 0500-EXIT.                                                       04270000
042800     EXIT.                                                        04280000
042900                                                                  04290000
043000 0510-STORE-ASSIGNMENT.                                           04300000
043100     IF ASG-ELF-KEY = SPACES OR ASG-SACK-KEY = SPACES             04310000
043200        GO TO 0510-EXIT                                           04320000
043300     END-IF.                                                      04330000
043400     IF WS-ASG-CNT NOT < WS-MAX-ASGS                              04340000
043500        DISPLAY 'ASSIGNMENT TABLE CAPACITY (' WS-MAX-ASGS         04350000
043600                ') EXCEEDED'                                      04360000
043700        MOVE 16             TO RETURN-CODE                        04370000
043800        MOVE 'ASSIGNMENT TABLE CAPACITY EXCEEDED' TO WS-HIST-MSG  04380000
043900        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04390000
044000        GOBACK                                                    04400000
044100     END-IF.                                                      04410000
044200     ADD 1                    TO WS-ASG-CNT.                      04420000
044300     MOVE ASG-ELF-KEY         TO WS-ASG-ELF(WS-ASG-CNT).          04430000
044400     MOVE ASG-SACK-KEY        TO WS-ASG-SACK(WS-ASG-CNT).         04440000
044500 0510-EXIT.                                                       04450000
044600     EXIT.                                                        04460000
044700                                                                  04470000
044800 0600-LOAD-KIT-STATUS.                                            04480000
044900*----------------------------------------------------------------*04490000
045000* ONLY DETAIL LINES CARRY BOTH AN ELF KEY AND A SACK KEY;        *04500000
045100* TITLE, RUN-ON AND TEAM SUMMARY LINES NEVER MATCH AN ASSIGNMENT *04510000
045200* AND ARE SIMPLY NEVER FOUND. NO REPORT TONIGHT LEAVES EVERY     *04520000
045300* SACK UNCHECKED                                                 *04530000
045400*----------------------------------------------------------------*04540000
045500     OPEN INPUT KCR-RPT.                                          04550000
045600     IF NOT KCR-SUCCESS                                           04560000
045700        DISPLAY 'NO AOCD3KCR KIT REPORT - KIT STATUS NOT CHECKED' 04570000
045800        GO TO 0600-EXIT                                           04580000
045900     END-IF.                                                      04590000
046000     SET WS-KCR-LOADED        TO TRUE.                            04600000
046100     PERFORM UNTIL KCR-EOF                                        04610000
046200        READ KCR-RPT                                              04620000
046300             AT END                                               04630000
046400                SET KCR-EOF TO TRUE                               04640000
046500             NOT AT END                                           04650000
046600                IF KCR-ELF-KEY NOT = SPACES                       04660000
046700                   AND KCR-SACK-KEY NOT = SPACES                  04670000
046800                   PERFORM 0610-STORE-SHORT-SACK  THRU 0610-EXIT  04680000
046900                END-IF                                            04690000
047000        END-READ                                                  04700000
047100     END-PERFORM.                                                 04710000
047200     CLOSE KCR-RPT.                                               04720000
047300 0600-EXIT.                                                       04730000
047400     EXIT.                                                        04740000
047500                                                                  04750000
047600 0610-STORE-SHORT-SACK.                                           04760000
047700     IF WS-KCR-CNT NOT < WS-MAX-KCRS                              04770000
047800        DISPLAY 'KIT REPORT TABLE CAPACITY (' WS-MAX-KCRS         04780000
047900                ') EXCEEDED'                                      04790000
048000        MOVE 16             TO RETURN-CODE                        04800000
048100        MOVE 'KIT REPORT TABLE CAPACITY EXCEEDED' TO WS-HIST-MSG  04810000
048200        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04820000
048300        GOBACK                                                    04830000
048400     END-IF.                                                      04840000
048500     ADD 1                    TO WS-KCR-CNT.                      04850000
048600     MOVE KCR-ELF-KEY         TO WS-KCR-ELF(WS-KCR-CNT).          04860000
048700     MOVE KCR-SACK-KEY        TO WS-KCR-SACK(WS-KCR-CNT).         04870000
048800     MOVE KCR-MISSING         TO WS-KCR-TEXT(WS-KCR-CNT).         04880000
048900 0610-EXIT.                                                       04890000
049000     EXIT.                                                        04900000
049100                                                                  04910000
049200 0700-LOAD-INVENTORY.                                             04920000
049300     MOVE ZEROES              TO WS-INV-TABLE.                    04930000
049400     OPEN INPUT INV-RPT.                                          04940000
049500     IF NOT INV-SUCCESS                                           04950000
049600        DISPLAY 'ERROR - UNABLE TO OPEN AOCD5INV, FILE STATUS: '  04960000
049700                INV-FILE-STATUS                                   04970000
049800        MOVE 16             TO RETURN-CODE                        04980000
049900        MOVE 'UNABLE TO OPEN STACK INVENTORY'  TO WS-HIST-MSG     04990000
050000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             05000000
050100        GOBACK                                                    05010000
050200     END-IF.                                                      05020000
050300     PERFORM UNTIL INV-EOF                                        05030000
050400        READ INV-RPT                                              05040000
050500             AT END                                               05050000
050600                SET INV-EOF TO TRUE                               05060000
050700             NOT AT END                                           05070000
050800                MOVE ZEROES      TO WS-LETTER-IDX                 05080000
050900                INSPECT WS-LETTERS TALLYING WS-LETTER-IDX         05090000
051000                        FOR CHARACTERS BEFORE INITIAL INV-TYPE    05100000
051100                IF INV-TYPE IS ALPHABETIC                         05110000
051200                   AND INV-TYPE NOT = SPACE                       05120000
051300                   AND WS-LETTER-IDX < 26                         05130000
051400                   AND INV-COUNT IS NUMERIC                       05140000
051500                   ADD 1         TO WS-LETTER-IDX                 05150000
051600                   MOVE INV-COUNT TO WS-INV-AVAIL(WS-LETTER-IDX)  05160000
051700                END-IF                                            05170000
051800        END-READ                                                  05180000
051900     END-PERFORM.                                                 05190000
052000     CLOSE INV-RPT.                                               05200000
052100 0700-EXIT.                                                       05210000
052200     EXIT.                                                        05220000
052300                                                                  05230000
052400 0800-LOAD-CRATE-REQS.                                            05240000
052500     OPEN INPUT CRQ-FILE.                                         05250000
052600     IF NOT CRQ-SUCCESS                                           05260000
052700        DISPLAY 'ERROR - UNABLE TO OPEN AOCDLCRQ, FILE STATUS: '  05270000
052800                CRQ-FILE-STATUS                                   05280000
052900        MOVE 16             TO RETURN-CODE                        05290000
053000        MOVE 'UNABLE TO OPEN CRATE REQUIREMENTS' TO WS-HIST-MSG   05300000
053100        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             05310000
053200        GOBACK                                                    05320000
053300     END-IF.                                                      05330000
053400     PERFORM UNTIL CRQ-EOF                                        05340000
053500        READ CRQ-FILE                                             05350000
053600             AT END                                               05360000
053700                SET CRQ-EOF TO TRUE                               05370000
053800             NOT AT END                                           05380000
053900                PERFORM 0810-STORE-CRATE-REQ  THRU 0810-EXIT      05390000
054000        END-READ                                                  05400000
054100     END-PERFORM.                                                 05410000
054200     CLOSE CRQ-FILE.                                              05420000
054300 0800-EXIT.                                                       05430000
054400     EXIT.                                                        05440000
054500                                                                  05450000
054600 0810-STORE-CRATE-REQ.                                            05460000
054700     IF CRQ-EXP-ID = SPACES                                       05470000
054800        OR CRQ-CRATE IS NOT ALPHABETIC                            05480000
054900        OR CRQ-CRATE = SPACE                                      05490000
055000        OR CRQ-QTY IS NOT NUMERIC                                 05500000
055100        OR CRQ-QTY = ZEROES                                       05510000
055200        DISPLAY 'CRATE REQUIREMENT ROW DROPPED: ' CRQ-REC(1:17)   05520000
055300        GO TO 0810-EXIT                                           05530000
055400     END-IF.                                                      05540000
055500     IF WS-CRQ-CNT NOT < WS-MAX-CRQS                              05550000
055600        DISPLAY 'CRATE REQUIREMENT CAPACITY (' WS-MAX-CRQS        05560000
055700                ') EXCEEDED'                                      05570000
055800        MOVE 16             TO RETURN-CODE                        05580000
055900        MOVE 'CRATE REQUIREMENT CAPACITY EXCEEDED' TO WS-HIST-MSG 05590000
056000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             05600000
056100        GOBACK                                                    05610000
056200     END-IF.                                                      05620000
056300     ADD 1                    TO WS-CRQ-CNT.                      05630000
056400     MOVE CRQ-EXP-ID          TO WS-CRQ-EXP(WS-CRQ-CNT).          05640000
056500     MOVE CRQ-CRATE           TO WS-CRQ-TYPE(WS-CRQ-CNT).         05650000
056600     MOVE CRQ-QTY             TO WS-CRQ-QTY(WS-CRQ-CNT).          05660000
056700     MOVE 'N'                 TO WS-CRQ-USED-SW(WS-CRQ-CNT).      05670000
056800 0810-EXIT.                                                       05680000
056900     EXIT.                                                        05690000
057000                                                                  05700000
057100 1000-OPEN-FILES.                                                 05710000
057200     OPEN INPUT CAL-DATA.                                         05720000
057300     IF NOT CAL-SUCCESS                                           05730000
057400        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY1, FILE STATUS: '   05740000
057500                CAL-FILE-STATUS                                   05750000
057600        MOVE 16             TO RETURN-CODE                        05760000
057700        MOVE 'UNABLE TO OPEN CAL-DATA'       TO WS-HIST-MSG       05770000
057800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             05780000
057900        GOBACK                                                    05790000
058000     END-IF.                                                      05800000
058100     OPEN INPUT ELF-LOOKUP.                                       05810000
058200     IF NOT ELF-LOOKUP-SUCCESS                                    05820000
058300        DISPLAY 'ERROR - UNABLE TO OPEN AOCD1IDX, FILE STATUS: '  05830000
058400                ELF-LOOKUP-STATUS                                 05840000
058500        MOVE 16             TO RETURN-CODE                        05850000
058600        MOVE 'UNABLE TO OPEN ELF LOOKUP'     TO WS-HIST-MSG       05860000
058700        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             05870000
058800        GOBACK                                                    05880000
058900     END-IF.                                                      05890000
059000     OPEN OUTPUT LOUT-RPT.                                        05900000
059100     OPEN OUTPUT SHT-RPT.                                         05910000
059200     IF NOT LOUT-SUCCESS OR NOT SHT-SUCCESS                       05920000
059300        DISPLAY 'ERROR - UNABLE TO OPEN LOAD-OUT OUTPUT, STATUS: '05930000
059400                LOUT-FILE-STATUS ' / ' SHT-FILE-STATUS            05940000
059500        MOVE 16             TO RETURN-CODE                        05950000
059600        MOVE 'UNABLE TO OPEN LOAD-OUT OUTPUT'  TO WS-HIST-MSG     05960000
059700        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             05970000
059800        GOBACK                                                    05980000
059900     END-IF.                                                      05990000
060000 1000-EXIT.                                                       06000000
060100     EXIT.                                                        06010000
060200                                                                  06020000
060300 2000-READ-FEED.                                                  06030000
060400*----------------------------------------------------------------*06040000
060500* THE SAME BREAK RULES AS AOCD1PG1 - A HEADER STARTS AN          *06050000
060600* EXPEDITION, A BLANK CALORIE LINE ENDS AN ELF, AND THE ELF      *06060000
060700* NAME MAY SIT ON ANY OF ITS LINES. THE ELF SEQUENCE IS KEPT     *06070000
060800* THE SAME WAY SO AN UNNAMED ELF FINDS ITS ELFNNNNN LOOKUP ROW   *06080000
060900*----------------------------------------------------------------*06090000
061000     READ CAL-DATA                                                06100000
061100          AT END                                                  06110000
061200             SET CAL-EOF TO TRUE                                  06120000
061300             IF WS-ELF-PENDING                                    06130000
061400                PERFORM 3000-ELF-BREAK  THRU 3000-EXIT            06140000
061500             END-IF                                               06150000
061600          NOT AT END                                              06160000
061700             EVALUATE TRUE                                        06170000
061800                 WHEN TRL-IS-TRAILER                              06180000
061900                      CONTINUE                                    06190000
062000                 WHEN HDR-IS-EXPEDITION                           06200000
062100                  AND HDR-EXP-ID NOT = SPACES                     06210000
062200                      PERFORM 2100-START-EXPEDITION               06220000
062300                         THRU 2100-EXIT                           06230000
062400                 WHEN CALORIES = SPACES                           06240000
062500                      PERFORM 3000-ELF-BREAK  THRU 3000-EXIT      06250000
062600                 WHEN OTHER                                       06260000
062700                      SET WS-ELF-PENDING TO TRUE                  06270000
062800                      IF WS-ELF-NAME NOT = SPACES                 06280000
062900                         MOVE WS-ELF-NAME TO WS-CUR-ELF           06290000
063000                      END-IF                                      06300000
063100             END-EVALUATE                                         06310000
063200     END-READ.                                                    06320000
063300 2000-EXIT.                                                       06330000
063400     EXIT.                                                        06340000
063500                                                                  06350000
063600 2100-START-EXPEDITION.                                           06360000
063700*----------------------------------------------------------------*06370000
063800* A REPEATED HEADER REJOINS ITS EXPEDITION. A HEADER WITH NO     *06380000
063900* USABLE DEPARTURE DATE SORTS LAST AND IS REPORTED NO DATE       *06390000
064000*----------------------------------------------------------------*06400000
064100     MOVE ZEROES              TO WS-CUR-EXP.                      06410000
064200     PERFORM VARYING WS-I FROM 1 BY 1                             06420000
064300               UNTIL WS-I > WS-EXP-CNT                            06430000
064400                  OR WS-CUR-EXP > ZEROES                          06440000
064500        IF WS-EXP-ID(WS-I) = HDR-EXP-ID                           06450000
064600           MOVE WS-I          TO WS-CUR-EXP                       06460000
064700        END-IF                                                    06470000
064800     END-PERFORM.                                                 06480000
064900     IF WS-CUR-EXP > ZEROES                                       06490000
065000        GO TO 2100-EXIT                                           06500000
065100     END-IF.                                                      06510000
065200     IF WS-EXP-CNT NOT < WS-MAX-EXPS                              06520000
065300        DISPLAY 'EXPEDITION TABLE CAPACITY (' WS-MAX-EXPS         06530000
065400                ') EXCEEDED'                                      06540000
065500        MOVE 16             TO RETURN-CODE                        06550000
065600        MOVE 'EXPEDITION TABLE CAPACITY EXCEEDED' TO WS-HIST-MSG  06560000
065700        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             06570000
065800        GOBACK                                                    06580000
065900     END-IF.                                                      06590000
066000     ADD 1                    TO WS-EXP-CNT.                      06600000
066100     MOVE WS-EXP-CNT          TO WS-CUR-EXP.                      06610000
066200     INITIALIZE               WS-EXP-ENTRY(WS-CUR-EXP).           06620000
066300     MOVE HDR-EXP-ID          TO WS-EXP-ID(WS-CUR-EXP).           06630000
066400     MOVE 99999999            TO WS-EXP-SORT(WS-CUR-EXP).         06640000
066500     IF HDR-EXP-DATE IS NUMERIC AND HDR-EXP-DATE > ZEROES         06650000
066600        COMPUTE WS-EXP-DEP(WS-CUR-EXP) = 20000000 + HDR-EXP-DATE  06660000
066700        MOVE WS-EXP-DEP(WS-CUR-EXP) TO WS-EXP-SORT(WS-CUR-EXP)    06670000
066800     END-IF.                                                      06680000
066900     IF HDR-RET-DATE IS NUMERIC AND HDR-RET-DATE > ZEROES         06690000
067000        COMPUTE WS-EXP-RET(WS-CUR-EXP) = 20000000 + HDR-RET-DATE  06700000
067100     END-IF.                                                      06710000
067200 2100-EXIT.                                                       06720000
067300     EXIT.                                                        06730000
067400                                                                  06740000
067500 3000-ELF-BREAK.                                                  06750000
067600     ADD 1                    TO WS-ELF-SEQ.                      06760000
067700     IF WS-CUR-ELF NOT = SPACES                                   06770000
067800        MOVE WS-CUR-ELF       TO WS-CUR-KEY                       06780000
067900     ELSE                                                         06790000
068000        MOVE WS-ELF-SEQ       TO WS-SYNTH-KEY-SEQ                 06800000
068100        MOVE WS-SYNTH-KEY     TO WS-CUR-KEY                       06810000
068200     END-IF.                                                      06820000
068300     MOVE SPACES              TO WS-CUR-ELF.                      06830000
068400     MOVE 'N'                 TO WS-PENDING-SW.                   06840000
068500     IF WS-CUR-EXP = ZEROES                                       06850000
068600        ADD 1                 TO WS-BASE-CNT                      06860000
068700        GO TO 3000-EXIT                                           06870000
068800     END-IF.                                                      06880000
068900     MOVE 'N'                 TO WS-SEEN-SW.                      06890000
069000     PERFORM VARYING WS-I FROM 1 BY 1                             06900000
069100               UNTIL WS-I > WS-ELF-CNT                            06910000
069200                  OR WS-ELF-SEEN                                  06920000
069300        IF WS-ELF-KEY(WS-I) = WS-CUR-KEY                          06930000
069400           SET WS-ELF-SEEN    TO TRUE                             06940000
069500        END-IF                                                    06950000
069600     END-PERFORM.                                                 06960000
069700     IF WS-ELF-SEEN                                               06970000
069800        GO TO 3000-EXIT                                           06980000
069900     END-IF.                                                      06990000
070000     IF WS-ELF-CNT NOT < WS-MAX-ELVES                             07000000
070100        DISPLAY 'ELF TABLE CAPACITY (' WS-MAX-ELVES ') EXCEEDED'  07010000
070200        MOVE 16             TO RETURN-CODE                        07020000
070300        MOVE 'ELF TABLE CAPACITY EXCEEDED'   TO WS-HIST-MSG       07030000
070400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             07040000
070500        GOBACK                                                    07050000
070600     END-IF.                                                      07060000
070700     ADD 1                    TO WS-ELF-CNT.                      07070000
070800     PERFORM 3100-PLACE-ELF   THRU 3100-EXIT.                     07080000
070900 3000-EXIT.                                                       07090000
071000     EXIT.                                                        07100000
071100                                                                  07110000
071200 3100-PLACE-ELF.                                                  07120000
071300*----------------------------------------------------------------*07130000
071400* AN ELF THE NIGHTLY RUN REFUSED HAS NO LOOKUP ROW AND IS NOT    *07140000
071500* BOOKED. THE SACK IS ITS FIRST AOCD3ASG ROW, AND THE KIT IS     *07150000
071600* SHORT WHEN AOCD3KCR LISTS THAT ELF WITH THAT SACK              *07160000
071700*----------------------------------------------------------------*07170000
071800     INITIALIZE               WS-ELF-ENTRY(WS-ELF-CNT).           07180000
071900     MOVE WS-CUR-EXP          TO WS-ELF-EXP(WS-ELF-CNT).          07190000
072000     MOVE WS-CUR-KEY          TO WS-ELF-KEY(WS-ELF-CNT).          07200000
072100     MOVE 'N'                 TO WS-ELF-BKD-SW(WS-ELF-CNT).       07210000
072200     ADD 1                    TO WS-EXP-ELVES(WS-CUR-EXP).        07220000
072300     MOVE WS-CUR-KEY          TO ELF-LOOKUP-KEY.                  07230000
072400     READ ELF-LOOKUP                                              07240000
072500          INVALID KEY                                             07250000
072600             CONTINUE                                             07260000
072700          NOT INVALID KEY                                         07270000
072800             SET WS-ELF-BOOKED(WS-ELF-CNT)  TO TRUE               07280000
072900             MOVE ELF-LOOKUP-TOTAL  TO WS-ELF-TOTAL(WS-ELF-CNT)   07290000
073000             ADD ELF-LOOKUP-TOTAL   TO WS-EXP-CAL(WS-CUR-EXP)     07300000
073100     END-READ.                                                    07310000
073200     MOVE ZEROES              TO WS-SLOT.                         07320000
073300     PERFORM VARYING WS-I FROM 1 BY 1                             07330000
073400               UNTIL WS-I > WS-ASG-CNT                            07340000
073500                  OR WS-SLOT > ZEROES                             07350000
073600        IF WS-ASG-ELF(WS-I) = WS-CUR-KEY                          07360000
073700           MOVE WS-I          TO WS-SLOT                          07370000
073800        END-IF                                                    07380000
073900     END-PERFORM.                                                 07390000
074000     IF WS-SLOT = ZEROES                                          07400000
074100        MOVE 'NO SACK'        TO WS-ELF-KIT(WS-ELF-CNT)           07410000
074200        GO TO 3100-EXIT                                           07420000
074300     END-IF.                                                      07430000
074400     MOVE WS-ASG-SACK(WS-SLOT) TO WS-ELF-SACK(WS-ELF-CNT).        07440000
074500     IF NOT WS-KCR-LOADED                                         07450000
074600        MOVE 'UNCHECKED'      TO WS-ELF-KIT(WS-ELF-CNT)           07460000
074700        GO TO 3100-EXIT                                           07470000
074800     END-IF.                                                      07480000
074900     MOVE 'KIT OK'            TO WS-ELF-KIT(WS-ELF-CNT).          07490000
075000     PERFORM VARYING WS-I FROM 1 BY 1                             07500000
075100               UNTIL WS-I > WS-KCR-CNT                            07510000
075200        IF WS-KCR-ELF(WS-I) = WS-CUR-KEY                          07520000
075300           AND WS-KCR-SACK(WS-I) = WS-ELF-SACK(WS-ELF-CNT)        07530000
075400           MOVE 'KIT SHORT'   TO WS-ELF-KIT(WS-ELF-CNT)           07540000
075500           MOVE WS-KCR-TEXT(WS-I) TO WS-ELF-MISSING(WS-ELF-CNT)   07550000
075600        END-IF                                                    07560000
075700     END-PERFORM.                                                 07570000
075800 3100-EXIT.                                                       07580000
075900     EXIT.                                                        07590000
076000                                                                  07600000
076100 4000-ORDER-EXPEDITIONS.                                          07610000
076200*----------------------------------------------------------------*07620000
076300* PLANNING ORDER IS DEPARTURE DATE - THE EARLIEST EXPEDITION HAS *07630000
076400* FIRST CALL ON THE STACK INVENTORY. TIES KEEP FEED ORDER        *07640000
076500*----------------------------------------------------------------*07650000
076600     PERFORM VARYING WS-I FROM 1 BY 1                             07660000
076700               UNTIL WS-I > WS-EXP-CNT                            07670000
076800        MOVE WS-I             TO WS-ORD-SLOT(WS-I)                07680000
076900     END-PERFORM.                                                 07690000
077000     PERFORM VARYING WS-I FROM 1 BY 1                             07700000
077100               UNTIL WS-I NOT < WS-EXP-CNT                        07710000
077200        PERFORM VARYING WS-J FROM 1 BY 1                          07720000
077300                  UNTIL WS-J > WS-EXP-CNT - WS-I                  07730000
077400           IF WS-EXP-SORT(WS-ORD-SLOT(WS-J)) >                    07740000
077500              WS-EXP-SORT(WS-ORD-SLOT(WS-J + 1))                  07750000
077600              MOVE WS-ORD-SLOT(WS-J)      TO WS-ORD-HOLD          07760000
077700              MOVE WS-ORD-SLOT(WS-J + 1)  TO WS-ORD-SLOT(WS-J)    07770000
077800              MOVE WS-ORD-HOLD            TO WS-ORD-SLOT(WS-J + 1)07780000
077900           END-IF                                                 07790000
078000        END-PERFORM                                               07800000
078100     END-PERFORM.                                                 07810000
078200 4000-EXIT.                                                       07820000
078300     EXIT.                                                        07830000
078400                                                                  07840000
078500 5000-PLAN-EXPEDITION.                                            07850000
078600     MOVE WS-ORD-SLOT(WS-K)   TO WS-CUR-EXP.                      07860000
078700     IF WS-EXP-DEP(WS-CUR-EXP) > ZEROES                           07870000
078800        AND WS-EXP-DEP(WS-CUR-EXP) < WS-RUN-DATE                  07880000
078900        ADD 1                 TO WS-GONE-CNT                      07890000
079000        DISPLAY 'EXPEDITION ' WS-EXP-ID(WS-CUR-EXP)               07900000
079100                ' DEPARTED ' WS-EXP-DEP(WS-CUR-EXP)               07910000
079200                ' - NOT PLANNED'                                  07920000
079300        GO TO 5000-EXIT                                           07930000
079400     END-IF.                                                      07940000
079500     ADD 1                    TO WS-PLANNED-CNT.                  07950000
079600     MOVE ZEROES              TO WS-EXP-SHORT.                    07960000
079700     MOVE SPACES              TO LOUT-REC.                        07970000
079800     MOVE 'EXPEDITION '       TO LOUT-EXP-LIT.                    07980000
079900     MOVE WS-EXP-ID(WS-CUR-EXP)    TO LOUT-EXP-ID.                07990000
080000     MOVE 'DEPARTS '          TO LOUT-DEP-LIT.                    08000000
080100     MOVE WS-EXP-DEP(WS-CUR-EXP)   TO LOUT-DEP-DATE.              08010000
080200     MOVE 'RETURNS '          TO LOUT-RET-LIT.                    08020000
080300     MOVE WS-EXP-RET(WS-CUR-EXP)   TO LOUT-RET-DATE.              08030000
080400     MOVE 'ELVES '            TO LOUT-ELF-LIT.                    08040000
080500     MOVE WS-EXP-ELVES(WS-CUR-EXP) TO LOUT-ELF-CNT.               08050000
080600     WRITE LOUT-EXP-LINE.                                         08060000
080700     IF WS-EXP-DEP(WS-CUR-EXP) = ZEROES                           08070000
080800        MOVE 'NO DATE'        TO SHT-KIND                         08080000
080900        MOVE SPACES           TO SHT-KEY                          08090000
081000        MOVE ZEROES           TO SHT-SHORT-QTY                    08100000
081100        MOVE 'NO USABLE DEPARTURE DATE'  TO SHT-DETAIL            08110000
081200        PERFORM 5900-WRITE-SHORTFALL  THRU 5900-EXIT              08120000
081300     END-IF.                                                      08130000
081400     PERFORM 5100-LIST-ELVES  THRU 5100-EXIT.                     08140000
081500     PERFORM 5200-ALLOCATE-CRATES  THRU 5200-EXIT.                08150000
081600     MOVE SPACES              TO LOUT-REC.                        08160000
081700     MOVE 'TOTAL CALORIES  '  TO LOUT-TOT-LIT.                    08170000
081800     MOVE WS-EXP-CAL(WS-CUR-EXP)   TO LOUT-TOT-CAL.               08180000
081900     MOVE 'SHORTFALLS '       TO LOUT-SHT-LIT.                    08190000
082000     MOVE WS-EXP-SHORT        TO LOUT-TOT-SHORT.                  08200000
082100     IF WS-EXP-SHORT = ZEROES                                     08210000
082200        MOVE 'READY'          TO LOUT-VERDICT                     08220000
082300     ELSE                                                         08230000
082400        MOVE 'NOT READY'      TO LOUT-VERDICT                     08240000
082500        ADD 1                 TO WS-NOT-READY-CNT                 08250000
082600     END-IF.                                                      08260000
082700     WRITE LOUT-TOT-LINE.                                         08270000
082800     MOVE SPACES              TO LOUT-REC.                        08280000
082900     WRITE LOUT-REC.                                              08290000
083000 5000-EXIT.                                                       08300000
083100     EXIT.                                                        08310000
083200                                                                  08320000
083300 5100-LIST-ELVES.                                                 08330000
083400     IF WS-EXP-ELVES(WS-CUR-EXP) = ZEROES                         08340000
083500        MOVE 'NO ELVES'       TO SHT-KIND                         08350000
083600        MOVE SPACES           TO SHT-KEY                          08360000
083700        MOVE ZEROES           TO SHT-SHORT-QTY                    08370000
083800        MOVE 'NO ELVES PLACED ON AOCDAY1'  TO SHT-DETAIL          08380000
083900        PERFORM 5900-WRITE-SHORTFALL  THRU 5900-EXIT              08390000
084000        GO TO 5100-EXIT                                           08400000
084100     END-IF.                                                      08410000
084200     MOVE SPACES              TO LOUT-REC.                        08420000
084300     MOVE 'ELF KEY'           TO LOUT-REC(5:7).                   08430000
084400     MOVE 'CALORIES'          TO LOUT-REC(19:8).                  08440000
084500     MOVE 'SACK KEY'          TO LOUT-REC(29:8).                  08450000
084600     MOVE 'KIT'               TO LOUT-REC(41:3).                  08460000
084700     MOVE 'NOTE'              TO LOUT-REC(53:4).                  08470000
084800     WRITE LOUT-REC.                                              08480000
084900     PERFORM VARYING WS-I FROM 1 BY 1                             08490000
085000               UNTIL WS-I > WS-ELF-CNT                            08500000
085100        IF WS-ELF-EXP(WS-I) = WS-CUR-EXP                          08510000
085200           PERFORM 5150-LIST-ONE-ELF  THRU 5150-EXIT              08520000
085300        END-IF                                                    08530000
085400     END-PERFORM.                                                 08540000
085500 5100-EXIT.                                                       08550000
085600     EXIT.                                                        08560000
085700                                                                  08570000
085800 5150-LIST-ONE-ELF.                                               08580000
085900     MOVE SPACES              TO LOUT-REC.                        08590000
086000     MOVE WS-ELF-KEY(WS-I)    TO LOUT-ELF-KEY.                    08600000
086100     MOVE WS-ELF-TOTAL(WS-I)  TO LOUT-ELF-TOTAL.                  08610000
086200     MOVE WS-ELF-SACK(WS-I)   TO LOUT-ELF-SACK.                   08620000
086300     MOVE WS-ELF-KIT(WS-I)    TO LOUT-ELF-KIT.                    08630000
086400     MOVE WS-ELF-KEY(WS-I)    TO SHT-KEY.                         08640000
086500     MOVE ZEROES              TO SHT-SHORT-QTY.                   08650000
086600     IF NOT WS-ELF-BOOKED(WS-I)                                   08660000
086700        MOVE 'NO RATIONS BOOKED'   TO LOUT-ELF-NOTE               08670000
086800        MOVE 'NOT BKD'        TO SHT-KIND                         08680000
086900        MOVE 'NO CALORIE BOOKING ON AOCD1IDX'  TO SHT-DETAIL      08690000
087000        PERFORM 5900-WRITE-SHORTFALL  THRU 5900-EXIT              08700000
087100     END-IF.                                                      08710000
087200     IF WS-ELF-KIT(WS-I) = 'NO SACK'                              08720000
087300        MOVE 'NO SACK'        TO SHT-KIND                         08730000
087400        MOVE 'NO SACK ASSIGNED ON AOCD3ASG'    TO SHT-DETAIL      08740000
087500        PERFORM 5900-WRITE-SHORTFALL  THRU 5900-EXIT              08750000
087600     END-IF.                                                      08760000
087700     IF WS-ELF-KIT(WS-I) = 'KIT SHORT'                            08770000
087800        MOVE WS-ELF-MISSING(WS-I)  TO LOUT-ELF-NOTE               08780000
087900        MOVE 'KIT'            TO SHT-KIND                         08790000
088000        MOVE WS-ELF-MISSING(WS-I)  TO SHT-DETAIL                  08800000
088100        PERFORM 5900-WRITE-SHORTFALL  THRU 5900-EXIT              08810000
088200     END-IF.                                                      08820000
088300     WRITE LOUT-ELF-LINE.                                         08830000
088400 5150-EXIT.                                                       08840000
088500     EXIT.                                                        08850000
088600                                                                  08860000
088700 5200-ALLOCATE-CRATES.                                            08870000
088800*----------------------------------------------------------------*08880000
088900* EACH REQUIREMENT ROW TAKES WHAT IS LEFT OF ITS CRATE LETTER ON *08890000
089000* THE STACK INVENTORY; WHATEVER IS NOT THERE IS SHORT            *08900000
089100*----------------------------------------------------------------*08910000
089200     MOVE ZEROES              TO WS-CRT-FOUND.                    08920000
089300     MOVE SPACES              TO LOUT-REC.                        08930000
089400     MOVE 'CRATE'             TO LOUT-REC(5:5).                   08940000
089500     MOVE 'NEED'              TO LOUT-REC(16:4).                  08950000
089600     MOVE 'ALLOC'             TO LOUT-REC(22:5).                  08960000
089700     MOVE 'SHORT'             TO LOUT-REC(29:5).                  08970000
089800     MOVE 'STATUS'            TO LOUT-REC(36:6).                  08980000
089900     WRITE LOUT-REC.                                              08990000
090000     PERFORM VARYING WS-I FROM 1 BY 1                             09000000
090100               UNTIL WS-I > WS-CRQ-CNT                            09010000
090200        IF WS-CRQ-EXP(WS-I) = WS-EXP-ID(WS-CUR-EXP)               09020000
090300           ADD 1              TO WS-CRT-FOUND                     09030000
090400           SET WS-CRQ-USED(WS-I)  TO TRUE                         09040000
090500           PERFORM 5250-ALLOCATE-ONE  THRU 5250-EXIT              09050000
090600        END-IF                                                    09060000
090700     END-PERFORM.                                                 09070000
090800     IF WS-CRT-FOUND = ZEROES                                     09080000
090900        MOVE SPACES           TO LOUT-REC                         09090000
091000        MOVE 'NO CRATE REQUIREMENT ON AOCDLCRQ'  TO LOUT-REC(5:32)09100000
091100        WRITE LOUT-REC                                            09110000
091200     END-IF.                                                      09120000
091300 5200-EXIT.                                                       09130000
091400     EXIT.                                                        09140000
091500                                                                  09150000
091600 5250-ALLOCATE-ONE.                                               09160000
091700     MOVE ZEROES              TO WS-LETTER-IDX.                   09170000
091800     INSPECT WS-LETTERS TALLYING WS-LETTER-IDX                    09180000
091900             FOR CHARACTERS BEFORE INITIAL WS-CRQ-TYPE(WS-I).     09190000
092000     ADD 1                    TO WS-LETTER-IDX.                   09200000
092100     MOVE SPACES              TO LOUT-REC.                        09210000
092200     MOVE 'CRATE '            TO LOUT-CRT-LIT.                    09220000
092300     MOVE WS-CRQ-TYPE(WS-I)   TO LOUT-CRT-TYPE.                   09230000
092400     MOVE WS-CRQ-QTY(WS-I)    TO LOUT-CRT-NEED.                   09240000
092500     IF WS-INV-AVAIL(WS-LETTER-IDX) NOT < WS-CRQ-QTY(WS-I)        09250000
092600        MOVE WS-CRQ-QTY(WS-I) TO WS-ALLOC                         09260000
092700     ELSE                                                         09270000
092800        MOVE WS-INV-AVAIL(WS-LETTER-IDX)  TO WS-ALLOC             09280000
092900     END-IF.                                                      09290000
093000     SUBTRACT WS-ALLOC        FROM WS-INV-AVAIL(WS-LETTER-IDX).   09300000
093100     COMPUTE WS-SHORT-QTY = WS-CRQ-QTY(WS-I) - WS-ALLOC.          09310000
093200     MOVE WS-ALLOC            TO LOUT-CRT-ALLOC.                  09320000
093300     MOVE WS-SHORT-QTY        TO LOUT-CRT-SHORT.                  09330000
093400     IF WS-SHORT-QTY = ZEROES                                     09340000
093500        MOVE 'READY'          TO LOUT-CRT-STATUS                  09350000
093600     ELSE                                                         09360000
093700        MOVE 'SHORT'          TO LOUT-CRT-STATUS                  09370000
093800        MOVE 'CRATE'          TO SHT-KIND                         09380000
093900        MOVE SPACES           TO SHT-KEY                          09390000
094000        MOVE WS-CRQ-TYPE(WS-I)  TO SHT-KEY(1:1)                   09400000
094100        MOVE WS-SHORT-QTY     TO SHT-SHORT-QTY                    09410000
094200        MOVE 'NOT ON AOCD5INV STACKS'  TO SHT-DETAIL              09420000
094300        PERFORM 5900-WRITE-SHORTFALL  THRU 5900-EXIT              09430000
094400     END-IF.                                                      09440000
094500     WRITE LOUT-CRT-LINE.                                         09450000
094600 5250-EXIT.                                                       09460000
094700     EXIT.                                                        09470000
094800                                                                  09480000
094900 5900-WRITE-SHORTFALL.                                            09490000
095000*----------------------------------------------------------------*09500000
095100* THE CALLER FILLS KIND, KEY, QUANTITY AND DETAIL - THIS STAMPS  *09510000
095200* THE EXPEDITION AND ITS DEPARTURE DATE AND COUNTS THE LINE      *09520000
095300*----------------------------------------------------------------*09530000
095400     MOVE WS-EXP-DEP(WS-CUR-EXP)   TO SHT-DEP-DATE.               09540000
095500     MOVE WS-EXP-ID(WS-CUR-EXP)    TO SHT-EXP-ID.                 09550000
095600     WRITE SHT-REC.                                               09560000
095700     ADD 1                    TO WS-EXP-SHORT.                    09570000
095800     ADD 1                    TO WS-SHORT-CNT.                    09580000
095900     MOVE SPACES              TO SHT-REC.                         09590000
096000 5900-EXIT.                                                       09600000
096100     EXIT.                                                        09610000
096200                                                                  09620000
096300 6000-CHECK-UNUSED-CRATES.                                        09630000
096400     PERFORM VARYING WS-I FROM 1 BY 1                             09640000
096500               UNTIL WS-I > WS-CRQ-CNT                            09650000
096600        IF NOT WS-CRQ-USED(WS-I)                                  09660000
096700           DISPLAY 'CRATE REQUIREMENT FOR ' WS-CRQ-EXP(WS-I)      09670000
096800                   ' NOT PLANNED - UNKNOWN OR DEPARTED'           09680000
096900        END-IF                                                    09690000
097000     END-PERFORM.                                                 09700000
097100 6000-EXIT.                                                       09710000
097200     EXIT.                                                        09720000
097300                                                                  09730000
097400*----------------------------------------------------------------*09740000
097500*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *09750000
097600*----------------------------------------------------------------*09760000
097700 9800-WRITE-AUDIT-HIST.                                           09770000
097800     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      09780000
097900     ACCEPT WS-HIST-TIME FROM TIME.                               09790000
098000     OPEN EXTEND AUD-HIST.                                        09800000
098100     INITIALIZE AUD-HIST-REC.                                     09810000
098200     MOVE WS-HIST-DATE          TO HIST-DATE.                     09820000
098300     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     09830000
098400     MOVE 'AOCDLOAD'            TO HIST-PGM.                      09840000
098500     MOVE WS-HIST-VER           TO HIST-VERSION.                  09850000
098600     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   09860000
098700     WRITE AUD-HIST-REC.                                          09870000
098800     CLOSE AUD-HIST.                                              09880000
098900 9800-EXIT.                                                       09890000
099000     EXIT.                                                        09900000
