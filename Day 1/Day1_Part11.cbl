000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 1 PROGRAM 11                     *00020000
000300*----------------------------------------------------------------*00030000
000400*   EXPEDITION DEPARTURE MANIFEST. THE READINESS VERDICT AND THE *00040000
000500*   EXPEDITION SUBTOTALS ARE ON FILE BUT THE QUARTERMASTER STILL *00050000
000600*   TYPED THE MANIFEST BY HAND. THIS PROGRAM WALKS AOCDAY1 IN    *00060000
000700*   THE SAME ORDER AOCD1PG1 DOES AND PRINTS ONE PAGE-BROKEN      *00070000
000800*   MANIFEST PER EXPEDITION HEADER - EVERY ELF'S FULL NAME AND   *00080000
000900*   TEAM FROM AOCD1MST, THE BOOKED TOTAL FROM AOCD1IDX (SO ANY   *00090000
001000*   TRANSFERS AOCD1PG9 HAS POSTED ARE INCLUDED), THE FOOD-TYPE   *00100000
001100*   MIX FROM AOCD1FTR, AND A SIGN-OFF BLOCK CARRYING THE         *00110000
001200*   AOCD1RDY READINESS VERDICT. THIS IS THE DOCUMENT THAT LEAVES *00120000
001300*   WITH THE EXPEDITION                                          *00130000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD1PGB.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200*----------------------------------------------------------------*00220000
002300*  THE CALORIE FEED - ONLY USED FOR ITS EXPEDITION HEADERS AND   *00230000
002400*  THE ORDER IN WHICH THE ELVES TRAVEL                           *00240000
002500*----------------------------------------------------------------*00250000
002600     SELECT CAL-DATA    ASSIGN TO AOCDAY1                         00260000
002700        ORGANIZATION    IS SEQUENTIAL                             00270000
002800         ACCESS MODE    IS SEQUENTIAL                             00280000
002900         FILE STATUS    IS CAL-FILE-STATUS.                       00290000
003000                                                                  00300000
003100     SELECT ELF-LOOKUP  ASSIGN TO AOCD1IDX                        00310000
003200        ORGANIZATION    IS INDEXED                                00320000
003300         ACCESS MODE    IS RANDOM                                 00330000
003400         RECORD KEY     IS ELF-LOOKUP-KEY                         00340000
003500         FILE STATUS    IS ELF-LOOKUP-STATUS.                     00350000
003600                                                                  00360000
003700     SELECT ELF-MASTER  ASSIGN TO AOCD1MST                        00370000
003800        ORGANIZATION    IS INDEXED                                00380000
003900         ACCESS MODE    IS RANDOM                                 00390000
004000         RECORD KEY     IS ELF-MST-KEY                            00400000
004100         FILE STATUS    IS ELF-MST-STATUS.                        00410000
004200                                                                  00420000
004300     SELECT FTY-RPT     ASSIGN TO AOCD1FTR                        00430000
004400        ORGANIZATION    IS SEQUENTIAL                             00440000
004500         ACCESS MODE    IS SEQUENTIAL                             00450000
004600         FILE STATUS    IS FTR-FILE-STATUS.                       00460000
004700                                                                  00470000
004800     SELECT RDY-RPT     ASSIGN TO AOCD1RDY                        00480000
004900        ORGANIZATION    IS SEQUENTIAL                             00490000
005000         ACCESS MODE    IS SEQUENTIAL                             00500000
005100         FILE STATUS    IS RDY-FILE-STATUS.                       00510000
005200                                                                  00520000
005300*----------------------------------------------------------------*00530000
005400*  THE PRINTED MANIFEST - A NEW PAGE PER EXPEDITION              *00540000
005500*----------------------------------------------------------------*00550000
005600     SELECT MFT-RPT     ASSIGN TO AOCD1MFT                        00560000
005700        ORGANIZATION    IS SEQUENTIAL                             00570000
005800         ACCESS MODE    IS SEQUENTIAL                             00580000
005900         FILE STATUS    IS MFT-FILE-STATUS.                       00590000
006000                                                                  00600000
006100*----------------------------------------------------------------*00610000
006200*   SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN      *00620000
006300*----------------------------------------------------------------*00630000
006400     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00640000
006500        ORGANIZATION    IS SEQUENTIAL                             00650000
006600         ACCESS MODE    IS SEQUENTIAL                             00660000
006700         FILE STATUS    IS HIST-FILE-STATUS.                      00670000
006800                                                                  00680000
006900 DATA DIVISION.                                                   00690000
007000 FILE SECTION.                                                    00700000
007100 FD  CAL-DATA.                                                    00710000
007200 01  WS-CAL-REC.                                                  00720000
007300     05 CALORIES            PIC X(10).                            00730000
007400     05 WS-ELF-NAME         PIC X(10).                            00740000
007500     05 WS-FOOD-TYPE        PIC X(02).                            00750000
007600 01  WS-CAL-HDR-REC.                                              00760000
007700     05 HDR-MARKER          PIC X(01).                            00770000
007800        88 HDR-IS-EXPEDITION            VALUE '*'.                00780000
007900     05 HDR-EXP-ID          PIC X(09).                            00790000
008000     05 HDR-EXP-DATE        PIC 9(06).                            00800000
008100     05 FILLER              PIC X(06).                            00810000
008200 01  WS-CAL-TRL-REC.                                              00820000
008300     05 TRL-MARKER          PIC X(01).                            00830000
008400        88 TRL-IS-TRAILER               VALUE 'T'.                00840000
008500     05 FILLER              PIC X(21).                            00850000
008600                                                                  00860000
008700 FD  ELF-LOOKUP.                                                  00870000
008800 01  ELF-LOOKUP-REC.                                              00880000
008900     05 ELF-LOOKUP-KEY   PIC X(10).                               00890000
009000     05 ELF-LOOKUP-NAME  PIC X(10).                               00900000
009100     05 ELF-LOOKUP-TOTAL PIC 9(10).                               00910000
009200     05 FILLER           PIC X(10).                               00920000
009300                                                                  00930000
009400 FD  ELF-MASTER.                                                  00940000
009500 01  ELF-MASTER-REC.                                              00950000
009600     05 ELF-MST-KEY       PIC X(10).                              00960000
009700     05 ELF-MST-FULL-NAME PIC X(20).                              00970000
009800     05 ELF-MST-TEAM      PIC X(10).                              00980000
009900     05 ELF-MST-ACTIVE    PIC X(01).                              00990000
010000        88 ELF-MST-IS-ACTIVE         VALUE 'A'.                   01000000
010100                                                                  01010000
010200 FD  FTY-RPT.                                                     01020000
010300 01  FTR-REC.                                                     01030000
010400     05 FTR-SCOPE         PIC X(04).                              01040000
010500     05 FILLER            PIC X(02).                              01050000
010600     05 FTR-ELF-NAME      PIC X(10).                              01060000
010700     05 FILLER            PIC X(02).                              01070000
010800     05 FTR-TYPE-CODE     PIC X(02).                              01080000
010900     05 FILLER            PIC X(02).                              01090000
011000     05 FTR-TYPE-DESC     PIC X(20).                              01100000
011100     05 FILLER            PIC X(02).                              01110000
011200     05 FTR-AMOUNT        PIC 9(10).                              01120000
011300     05 FILLER            PIC X(26).                              01130000
011400                                                                  01140000
011500 FD  RDY-RPT.                                                     01150000
011600 01  RDY-REC.                                                     01160000
011700     05 RDY-EXP-ID        PIC X(09).                              01170000
011800     05 FILLER            PIC X(02).                              01180000
011900     05 RDY-EXP-DATE      PIC 9(06).                              01190000
012000     05 FILLER            PIC X(02).                              01200000
012100     05 RDY-DAYS-OUT      PIC 9(03).                              01210000
012200     05 FILLER            PIC X(02).                              01220000
012300     05 RDY-VERDICT       PIC X(05).                              01230000
012400     05 FILLER            PIC X(02).                              01240000
012500     05 RDY-ELF-CNT       PIC 9(05).                              01250000
012600     05 FILLER            PIC X(02).                              01260000
012700     05 RDY-ELF-SHORT     PIC 9(05).                              01270000
012800     05 FILLER            PIC X(02).                              01280000
012900     05 RDY-TOTAL         PIC 9(10).                              01290000
013000     05 FILLER            PIC X(02).                              01300000
013100     05 RDY-TOTAL-SHORT   PIC 9(10).                              01310000
013200     05 FILLER            PIC X(02).                              01320000
013300     05 RDY-AVG           PIC 9(10).                              01330000
013400     05 FILLER            PIC X(02).                              01340000
013500     05 RDY-AVG-SHORT     PIC 9(10).                              01350000
013600                                                                  01360000
013700*----------------------------------------------------------------*01370000
013800*  MANIFEST PRINT LINES - HEADINGS, ONE LINE PER ELF, ONE LINE   *01380000
013900*  PER FOOD TYPE UNDER IT, AND THE SIGN-OFF BLOCK                *01390000
014000*----------------------------------------------------------------*01400000
014100 FD  MFT-RPT.                                                     01410000
014200 01  MFT-REC              PIC X(80).                              01420000
014300 01  MFT-TITLE-LINE.                                              01430000
014400     05 MFT-TITLE         PIC X(40).                              01440000
014500     05 FILLER            PIC X(02).                              01450000
014600     05 MFT-TITLE-EXP     PIC X(09).                              01460000
014700     05 FILLER            PIC X(02).                              01470000
014800     05 MFT-TITLE-CONT    PIC X(11).                              01480000
014900     05 FILLER            PIC X(06).                              01490000
015000     05 MFT-PAGE-LIT      PIC X(05).                              01500000
015100     05 MFT-PAGE-NO       PIC ZZZ9.                               01510000
015200     05 FILLER            PIC X(01).                              01520000
015300 01  MFT-ELF-LINE.                                                01530000
015400     05 MFT-ELF-KEY       PIC X(10).                              01540000
015500     05 FILLER            PIC X(02).                              01550000
015600     05 MFT-FULL-NAME     PIC X(20).                              01560000
015700     05 FILLER            PIC X(02).                              01570000
015800     05 MFT-TEAM          PIC X(10).                              01580000
015900     05 FILLER            PIC X(02).                              01590000
016000     05 MFT-BOOKED        PIC Z,ZZZ,ZZZ,ZZ9.                      01600000
016100     05 FILLER            PIC X(02).                              01610000
016200     05 MFT-ELF-NOTE      PIC X(19).                              01620000
016300 01  MFT-FOOD-LINE.                                               01630000
016400     05 FILLER            PIC X(12).                              01640000
016500     05 MFT-FOOD-CODE     PIC X(02).                              01650000
016600     05 FILLER            PIC X(02).                              01660000
016700     05 MFT-FOOD-DESC     PIC X(20).                              01670000
016800     05 FILLER            PIC X(10).                              01680000
016900     05 MFT-FOOD-AMOUNT   PIC Z,ZZZ,ZZZ,ZZ9.                      01690000
017000     05 FILLER            PIC X(02).                              01700000
017100     05 MFT-FOOD-PCT      PIC ZZ9.99.                             01710000
017200     05 FILLER            PIC X(13).                              01720000
017300 01  MFT-SIGN-LINE.                                               01730000
017400     05 MFT-SIGN-TEXT     PIC X(30).                              01740000
017500     05 MFT-SIGN-VALUE    PIC X(30).                              01750000
017600     05 FILLER            PIC X(20).                              01760000
017700                                                                  01770000
017800*----------------------------------------------------------------*01780000
017900*   ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT     *01790000
018000*----------------------------------------------------------------*01800000
018100 FD  AUD-HIST                                                     01810000
018200     DATA RECORD IS AUD-HIST-REC.                                 01820000
018300 01  AUD-HIST-REC.                                                01830000
018400     05 HIST-DATE            PIC 9(08).                           01840000
018500     05 FILLER               PIC X(02).                           01850000
018600     05 HIST-TIME            PIC 9(06).                           01860000
018700     05 FILLER               PIC X(02).                           01870000
018800     05 HIST-PGM             PIC X(08).                           01880000
018900     05 FILLER               PIC X(02).                           01890000
019000     05 HIST-OUTPUT          PIC X(40).                           01900000
019001     05 FILLER               PIC X(02).                           01900100
019002     05 HIST-VERSION         PIC X(08).                           01900200
019100                                                                  01910000
019200 WORKING-STORAGE SECTION.                                         01920000
019300 01  WS-WORK-FIELDS.                                              01930000
019400     05 WS-I              PIC 9(05)   VALUE ZEROES.               01940000
019500     05 WS-ELF-SEQ        PIC 9(05)   VALUE ZEROES.               01950000
019600     05 WS-CUR-ELF        PIC X(10)   VALUE SPACES.               01960000
019700     05 WS-CUR-KEY        PIC X(10)   VALUE SPACES.               01970000
019800     05 WS-PENDING-SW     PIC X(01)   VALUE 'N'.                  01980000
019900        88 WS-ELF-PENDING VALUE 'Y'.                              01990000
020000     05 WS-RUN-DATE       PIC 9(08)   VALUE ZEROES.               02000000
020100     05 WS-PAGE-NO        PIC 9(04)   VALUE ZEROES.               02010000
020200     05 WS-LINE-CNT       PIC 9(03)   VALUE ZEROES.               02020000
020300     05 WS-PAGE-LINES     PIC 9(03)   VALUE 55.                   02030000
020400     05 WS-NEED-LINES     PIC 9(03)   VALUE ZEROES.               02040000
020500     05 WS-MFT-CNT        PIC 9(03)   VALUE ZEROES.               02050000
020600     05 WS-ELF-TOTAL      PIC 9(10)   VALUE ZEROES.               02060000
020700     05 WS-FOOD-PCT       PIC 9(03)V99 VALUE ZEROES.              02070000
020800     05 WS-EDIT-CNT       PIC ZZ,ZZ9.                             02080000
020900     05 WS-EDIT-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.                      02090000
021000                                                                  02100000
021100*----------------------------------------------------------------*02110000
021200*  THE EXPEDITION NOW PRINTING - OPENED BY ITS HEADER, CLOSED BY *02120000
021300*  THE NEXT HEADER OR END OF FILE. ELVES AHEAD OF THE FIRST      *02130000
021400*  HEADER TRAVEL UNDER BASE, AS THEY DO IN AOCD1PG1              *02140000
021500*----------------------------------------------------------------*02150000
021600 01  WS-EXP-FIELDS.                                               02160000
021700     05 WS-EXP-ID         PIC X(09)   VALUE 'BASE'.               02170000
021800     05 WS-EXP-DATE       PIC 9(06)   VALUE ZEROES.               02180000
021900     05 WS-EXP-ELF-CNT    PIC 9(05)   VALUE ZEROES.               02190000
022000     05 WS-EXP-TOTAL      PIC 9(12)   VALUE ZEROES.               02200000
022100     05 WS-EXP-OPEN-SW    PIC X(01)   VALUE 'N'.                  02210000
022200        88 WS-EXP-OPEN    VALUE 'Y'.                              02220000
022300                                                                  02230000
022400*----------------------------------------------------------------*02240000
022500*  EVERY ELF KEY ALREADY PRINTED - A DUPLICATE ELF WAS MERGED    *02250000
022600*  INTO ONE AOCD1IDX ROW, SO IT IS LISTED ONCE, WHERE IT FIRST   *02260000
022700*  APPEARS                                                       *02270000
022800*----------------------------------------------------------------*02280000
022900 01  WS-SEEN-FIELDS.                                              02290000
023000     05 WS-SEEN-CNT       PIC 9(05)   VALUE ZEROES.               02300000
023100     05 WS-MAX-SEEN       PIC 9(05)   VALUE 2000.                 02310000
023200     05 WS-SEEN-SW        PIC X(01)   VALUE 'N'.                  02320000
023300        88 WS-ELF-SEEN    VALUE 'Y'.                              02330000
023400 01  WS-SEEN-TABLE.                                               02340000
023500     05 WS-SEEN-KEY       PIC X(10)   OCCURS 2000 TIMES.          02350000
023600                                                                  02360000
023700*----------------------------------------------------------------*02370000
023800*  ELF-SCOPE FOOD-TYPE LINES FROM AOCD1FTR. A MERGED ELF HAS TWO *02380000
023900*  LINES FOR A TYPE - THEY ARE SUMMED INTO ONE ROW ON LOAD       *02390000
024000*----------------------------------------------------------------*02400000
024100 01  WS-FTR-FIELDS.                                               02410000
024200     05 WS-FTR-CNT        PIC 9(05)   VALUE ZEROES.               02420000
024300     05 WS-MAX-FTRS       PIC 9(05)   VALUE 5000.                 02430000
024400     05 WS-FTR-SLOT       PIC 9(05)   VALUE ZEROES.               02440000
024500 01  WS-FTR-TABLE.                                                02450000
024600     05 WS-FTR-ENTRY      OCCURS 5000 TIMES.                      02460000
024700        10 WS-FTR-ELF     PIC X(10).                              02470000
024800        10 WS-FTR-CODE    PIC X(02).                              02480000
024900        10 WS-FTR-DESC    PIC X(20).                              02490000
025000        10 WS-FTR-AMT     PIC 9(10).                              02500000
025100                                                                  02510000
025200*----------------------------------------------------------------*02520000
025300*  READINESS VERDICTS FROM AOCD1RDY, ONE PER EXPEDITION          *02530000
025400*----------------------------------------------------------------*02540000
025500 01  WS-RDY-FIELDS.                                               02550000
025600     05 WS-RDY-CNT        PIC 9(03)   VALUE ZEROES.               02560000
025700     05 WS-MAX-RDYS       PIC 9(03)   VALUE 50.                   02570000
025800     05 WS-RDY-SLOT       PIC 9(03)   VALUE ZEROES.               02580000
025900 01  WS-RDY-TABLE.                                                02590000
026000     05 WS-RDY-ENTRY      OCCURS 50 TIMES.                        02600000
026100        10 WS-RDY-EXP-ID  PIC X(09).                              02610000
026200        10 WS-RDY-VERDICT PIC X(05).                              02620000
026300        10 WS-RDY-DAYS    PIC 9(03).                              02630000
026400        10 WS-RDY-ELVES   PIC 9(05).                              02640000
026500        10 WS-RDY-TOTAL   PIC 9(10).                              02650000
026600                                                                  02660000
026700 01  WS-SWITCHES.                                                 02670000
026800     05 CAL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02680000
026900        88 CAL-SUCCESS    VALUE '00'.                             02690000
027000        88 CAL-EOF        VALUE '10'.                             02700000
027100     05 ELF-LOOKUP-STATUS PIC X(02)   VALUE SPACES.               02710000
027200        88 ELF-LOOKUP-SUCCESS VALUE '00'.                         02720000
027300     05 ELF-MST-STATUS    PIC X(02)   VALUE SPACES.               02730000
027400        88 ELF-MST-SUCCESS VALUE '00'.                            02740000
027500     05 FTR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02750000
027600        88 FTR-SUCCESS    VALUE '00'.                             02760000
027700        88 FTR-EOF        VALUE '10'.                             02770000
027800     05 RDY-FILE-STATUS   PIC X(02)   VALUE SPACES.               02780000
027900        88 RDY-SUCCESS    VALUE '00'.                             02790000
028000        88 RDY-EOF        VALUE '10'.                             02800000
028100     05 MFT-FILE-STATUS   PIC X(02)   VALUE SPACES.               02810000
028200        88 MFT-SUCCESS    VALUE '00'.                             02820000
028300     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02830000
028400        88 HIST-SUCCESS   VALUE '00'.                             02840000
028500                                                                  02850000
028600 01  WS-SYNTH-KEY.                                                02860000
028700     05 WS-SYNTH-KEY-LIT  PIC X(03)   VALUE 'ELF'.                02870000
028800     05 WS-SYNTH-KEY-SEQ  PIC 9(05)   VALUE ZEROES.               02880000
028900     05 FILLER            PIC X(02)   VALUE SPACES.               02890000
029000                                                                  02900000
029100 01  WS-HIST-FIELDS.                                              02910000
029200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02920000
029300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02930000
029400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02940000
029401     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02940100
029500                                                                  02950000
029600 PROCEDURE DIVISION.                                              02960000
029700                                                                  02970000
029800     PERFORM 0500-LOAD-TABLES          THRU 0500-EXIT.            02980000
029900     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            02990000
030000     PERFORM 2000-READ-FEED            THRU 2000-EXIT             03000000
030100       UNTIL CAL-EOF.                                             03010000
030200     PERFORM 8000-CLOSE-FILES          THRU 8000-EXIT.            03020000
030300     STRING 'MANIFESTS PRINTED ' DELIMITED BY SIZE                03030000
030400        WS-MFT-CNT DELIMITED BY SIZE                              03040000
030500        ' ELVES ' DELIMITED BY SIZE                               03050000
030600        WS-SEEN-CNT DELIMITED BY SIZE                             03060000
030700        INTO WS-HIST-MSG.                                         03070000
030800     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03080000
030900     GOBACK.                                                      03090000
031000                                                                  03100000
031100 0500-LOAD-TABLES.                                                03110000
031200*----------------------------------------------------------------*03120000
031300*  THE FOOD MIX AND THE VERDICTS ARE BOTH OPTIONAL - A MISSING   *03130000
031400*  FILE PRINTS THE MANIFEST WITHOUT THEM RATHER THAN HOLDING     *03140000
031500*  THE EXPEDITION'S PAPERWORK                                    *03150000
031600*----------------------------------------------------------------*03160000
031700     OPEN INPUT FTY-RPT.                                          03170000
031800     IF FTR-SUCCESS                                               03180000
031900        PERFORM UNTIL FTR-EOF                                     03190000
032000           READ FTY-RPT                                           03200000
032100                AT END                                            03210000
032200                   SET FTR-EOF TO TRUE                            03220000
032300                NOT AT END                                        03230000
032400                   IF FTR-SCOPE = 'ELF '                          03240000
032500                      AND FTR-ELF-NAME NOT = SPACES               03250000
032600                      AND FTR-AMOUNT IS NUMERIC                   03260000
032700                      PERFORM 0550-LOAD-ONE-FTR  THRU 0550-EXIT   03270000
032800                   END-IF                                         03280000
032900           END-READ                                               03290000
033000        END-PERFORM                                               03300000
033100        CLOSE FTY-RPT                                             03310000
033200     ELSE                                                         03320000
033300        DISPLAY 'WARNING - AOCD1FTR NOT AVAILABLE, FILE STATUS: ' 03330000
033400                FTR-FILE-STATUS ' - NO FOOD MIX PRINTED'          03340000
033500     END-IF.                                                      03350000
033600     OPEN INPUT RDY-RPT.                                          03360000
033700     IF RDY-SUCCESS                                               03370000
033800        PERFORM UNTIL RDY-EOF                                     03380000
033900           READ RDY-RPT                                           03390000
034000                AT END                                            03400000
034100                   SET RDY-EOF TO TRUE                            03410000
034200                NOT AT END                                        03420000
034300                   IF WS-RDY-CNT < WS-MAX-RDYS                    03430000
034400                      ADD 1 TO WS-RDY-CNT                         03440000
034500                      MOVE RDY-EXP-ID                             03450000
034600                        TO WS-RDY-EXP-ID(WS-RDY-CNT)              03460000
034700                      MOVE RDY-VERDICT                            03470000
034800                        TO WS-RDY-VERDICT(WS-RDY-CNT)             03480000
034900                      MOVE RDY-DAYS-OUT                           03490000
035000                        TO WS-RDY-DAYS(WS-RDY-CNT)                03500000
035100                      MOVE RDY-ELF-CNT                            03510000
035200                        TO WS-RDY-ELVES(WS-RDY-CNT)               03520000
035300                      MOVE RDY-TOTAL                              03530000
035400                        TO WS-RDY-TOTAL(WS-RDY-CNT)               03540000
035500                   ELSE                                           03550000
035600                      DISPLAY 'VERDICT TABLE CAPACITY ('          03560000
035700                              WS-MAX-RDYS ') EXCEEDED - '         03570000
035800                              RDY-EXP-ID ' DROPPED'               03580000
035900                   END-IF                                         03590000
036000           END-READ                                               03600000
036100        END-PERFORM                                               03610000
036200        CLOSE RDY-RPT                                             03620000
036300     ELSE                                                         03630000
036400        DISPLAY 'WARNING - AOCD1RDY NOT AVAILABLE, FILE STATUS: ' 03640000
036500                RDY-FILE-STATUS ' - NO VERDICTS PRINTED'          03650000
036600     END-IF.                                                      03660000
036700 0500-EXIT.                                                       03670000
036800     EXIT.                                                        03680000
036900                                                                  03690000
037000 0550-LOAD-ONE-FTR.                                               03700000
037100     MOVE ZEROES              TO WS-FTR-SLOT.                     03710000
037200     PERFORM VARYING WS-I FROM 1 BY 1                             03720000
037300               UNTIL WS-I > WS-FTR-CNT                            03730000
037400                  OR WS-FTR-SLOT > ZEROES                         03740000
037500        IF WS-FTR-ELF(WS-I) = FTR-ELF-NAME                        03750000
037600           AND WS-FTR-CODE(WS-I) = FTR-TYPE-CODE                  03760000
037700           MOVE WS-I             TO WS-FTR-SLOT                   03770000
037800        END-IF                                                    03780000
037900     END-PERFORM.                                                 03790000
038000     IF WS-FTR-SLOT = ZEROES                                      03800000
038100        IF WS-FTR-CNT < WS-MAX-FTRS                               03810000
038200           ADD 1                 TO WS-FTR-CNT                    03820000
038300           MOVE WS-FTR-CNT       TO WS-FTR-SLOT                   03830000
038400           MOVE FTR-ELF-NAME     TO WS-FTR-ELF(WS-FTR-SLOT)       03840000
038500           MOVE FTR-TYPE-CODE    TO WS-FTR-CODE(WS-FTR-SLOT)      03850000
038600           MOVE FTR-TYPE-DESC    TO WS-FTR-DESC(WS-FTR-SLOT)      03860000
038700           MOVE ZEROES           TO WS-FTR-AMT(WS-FTR-SLOT)       03870000
038800        ELSE                                                      03880000
038900           DISPLAY 'FOOD MIX TABLE CAPACITY (' WS-MAX-FTRS        03890000
039000                   ') EXCEEDED - ' FTR-ELF-NAME ' DROPPED'        03900000
039100           GO TO 0550-EXIT                                        03910000
039200        END-IF                                                    03920000
039300     END-IF.                                                      03930000
039400     ADD FTR-AMOUNT           TO WS-FTR-AMT(WS-FTR-SLOT).         03940000
039500 0550-EXIT.                                                       03950000
039600     EXIT.                                                        03960000
039700                                                                  03970000
039800 1000-OPEN-FILES.                                                 03980000
039900     OPEN INPUT CAL-DATA.                                         03990000
040000     IF NOT CAL-SUCCESS                                           04000000
040100        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY1, FILE STATUS: '   04010000
040200                CAL-FILE-STATUS                                   04020000
040300        MOVE 16             TO RETURN-CODE                        04030000
040400        MOVE 'UNABLE TO OPEN CAL-DATA'       TO WS-HIST-MSG       04040000
040500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04050000
040600        GOBACK                                                    04060000
040700     END-IF.                                                      04070000
040800     OPEN INPUT ELF-LOOKUP.                                       04080000
040900     IF NOT ELF-LOOKUP-SUCCESS                                    04090000
041000        DISPLAY 'ERROR - UNABLE TO OPEN AOCD1IDX, FILE STATUS: '  04100000
041100                ELF-LOOKUP-STATUS                                 04110000
041200        MOVE 16             TO RETURN-CODE                        04120000
041300        MOVE 'UNABLE TO OPEN ELF LOOKUP'     TO WS-HIST-MSG       04130000
041400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04140000
041500        GOBACK                                                    04150000
041600     END-IF.                                                      04160000
041700     OPEN INPUT ELF-MASTER.                                       04170000
041800     IF NOT ELF-MST-SUCCESS                                       04180000
041900        DISPLAY 'ERROR - UNABLE TO OPEN ELF-MASTER, FILE STATUS: '04190000
042000                ELF-MST-STATUS                                    04200000
042100        MOVE 16             TO RETURN-CODE                        04210000
042200        MOVE 'UNABLE TO OPEN ELF-MASTER'     TO WS-HIST-MSG       04220000
042300        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04230000
042400        GOBACK                                                    04240000
042500     END-IF.                                                      04250000
042600     OPEN OUTPUT MFT-RPT.                                         04260000
042700     ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD.                 04270000
042800 1000-EXIT.                                                       04280000
042900     EXIT.                                                        04290000
043000                                                                  04300000
043100 2000-READ-FEED.                                                  04310000
043200*----------------------------------------------------------------*04320000
043300*  THE SAME BREAK RULES AS AOCD1PG1 - A HEADER STARTS AN         *04330000
043400*  EXPEDITION, A BLANK CALORIE LINE ENDS AN ELF, AND THE ELF     *04340000
043500*  NAME MAY SIT ON ANY OF ITS LINES. THE ELF SEQUENCE IS KEPT    *04350000
043600*  THE SAME WAY SO AN UNNAMED ELF FINDS ITS ELFNNNNN LOOKUP ROW  *04360000
043700*----------------------------------------------------------------*04370000
043800     READ CAL-DATA                                                04380000
043900          AT END                                                  04390000
044000             SET CAL-EOF TO TRUE                                  04400000
044100             IF WS-ELF-PENDING                                    04410000
044200                PERFORM 3000-ELF-BREAK  THRU 3000-EXIT            04420000
044300             END-IF                                               04430000
044400             IF WS-EXP-OPEN                                       04440000
044500                PERFORM 5000-WRITE-SIGN-OFF  THRU 5000-EXIT       04450000
044600             END-IF                                               04460000
044700          NOT AT END                                              04470000
044800             EVALUATE TRUE                                        04480000
044900                 WHEN TRL-IS-TRAILER                              04490000
045000                      CONTINUE                                    04500000
045100                 WHEN HDR-IS-EXPEDITION                           04510000
045200                  AND HDR-EXP-ID NOT = SPACES                     04520000
045300                      IF WS-EXP-OPEN                              04530000
045400                         PERFORM 5000-WRITE-SIGN-OFF              04540000
045500                            THRU 5000-EXIT                        04550000
045600                      END-IF                                      04560000
045700                      MOVE HDR-EXP-ID    TO WS-EXP-ID             04570000
045800                      MOVE HDR-EXP-DATE  TO WS-EXP-DATE           04580000
045900                 WHEN CALORIES = SPACES                           04590000
046000                      PERFORM 3000-ELF-BREAK  THRU 3000-EXIT      04600000
046100                 WHEN OTHER                                       04610000
046200                      SET WS-ELF-PENDING TO TRUE                  04620000
046300                      IF WS-ELF-NAME NOT = SPACES                 04630000
046400                         MOVE WS-ELF-NAME TO WS-CUR-ELF           04640000
046500                      END-IF                                      04650000
046600             END-EVALUATE                                         04660000
046700     END-READ.                                                    04670000
046800 2000-EXIT.                                                       04680000
046900     EXIT.                                                        04690000
047000                                                                  04700000
047100 3000-ELF-BREAK.                                                  04710000
047200     ADD 1                    TO WS-ELF-SEQ.                      04720000
047300     IF WS-CUR-ELF NOT = SPACES                                   04730000
047400        MOVE WS-CUR-ELF       TO WS-CUR-KEY                       04740000
047500     ELSE                                                         04750000
047600        MOVE WS-ELF-SEQ       TO WS-SYNTH-KEY-SEQ                 04760000
047700        MOVE WS-SYNTH-KEY     TO WS-CUR-KEY                       04770000
047800     END-IF.                                                      04780000
047900     MOVE 'N'                 TO WS-SEEN-SW.                      04790000
048000     PERFORM VARYING WS-I FROM 1 BY 1                             04800000
048100               UNTIL WS-I > WS-SEEN-CNT                           04810000
048200                  OR WS-ELF-SEEN                                  04820000
048300        IF WS-SEEN-KEY(WS-I) = WS-CUR-KEY                         04830000
048400           SET WS-ELF-SEEN    TO TRUE                             04840000
048500        END-IF                                                    04850000
048600     END-PERFORM.                                                 04860000
048700     IF NOT WS-ELF-SEEN                                           04870000
048800        IF WS-SEEN-CNT < WS-MAX-SEEN                              04880000
048900           ADD 1              TO WS-SEEN-CNT                      04890000
049000           MOVE WS-CUR-KEY    TO WS-SEEN-KEY(WS-SEEN-CNT)         04900000
049100        ELSE                                                      04910000
049200           DISPLAY 'ELF TABLE CAPACITY (' WS-MAX-SEEN             04920000
049300                   ') EXCEEDED - DUPLICATES MAY PRINT TWICE'      04930000
049400        END-IF                                                    04940000
049500        IF NOT WS-EXP-OPEN                                        04950000
049600           PERFORM 4000-START-MANIFEST  THRU 4000-EXIT            04960000
049700        END-IF                                                    04970000
049800        PERFORM 3100-PRINT-ELF  THRU 3100-EXIT                    04980000
049900     END-IF.                                                      04990000
050000     MOVE SPACES              TO WS-CUR-ELF.                      05000000
050100     MOVE 'N'                 TO WS-PENDING-SW.                   05010000
050200 3000-EXIT.                                                       05020000
050300     EXIT.                                                        05030000
050400                                                                  05040000
050500 3100-PRINT-ELF.                                                  05050000
050600*----------------------------------------------------------------*05060000
050700*  ONE LINE FOR THE ELF, THEN ITS FOOD MIX. AN ELF THE NIGHTLY   *05070000
050800*  RUN REFUSED (NOT ON THE MASTER OR INACTIVE) HAS NO LOOKUP ROW *05080000
050900*  AND IS PRINTED AS NOT BOOKED SO THE GAP IS SEEN AT THE DOOR   *05090000
051000*----------------------------------------------------------------*05100000
051100     INITIALIZE               MFT-ELF-LINE.                       05110000
051200     MOVE WS-CUR-KEY          TO MFT-ELF-KEY.                     05120000
051300     MOVE ZEROES              TO WS-ELF-TOTAL.                    05130000
051400     IF WS-CUR-ELF = SPACES                                       05140000
051500        MOVE '(UNNAMED)'      TO MFT-FULL-NAME                    05150000
051600     ELSE                                                         05160000
051700        MOVE WS-CUR-KEY       TO ELF-MST-KEY                      05170000
051800        READ ELF-MASTER                                           05180000
051900             INVALID KEY                                          05190000
052000                MOVE '(NOT ON MASTER)' TO MFT-FULL-NAME           05200000
052100             NOT INVALID KEY                                      05210000
052200                MOVE ELF-MST-FULL-NAME TO MFT-FULL-NAME           05220000
052300                MOVE ELF-MST-TEAM      TO MFT-TEAM                05230000
052400        END-READ                                                  05240000
052500     END-IF.                                                      05250000
052600     MOVE WS-CUR-KEY          TO ELF-LOOKUP-KEY.                  05260000
052700     READ ELF-LOOKUP                                              05270000
052800          INVALID KEY                                             05280000
052900             MOVE '*** NOT BOOKED ***' TO MFT-ELF-NOTE            05290000
053000          NOT INVALID KEY                                         05300000
053100             MOVE ELF-LOOKUP-TOTAL  TO WS-ELF-TOTAL               05310000
053200     END-READ.                                                    05320000
053300     MOVE WS-ELF-TOTAL        TO MFT-BOOKED.                      05330000
053400     ADD 1                    TO WS-EXP-ELF-CNT.                  05340000
053500     ADD WS-ELF-TOTAL         TO WS-EXP-TOTAL.                    05350000
053600     MOVE 2                   TO WS-NEED-LINES.                   05360000
053700     PERFORM 4500-CHECK-PAGE  THRU 4500-EXIT.                     05370000
053800     WRITE MFT-ELF-LINE AFTER ADVANCING 2 LINES.                  05380000
053900     ADD 2                    TO WS-LINE-CNT.                     05390000
054000     IF WS-CUR-ELF = SPACES                                       05400000
054100        GO TO 3100-EXIT                                           05410000
054200     END-IF.                                                      05420000
054300     PERFORM VARYING WS-I FROM 1 BY 1                             05430000
054400               UNTIL WS-I > WS-FTR-CNT                            05440000
054500        IF WS-FTR-ELF(WS-I) = WS-CUR-KEY                          05450000
054600           PERFORM 3200-PRINT-FOOD  THRU 3200-EXIT                05460000
054700        END-IF                                                    05470000
054800     END-PERFORM.                                                 05480000
054900 3100-EXIT.                                                       05490000
055000     EXIT.                                                        05500000
055100                                                                  05510000
055200 3200-PRINT-FOOD.                                                 05520000
055300     INITIALIZE               MFT-FOOD-LINE.                      05530000
055400     MOVE WS-FTR-CODE(WS-I)   TO MFT-FOOD-CODE.                   05540000
055500     MOVE WS-FTR-DESC(WS-I)   TO MFT-FOOD-DESC.                   05550000
055600     MOVE WS-FTR-AMT(WS-I)    TO MFT-FOOD-AMOUNT.                 05560000
055700     MOVE ZEROES              TO WS-FOOD-PCT.                     05570000
055800     IF WS-ELF-TOTAL > ZEROES                                     05580000
055900        AND WS-FTR-AMT(WS-I) NOT > WS-ELF-TOTAL                   05590000
056000        COMPUTE WS-FOOD-PCT ROUNDED =                             05600000
056100           WS-FTR-AMT(WS-I) * 100 / WS-ELF-TOTAL                  05610000
056200     END-IF.                                                      05620000
056300     MOVE WS-FOOD-PCT         TO MFT-FOOD-PCT.                    05630000
056400     MOVE 1                   TO WS-NEED-LINES.                   05640000
056500     PERFORM 4500-CHECK-PAGE  THRU 4500-EXIT.                     05650000
056600     WRITE MFT-FOOD-LINE AFTER ADVANCING 1 LINE.                  05660000
056700     ADD 1                    TO WS-LINE-CNT.                     05670000
056800 3200-EXIT.                                                       05680000
056900     EXIT.                                                        05690000
057000                                                                  05700000
057100 4000-START-MANIFEST.                                             05710000
057200     SET WS-EXP-OPEN          TO TRUE.                            05720000
057300     ADD 1                    TO WS-MFT-CNT.                      05730000
057400     MOVE ZEROES              TO WS-EXP-ELF-CNT WS-EXP-TOTAL      05740000
057500                                 WS-PAGE-NO.                      05750000
057600     MOVE SPACES              TO MFT-TITLE-CONT.                  05760000
057700     PERFORM 4100-PRINT-HEADINGS  THRU 4100-EXIT.                 05770000
057800 4000-EXIT.                                                       05780000
057900     EXIT.                                                        05790000
058000                                                                  05800000
058100 4100-PRINT-HEADINGS.                                             05810000
058200*----------------------------------------------------------------*05820000
058300*  TOP OF EACH PAGE - TITLE, EXPEDITION, DEPARTURE AND RUN       *05830000
058400*  DATES, THEN THE COLUMN HEADINGS                               *05840000
058500*----------------------------------------------------------------*05850000
058600     ADD 1                    TO WS-PAGE-NO.                      05860000
058700     INITIALIZE               MFT-TITLE-LINE.                     05870000
058800     MOVE 'EXPEDITION DEPARTURE MANIFEST'  TO MFT-TITLE.          05880000
058900     MOVE WS-EXP-ID           TO MFT-TITLE-EXP.                   05890000
059000     IF WS-PAGE-NO > 1                                            05900000
059100        MOVE '(CONTINUED)'    TO MFT-TITLE-CONT                   05910000
059200     END-IF.                                                      05920000
059300     MOVE 'PAGE '             TO MFT-PAGE-LIT.                    05930000
059400     MOVE WS-PAGE-NO          TO MFT-PAGE-NO.                     05940000
059500     WRITE MFT-TITLE-LINE AFTER ADVANCING PAGE.                   05950000
059600     INITIALIZE               MFT-SIGN-LINE.                      05960000
059700     MOVE 'DEPARTURE DATE (YYMMDD):'  TO MFT-SIGN-TEXT.           05970000
059800     MOVE WS-EXP-DATE         TO MFT-SIGN-VALUE.                  05980000
059900     WRITE MFT-SIGN-LINE AFTER ADVANCING 2 LINES.                 05990000
060000     INITIALIZE               MFT-SIGN-LINE.                      06000000
060100     MOVE 'PRINTED ON (YYYYMMDD):'    TO MFT-SIGN-TEXT.           06010000
060200     MOVE WS-RUN-DATE         TO MFT-SIGN-VALUE.                  06020000
060300     WRITE MFT-SIGN-LINE AFTER ADVANCING 1 LINE.                  06030000
060400     MOVE SPACES              TO MFT-REC.                         06040000
060500     MOVE 'ELF KEY     FULL NAME             TEAM       '         06050000
060600                              TO MFT-REC(1:46).                   06060000
060700     MOVE '   BOOKED TOTAL  FOOD MIX %'                           06070000
060800                              TO MFT-REC(47:27).                  06080000
060900     WRITE MFT-REC AFTER ADVANCING 2 LINES.                       06090000
061000     MOVE ALL '-'             TO MFT-REC.                         06100000
061100     WRITE MFT-REC AFTER ADVANCING 1 LINE.                        06110000
061200     MOVE 7                   TO WS-LINE-CNT.                     06120000
061300 4100-EXIT.                                                       06130000
061400     EXIT.                                                        06140000
061500                                                                  06150000
061600 4500-CHECK-PAGE.                                                 06160000
061700     IF WS-LINE-CNT + WS-NEED-LINES > WS-PAGE-LINES               06170000
061800        PERFORM 4100-PRINT-HEADINGS  THRU 4100-EXIT               06180000
061900     END-IF.                                                      06190000
062000 4500-EXIT.                                                       06200000
062100     EXIT.                                                        06210000
062200                                                                  06220000
062300 5000-WRITE-SIGN-OFF.                                             06230000
062400*----------------------------------------------------------------*06240000
062500*  THE SIGN-OFF BLOCK IS KEPT WHOLE ON ONE PAGE. THE VERDICT IS  *06250000
062600*  AOCD1PG1'S, AS WRITTEN TO AOCD1RDY; AN EXPEDITION WITH NO     *06260000
062700*  VERDICT ROW PRINTS NOT ASSESSED AND MUST NOT BE SIGNED OUT    *06270000
062800*----------------------------------------------------------------*06280000
062900     MOVE ZEROES              TO WS-RDY-SLOT.                     06290000
063000     PERFORM VARYING WS-I FROM 1 BY 1                             06300000
063100               UNTIL WS-I > WS-RDY-CNT                            06310000
063200                  OR WS-RDY-SLOT > ZEROES                         06320000
063300        IF WS-RDY-EXP-ID(WS-I) = WS-EXP-ID                        06330000
063400           MOVE WS-I          TO WS-RDY-SLOT                      06340000
063500        END-IF                                                    06350000
063600     END-PERFORM.                                                 06360000
063700     MOVE 12                  TO WS-NEED-LINES.                   06370000
063800     PERFORM 4500-CHECK-PAGE  THRU 4500-EXIT.                     06380000
063900     MOVE ALL '-'             TO MFT-REC.                         06390000
064000     WRITE MFT-REC AFTER ADVANCING 2 LINES.                       06400000
064100     INITIALIZE               MFT-SIGN-LINE.                      06410000
064200     MOVE 'ELVES ON MANIFEST:'         TO MFT-SIGN-TEXT.          06420000
064300     MOVE WS-EXP-ELF-CNT      TO WS-EDIT-CNT.                     06430000
064400     MOVE WS-EDIT-CNT         TO MFT-SIGN-VALUE.                  06440000
064500     WRITE MFT-SIGN-LINE AFTER ADVANCING 1 LINE.                  06450000
064600     INITIALIZE               MFT-SIGN-LINE.                      06460000
064700     MOVE 'TOTAL CALORIES BOOKED:'     TO MFT-SIGN-TEXT.          06470000
064800     MOVE WS-EXP-TOTAL        TO WS-EDIT-TOTAL.                   06480000
064900     MOVE WS-EDIT-TOTAL       TO MFT-SIGN-VALUE.                  06490000
065000     WRITE MFT-SIGN-LINE AFTER ADVANCING 1 LINE.                  06500000
065100     INITIALIZE               MFT-SIGN-LINE.                      06510000
065200     MOVE 'READINESS VERDICT:'         TO MFT-SIGN-TEXT.          06520000
065300     IF WS-RDY-SLOT > ZEROES                                      06530000
065400        MOVE WS-RDY-VERDICT(WS-RDY-SLOT) TO MFT-SIGN-VALUE        06540000
065500     ELSE                                                         06550000
065600        MOVE 'NOT ASSESSED'   TO MFT-SIGN-VALUE                   06560000
065700        DISPLAY 'NO READINESS VERDICT FOR EXPEDITION ' WS-EXP-ID  06570000
065800     END-IF.                                                      06580000
065900     WRITE MFT-SIGN-LINE AFTER ADVANCING 2 LINES.                 06590000
066000     IF WS-RDY-SLOT > ZEROES                                      06600000
066100        INITIALIZE            MFT-SIGN-LINE                       06610000
066200        MOVE 'DAYS TO DEPARTURE AT VERDICT:' TO MFT-SIGN-TEXT     06620000
066300        MOVE WS-RDY-DAYS(WS-RDY-SLOT)  TO MFT-SIGN-VALUE          06630000
066400        WRITE MFT-SIGN-LINE AFTER ADVANCING 1 LINE                06640000
066500        IF WS-RDY-ELVES(WS-RDY-SLOT) NOT = WS-EXP-ELF-CNT         06650000
066600           INITIALIZE         MFT-SIGN-LINE                       06660000
066700           MOVE '*** ELF COUNT DIFFERS FROM VERDICT ***'          06670000
066800                              TO MFT-SIGN-LINE                    06680000
066900           WRITE MFT-SIGN-LINE AFTER ADVANCING 1 LINE             06690000
067000        END-IF                                                    06700000
067100     END-IF.                                                      06710000
067200     INITIALIZE               MFT-SIGN-LINE.                      06720000
067300     MOVE 'QUARTERMASTER:'            TO MFT-SIGN-TEXT.           06730000
067400     MOVE '____________________  DATE:' TO MFT-SIGN-VALUE.        06740000
067500     MOVE '________'          TO MFT-SIGN-LINE(61:8).             06750000
067600     WRITE MFT-SIGN-LINE AFTER ADVANCING 3 LINES.                 06760000
067700     INITIALIZE               MFT-SIGN-LINE.                      06770000
067800     MOVE 'EXPEDITION LEAD:'          TO MFT-SIGN-TEXT.           06780000
067900     MOVE '____________________  DATE:' TO MFT-SIGN-VALUE.        06790000
068000     MOVE '________'          TO MFT-SIGN-LINE(61:8).             06800000
068100     WRITE MFT-SIGN-LINE AFTER ADVANCING 2 LINES.                 06810000
068200     MOVE 'N'                 TO WS-EXP-OPEN-SW.                  06820000
068300     DISPLAY 'MANIFEST ' WS-EXP-ID ' ELVES ' WS-EXP-ELF-CNT       06830000
068400             ' TOTAL ' WS-EXP-TOTAL.                              06840000
068500 5000-EXIT.                                                       06850000
068600     EXIT.                                                        06860000
068700                                                                  06870000
068800 8000-CLOSE-FILES.                                                06880000
068900     CLOSE CAL-DATA.                                              06890000
069000     CLOSE ELF-LOOKUP.                                            06900000
069100     CLOSE ELF-MASTER.                                            06910000
069200     CLOSE MFT-RPT.                                               06920000
069300     DISPLAY 'MANIFESTS PRINTED: ' WS-MFT-CNT                     06930000
069400             ' ELVES LISTED: ' WS-SEEN-CNT.                       06940000
069500 8000-EXIT.                                                       06950000
069600     EXIT.                                                        06960000
069700                                                                  06970000
069800*----------------------------------------------------------------*06980000
069900*   WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      *06990000
070000*----------------------------------------------------------------*07000000
070100 9800-WRITE-AUDIT-HIST.                                           07010000
070200     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      07020000
070300     ACCEPT WS-HIST-TIME FROM TIME.                               07030000
070400     OPEN EXTEND AUD-HIST.                                        07040000
070500     INITIALIZE AUD-HIST-REC.                                     07050000
070600     MOVE WS-HIST-DATE          TO HIST-DATE.                     07060000
070700     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     07070000
070800     MOVE 'AOCD1PGB'            TO HIST-PGM.                      07080000
070801     MOVE WS-HIST-VER           TO HIST-VERSION.                  07080100
070900     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   07090000
071000     WRITE AUD-HIST-REC.                                          07100000
071100     CLOSE AUD-HIST.                                              07110000
071200 9800-EXIT.                                                       07120000
071300     EXIT.                                                        07130000
