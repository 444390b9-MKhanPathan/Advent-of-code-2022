000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 4 PROGRAM 13                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  MID-CYCLE REASSIGNMENT WHEN A PAIR DROPS OUT. A PAIR GOING    *00040000
000500*  SICK HALFWAY THROUGH A CYCLE USED TO LEAVE ITS SECTIONS       *00050000
000600*  UNDONE UNTIL THE NEXT ROSTER. EACH AOCD4DRP TRANSACTION NAMES *00060000
000700*  A PAIR AND THE DATE IT IS OUT FROM; THE PAIR'S SECTIONS NOT   *00070000
000800*  YET CONFIRMED DONE ON AOCD4CMP ARE SPREAD OVER THE REMAINING  *00080000
000900*  PAIRS, LIGHTEST FIRST BY AOCD4EFF STANDARD HOURS, WITH NO     *00090000
001000*  PAIR TAKEN OVER THE WORKLOAD CEILING AND NO DO-NOT-PAIR       *00100000
001100*  COUPLE (AOCD4DNP) PUT ON ONE CREW. THE HAND-OVER IS WRITTEN   *00110000
001200*  AS A SUPPLEMENTARY ROSTER IN AOCDAY4 RANGE FORMAT (AOCD4SRS)  *00120000
001300*  WITH A NOTICE TO EACH AFFECTED SUPERVISOR ON AOCD4RAN         *00130000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD4PGD.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200     SELECT PAIR-RANGE   ASSIGN TO AOCDAY4                        00220000
002300         ORGANIZATION    IS SEQUENTIAL                            00230000
002400          ACCESS MODE    IS SEQUENTIAL                            00240000
002500          FILE STATUS    IS FILE-STATUS.                          00250000
002600                                                                  00260000
002700     SELECT SEC-MASTER  ASSIGN TO AOCD4SEC                        00270000
002800         ORGANIZATION    IS SEQUENTIAL                            00280000
002900          ACCESS MODE    IS SEQUENTIAL                            00290000
003000          FILE STATUS    IS SEC-FILE-STATUS.                      00300000
003100                                                                  00310000
003200*----------------------------------------------------------------*00320000
003300* EFFORT TABLE - STANDARD HOURS PER SECTION NUMBER               *00330000
003400*----------------------------------------------------------------*00340000
003500     SELECT EFF-TABLE   ASSIGN TO AOCD4EFF                        00350000
003600         ORGANIZATION    IS SEQUENTIAL                            00360000
003700          ACCESS MODE    IS SEQUENTIAL                            00370000
003800          FILE STATUS    IS EFF-FILE-STATUS.                      00380000
003900                                                                  00390000
004000*----------------------------------------------------------------*00400000
004100* DO-NOT-PAIR LIST - SECTION COUPLES THAT MUST NOT SHARE A CREW  *00410000
004200*----------------------------------------------------------------*00420000
004300     SELECT DNP-FILE    ASSIGN TO AOCD4DNP                        00430000
004400         ORGANIZATION    IS SEQUENTIAL                            00440000
004500          ACCESS MODE    IS SEQUENTIAL                            00450000
004600          FILE STATUS    IS DNP-FILE-STATUS.                      00460000
004700                                                                  00470000
004800*----------------------------------------------------------------*00480000
004900* COMPLETION FEED FROM THE SUPERVISORS                           *00490000
005000*----------------------------------------------------------------*00500000
005100     SELECT CMP-FILE    ASSIGN TO AOCD4CMP                        00510000
005200         ORGANIZATION    IS SEQUENTIAL                            00520000
005300          ACCESS MODE    IS SEQUENTIAL                            00530000
005400          FILE STATUS    IS CMP-FILE-STATUS.                      00540000
005500                                                                  00550000
005600*----------------------------------------------------------------*00560000
005700* DROPOUT TRANSACTIONS - PAIR NUMBER AND EFFECTIVE DATE          *00570000
005800*----------------------------------------------------------------*00580000
005900     SELECT DRP-FILE    ASSIGN TO AOCD4DRP                        00590000
006000         ORGANIZATION    IS SEQUENTIAL                            00600000
006100          ACCESS MODE    IS SEQUENTIAL                            00610000
006200          FILE STATUS    IS DRP-FILE-STATUS.                      00620000
006300                                                                  00630000
006400*----------------------------------------------------------------*00640000
006500* SUPPLEMENTARY ROSTER - AOCDAY4 RANGE FORMAT, ONE LINE PER      *00650000
006600* HAND-OVER; THE NOTICES SAY WHICH PAIR TAKES EACH LINE          *00660000
006700*----------------------------------------------------------------*00670000
006800     SELECT SRS-FILE    ASSIGN TO AOCD4SRS                        00680000
006900         ORGANIZATION    IS SEQUENTIAL                            00690000
007000          ACCESS MODE    IS SEQUENTIAL                            00700000
007100          FILE STATUS    IS SRS-FILE-STATUS.                      00710000
007200                                                                  00720000
007300*----------------------------------------------------------------*00730000
007400* REASSIGNMENT NOTICES - ONE PER AFFECTED SUPERVISOR             *00740000
007500*----------------------------------------------------------------*00750000
007600     SELECT RAN-RPT     ASSIGN TO AOCD4RAN                        00760000
007700         ORGANIZATION    IS SEQUENTIAL                            00770000
007800          ACCESS MODE    IS SEQUENTIAL                            00780000
007900          FILE STATUS    IS RAN-FILE-STATUS.                      00790000
008000                                                                  00800000
008100*----------------------------------------------------------------*00810000
008200*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00820000
008300*----------------------------------------------------------------*00830000
008400     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00840000
008500        ORGANIZATION    IS SEQUENTIAL                             00850000
008600         ACCESS MODE    IS SEQUENTIAL                             00860000
008700         FILE STATUS    IS HIST-FILE-STATUS.                      00870000
008800                                                                  00880000
008900 DATA DIVISION.                                                   00890000
009000 FILE SECTION.                                                    00900000
009100 FD  PAIR-RANGE.                                                  00910000
009200 01  WS-RANGE.                                                    00920000
009300     05 RANGE-REC              PIC X(19).                         00930000
009400                                                                  00940000
009500 FD  SEC-MASTER.                                                  00950000
009600 01  SEC-REC.                                                     00960000
009700     05 SEC-NUMBER         PIC 9(04).                             00970000
009800     05 FILLER              PIC X(01).                            00980000
009900     05 SEC-NAME           PIC X(15).                             00990000
010000     05 FILLER              PIC X(01).                            01000000
010100     05 SEC-SUPERVISOR     PIC X(10).                             01010000
010200                                                                  01020000
010300 FD  EFF-TABLE.                                                   01030000
010400 01  EFF-REC.                                                     01040000
010500     05 EFF-SECTION         PIC 9(04).                            01050000
010600     05 FILLER              PIC X(01).                            01060000
010700     05 EFF-HOURS           PIC 9(03)V99.                         01070000
010800                                                                  01080000
010900 FD  DNP-FILE.                                                    01090000
011000 01  DNP-REC.                                                     01100000
011100     05 DNP-SEC-A          PIC 9(04).                             01110000
011200     05 FILLER             PIC X(01).                             01120000
011300     05 DNP-SEC-B          PIC 9(04).                             01130000
011400                                                                  01140000
011500 FD  CMP-FILE.                                                    01150000
011600 01  CMP-REC.                                                     01160000
011700     05 CMP-SECTION         PIC 9(04).                            01170000
011800     05 FILLER              PIC X(01).                            01180000
011900     05 CMP-PAIR            PIC 9(05).                            01190000
012000     05 FILLER              PIC X(01).                            01200000
012100     05 CMP-DATE            PIC 9(06).                            01210000
012200     05 FILLER              PIC X(01).                            01220000
012300     05 CMP-STATUS          PIC X(04).                            01230000
012400        88 CMP-IS-DONE                 VALUE 'DONE'.              01240000
012500                                                                  01250000
012600 FD  DRP-FILE.                                                    01260000
012700 01  DRP-REC.                                                     01270000
012800     05 DRP-PAIR            PIC 9(05).                            01280000
012900     05 FILLER              PIC X(01).                            01290000
013000     05 DRP-DATE            PIC 9(06).                            01300000
013100                                                                  01310000
013200 FD  SRS-FILE.                                                    01320000
013300 01  SRS-REC.                                                     01330000
013400     05 SRS-RANGE-REC       PIC X(19).                            01340000
013500                                                                  01350000
013600 FD  RAN-RPT.                                                     01360000
013700 01  RAN-REC                PIC X(80).                            01370000
013800 01  RAN-DTL-LINE.                                                01380000
013900     05 RAN-SECTION         PIC 9(04).                            01390000
014000     05 FILLER              PIC X(02).                            01400000
014100     05 RAN-NAME            PIC X(15).                            01410000
014200     05 FILLER              PIC X(02).                            01420000
014300     05 RAN-FROM-PAIR       PIC 9(05).                            01430000
014400     05 FILLER              PIC X(02).                            01440000
014500     05 RAN-OUT-DATE        PIC 9(06).                            01450000
014600     05 FILLER              PIC X(02).                            01460000
014700     05 RAN-TO-PAIR         PIC X(05).                            01470000
014800     05 FILLER              PIC X(02).                            01480000
014900     05 RAN-LINE            PIC X(04).                            01490000
015000     05 FILLER              PIC X(02).                            01500000
015100     05 RAN-HOURS           PIC ZZ9.99.                           01510000
015200     05 FILLER              PIC X(02).                            01520000
015300     05 RAN-STATUS          PIC X(20).                            01530000
015400     05 FILLER              PIC X(01).                            01540000
015500                                                                  01550000
015600 FD  AUD-HIST                                                     01560000
015700     DATA RECORD IS AUD-HIST-REC.                                 01570000
015800 01  AUD-HIST-REC.                                                01580000
015900     05 HIST-DATE            PIC 9(08).                           01590000
016000     05 FILLER               PIC X(02).                           01600000
016100     05 HIST-TIME            PIC 9(06).                           01610000
016200     05 FILLER               PIC X(02).                           01620000
016300     05 HIST-PGM             PIC X(08).                           01630000
016400     05 FILLER               PIC X(02).                           01640000
016500     05 HIST-OUTPUT          PIC X(40).                           01650000
016501     05 FILLER               PIC X(02).                           01650100
016502     05 HIST-VERSION         PIC X(08).                           01650200
016600                                                                  01660000
016700 WORKING-STORAGE SECTION.                                         01670000
016800 01  WS-WORK-FIELDS.                                              01680000
016900     05 WS-I              PIC 9(04)   VALUE ZEROES.               01690000
017000     05 WS-J              PIC 9(04)   VALUE ZEROES.               01700000
017100     05 WS-K              PIC 9(04)   VALUE ZEROES.               01710000
017200     05 WS-P              PIC 9(04)   VALUE ZEROES.               01720000
017300     05 WS-D              PIC 9(04)   VALUE ZEROES.               01730000
017400     05 WS-PAIR-SEQ       PIC 9(05)   VALUE ZEROES.               01740000
017500     05 WS-PARTNER        PIC 9(04)   VALUE ZEROES.               01750000
017600     05 WS-SEC-HOURS      PIC 9(03)V99 VALUE ZEROES.              01760000
017700     05 WS-CAMP-HOURS     PIC 9(08)V99 VALUE ZEROES.              01770000
017800     05 WS-CEILING        PIC 9(05)V99 VALUE ZEROES.              01780000
017900     05 WS-CEILING-ED     PIC ZZZZ9.99.                           01790000
018000     05 WS-BEST-PAIR      PIC 9(04)   VALUE ZEROES.               01800000
018100     05 WS-BEST-LOAD      PIC 9(06)V99 VALUE ZEROES.              01810000
018200     05 WS-UNDER-CNT      PIC 9(04)   VALUE ZEROES.               01820000
018300     05 WS-HALF-POINT     PIC 9(04)   VALUE ZEROES.               01830000
018400     05 WS-PC-PAIR        PIC 9(04)   VALUE ZEROES.               01840000
018500     05 WS-PC-FROM        PIC 9(04)   VALUE ZEROES.               01850000
018600     05 WS-PC-FIRST       PIC 9(04)   VALUE ZEROES.               01860000
018700     05 WS-PC-LAST        PIC 9(04)   VALUE ZEROES.               01870000
018800     05 WS-LINE-CNT       PIC 9(04)   VALUE ZEROES.               01880000
018900     05 WS-LINE-ED        PIC ZZZ9.                               01890000
019000     05 WS-DROP-CNT       PIC 9(04)   VALUE ZEROES.               01900000
019100     05 WS-REJECT-CNT     PIC 9(04)   VALUE ZEROES.               01910000
019200     05 WS-DONE-CNT       PIC 9(04)   VALUE ZEROES.               01920000
019300     05 WS-MOVED-CNT      PIC 9(04)   VALUE ZEROES.               01930000
019400     05 WS-HELD-CNT       PIC 9(04)   VALUE ZEROES.               01940000
019500     05 WS-UNPLACED-CNT   PIC 9(04)   VALUE ZEROES.               01950000
019600     05 WS-ST-1           PIC X(04)   VALUE SPACES.               01960000
019700     05 WS-ED-1           PIC X(04)   VALUE SPACES.               01970000
019800     05 WS-ST-2           PIC X(04)   VALUE SPACES.               01980000
019900     05 WS-ED-2           PIC X(04)   VALUE SPACES.               01990000
020000     05 WS-ST-1-N         PIC 9(04)   VALUE ZEROES.               02000000
020100     05 WS-ED-1-N         PIC 9(04)   VALUE ZEROES.               02010000
020200     05 WS-ST-2-N         PIC 9(04)   VALUE ZEROES.               02020000
020300     05 WS-ED-2-N         PIC 9(04)   VALUE ZEROES.               02030000
020400     05 WS-TOK            PIC X(04)   VALUE SPACES.               02040000
020500     05 WS-TOK-LEN        PIC 9(01)   VALUE ZEROES.               02050000
020600     05 WS-TOK-NUM        PIC 9(04)   VALUE ZEROES.               02060000
020700     05 WS-TOK-OK-SW      PIC X(01)   VALUE 'N'.                  02070000
020800        88 WS-TOK-OK       VALUE 'Y'.                             02080000
020900     05 WS-RANGE-OK-SW    PIC X(01)   VALUE 'N'.                  02090000
021000        88 WS-RANGE-OK     VALUE 'Y'.                             02100000
021100     05 WS-FOUND-SW       PIC X(01)   VALUE 'N'.                  02110000
021200        88 WS-FOUND        VALUE 'Y'.                             02120000
021300     05 WS-CONFLICT-SW    PIC X(01)   VALUE 'N'.                  02130000
021400        88 WS-CONFLICT     VALUE 'Y'.                             02140000
021500                                                                  02150000
021600*----------------------------------------------------------------*02160000
021700* SECTION MASTER WITH EACH SECTION'S STANDARD HOURS              *02170000
021800*----------------------------------------------------------------*02180000
021900 01  WS-SEC-FIELDS.                                               02190000
022000     05 WS-SEC-CNT        PIC 9(04)   VALUE ZEROES.               02200000
022100     05 WS-MAX-SECS       PIC 9(04)   VALUE 500.                  02210000
022200 01  WS-SEC-TABLE.                                                02220000
022300     05 WS-SEC-ENTRY      OCCURS 500 TIMES.                       02230000
022400        10 WS-SEC-NUM     PIC 9(04).                              02240000
022500        10 WS-SEC-NAM     PIC X(15).                              02250000
022600        10 WS-SEC-SUP     PIC X(10).                              02260000
022700        10 WS-SEC-HRS     PIC 9(03)V99.                           02270000
022800                                                                  02280000
022900 01  WS-EFF-FIELDS.                                               02290000
023000     05 WS-EFF-CNT        PIC 9(04)   VALUE ZEROES.               02300000
023100     05 WS-MAX-EFFS       PIC 9(04)   VALUE 500.                  02310000
023200 01  WS-EFF-TABLE.                                                02320000
023300     05 WS-EFF-ENTRY      OCCURS 500 TIMES.                       02330000
023400        10 WS-EFF-SEC     PIC 9(04).                              02340000
023500        10 WS-EFF-HRS     PIC 9(03)V99.                           02350000
023600                                                                  02360000
023700 01  WS-DNP-FIELDS.                                               02370000
023800     05 WS-DNP-CNT        PIC 9(03)   VALUE ZEROES.               02380000
023900     05 WS-MAX-DNPS       PIC 9(03)   VALUE 100.                  02390000
024000 01  WS-DNP-TABLE.                                                02400000
024100     05 WS-DNP-ENTRY      OCCURS 100 TIMES.                       02410000
024200        10 WS-DNP-A       PIC 9(04).                              02420000
024300        10 WS-DNP-B       PIC 9(04).                              02430000
024400                                                                  02440000
024500*----------------------------------------------------------------*02450000
024600* ONE ROW PER AOCDAY4 PAIR - ITS TWO RANGES, ITS HOURS SO FAR    *02460000
024700* AND, FOR A PAIR THAT HAS DROPPED OUT, THE DATE IT IS OUT FROM  *02470000
024800*----------------------------------------------------------------*02480000
024900 01  WS-PRS-FIELDS.                                               02490000
025000     05 WS-PRS-CNT        PIC 9(04)   VALUE ZEROES.               02500000
025100     05 WS-MAX-PRSS       PIC 9(04)   VALUE 500.                  02510000
025200 01  WS-PRS-TABLE.                                                02520000
025300     05 WS-PRS-ENTRY      OCCURS 500 TIMES.                       02530000
025400        10 WS-PRS-ST-1    PIC 9(04).                              02540000
025500        10 WS-PRS-ED-1    PIC 9(04).                              02550000
025600        10 WS-PRS-ST-2    PIC 9(04).                              02560000
025700        10 WS-PRS-ED-2    PIC 9(04).                              02570000
025800        10 WS-PRS-LOAD    PIC 9(06)V99.                           02580000
025900        10 WS-PRS-OUT-DATE PIC 9(06).                             02590000
026000        10 WS-PRS-DROP-SW PIC X(01).                              02600000
026100           88 WS-PRS-DROPPED  VALUE 'Y'.                          02610000
026200                                                                  02620000
026300 01  WS-CMP-FIELDS.                                               02630000
026400     05 WS-CMP-CNT        PIC 9(04)   VALUE ZEROES.               02640000
026500     05 WS-MAX-CMPS       PIC 9(04)   VALUE 2000.                 02650000
026600 01  WS-CMP-TABLE.                                                02660000
026700     05 WS-CMP-ENTRY      OCCURS 2000 TIMES.                      02670000
026800        10 WS-CMP-SEC     PIC 9(04).                              02680000
026900        10 WS-CMP-PAIR    PIC 9(05).                              02690000
027000        10 WS-CMP-DATE    PIC 9(06).                              02700000
027100                                                                  02710000
027200*----------------------------------------------------------------*02720000
027300* ONE ROW PER OUTSTANDING SECTION OF A DROPPED PAIR, IN SECTION  *02730000
027400* ORDER: R = REASSIGNED, H = STILL HELD BY ANOTHER PAIR'S RANGE, *02740000
027500* C = NO PAIR UNDER THE CEILING, X = EVERY PAIR UNDER THE        *02750000
027600* CEILING ALREADY HOLDS A DO-NOT-PAIR PARTNER                    *02760000
027700*----------------------------------------------------------------*02770000
027800 01  WS-RAS-FIELDS.                                               02780000
027900     05 WS-RAS-CNT        PIC 9(04)   VALUE ZEROES.               02790000
028000     05 WS-MAX-RASS       PIC 9(04)   VALUE 500.                  02800000
028100 01  WS-RAS-TABLE.                                                02810000
028200     05 WS-RAS-ENTRY      OCCURS 500 TIMES.                       02820000
028300        10 WS-RAS-SEC-IX  PIC 9(04).                              02830000
028400        10 WS-RAS-FROM    PIC 9(04).                              02840000
028500        10 WS-RAS-TO      PIC 9(04).                              02850000
028600        10 WS-RAS-LINE    PIC 9(04).                              02860000
028700        10 WS-RAS-STATUS  PIC X(01).                              02870000
028800           88 WS-RAS-MOVED     VALUE 'R'.                         02880000
028900           88 WS-RAS-HELD      VALUE 'H'.                         02890000
029000           88 WS-RAS-CEILING   VALUE 'C'.                         02900000
029100           88 WS-RAS-EXCLUDED  VALUE 'X'.                         02910000
029200                                                                  02920000
029300 01  WS-SUP-FIELDS.                                               02930000
029400     05 WS-SUP-CNT        PIC 9(03)   VALUE ZEROES.               02940000
029500 01  WS-SUP-TABLE.                                                02950000
029600     05 WS-SUP-ENTRY      OCCURS 500 TIMES.                       02960000
029700        10 WS-SUP-KEY     PIC X(10).                              02970000
029800                                                                  02980000
029900 01  WS-SWITCHES.                                                 02990000
030000     05 FILE-STATUS       PIC X(02)   VALUE SPACES.               03000000
030100        88 SUCCESS        VALUE '00'.                             03010000
030200        88 EOF            VALUE '10'.                             03020000
030300     05 SEC-FILE-STATUS   PIC X(02)   VALUE SPACES.               03030000
030400        88 SEC-SUCCESS    VALUE '00'.                             03040000
030500        88 SEC-EOF        VALUE '10'.                             03050000
030600     05 EFF-FILE-STATUS   PIC X(02)   VALUE SPACES.               03060000
030700        88 EFF-SUCCESS    VALUE '00'.                             03070000
030800        88 EFF-EOF        VALUE '10'.                             03080000
030900     05 DNP-FILE-STATUS   PIC X(02)   VALUE SPACES.               03090000
031000        88 DNP-SUCCESS    VALUE '00'.                             03100000
031100        88 DNP-EOF        VALUE '10'.                             03110000
031200     05 CMP-FILE-STATUS   PIC X(02)   VALUE SPACES.               03120000
031300        88 CMP-SUCCESS    VALUE '00'.                             03130000
031400        88 CMP-EOF        VALUE '10'.                             03140000
031500     05 DRP-FILE-STATUS   PIC X(02)   VALUE SPACES.               03150000
031600        88 DRP-SUCCESS    VALUE '00'.                             03160000
031700        88 DRP-EOF        VALUE '10'.                             03170000
031800     05 SRS-FILE-STATUS   PIC X(02)   VALUE SPACES.               03180000
031900        88 SRS-SUCCESS    VALUE '00'.                             03190000
032000     05 RAN-FILE-STATUS   PIC X(02)   VALUE SPACES.               03200000
032100        88 RAN-SUCCESS    VALUE '00'.                             03210000
032200     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               03220000
032300        88 HIST-SUCCESS   VALUE '00'.                             03230000
032400                                                                  03240000
032500 01  WS-HIST-FIELDS.                                              03250000
032600     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               03260000
032700     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               03270000
032800     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               03280000
032801     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             03280100
032900                                                                  03290000
033000*----------------------------------------------------------------*03300000
033100* PARM - WORKLOAD CEILING IN WHOLE HOURS PER PAIR; BLANK MEANS A *03310000
033200* QUARTER OVER THE CAMP AVERAGE PAIR, AOCD4PG5'S OVER LIMIT      *03320000
033300*----------------------------------------------------------------*03330000
033400 LINKAGE SECTION.                                                 03340000
033500 01  LS-PARM-DATA.                                                03350000
033600     05 LS-CEILING-PARM PIC X(03).                                03360000
033700                                                                  03370000
033800 PROCEDURE DIVISION USING LS-PARM-DATA.                           03380000
033900                                                                  03390000
034000     PERFORM 0500-LOAD-EFFORT          THRU 0500-EXIT.            03400000
034100     PERFORM 0550-LOAD-SECTIONS        THRU 0550-EXIT.            03410000
034200     PERFORM 0600-LOAD-EXCLUSIONS      THRU 0600-EXIT.            03420000
034300     PERFORM 0700-LOAD-PAIRS           THRU 0700-EXIT.            03430000
034400     PERFORM 0800-LOAD-DROPOUTS        THRU 0800-EXIT.            03440000
034500     PERFORM 0900-LOAD-CONFIRMATIONS   THRU 0900-EXIT.            03450000
034600     PERFORM 1000-SET-CEILING          THRU 1000-EXIT.            03460000
034700     PERFORM 2000-REASSIGN-SECTIONS    THRU 2000-EXIT.            03470000
034800     PERFORM 3000-WRITE-ROSTER         THRU 3000-EXIT.            03480000
034900     PERFORM 4000-WRITE-NOTICES        THRU 4000-EXIT.            03490000
035000     IF WS-UNPLACED-CNT > ZEROES OR WS-REJECT-CNT > ZEROES        03500000
035100        MOVE 4                TO RETURN-CODE                      03510000
035200     END-IF.                                                      03520000
035300     STRING 'REASSIGNED ' DELIMITED BY SIZE                       03530000
035400        WS-MOVED-CNT DELIMITED BY SIZE                            03540000
035500        ' NOT PLACED ' DELIMITED BY SIZE                          03550000
035600        WS-UNPLACED-CNT DELIMITED BY SIZE                         03560000
035700        INTO WS-HIST-MSG.                                         03570000
035800     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03580000
035900     GOBACK.                                                      03590000
036000                                                                  03600000
036100 0500-LOAD-EFFORT.                                                03610000
036200     OPEN INPUT EFF-TABLE.                                        03620000
036300     IF NOT EFF-SUCCESS                                           03630000
036400        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4EFF, FILE STATUS: '  03640000
036500                EFF-FILE-STATUS                                   03650000
036600        MOVE 16             TO RETURN-CODE                        03660000
036700        MOVE 'UNABLE TO OPEN EFFORT TABLE'  TO WS-HIST-MSG        03670000
036800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03680000
036900        GOBACK                                                    03690000
037000     END-IF.                                                      03700000
037100     PERFORM UNTIL EFF-EOF                                        03710000
037200        READ EFF-TABLE                                            03720000
037300             AT END                                               03730000
037400                SET EFF-EOF TO TRUE                               03740000
037500             NOT AT END                                           03750000
037600                IF WS-EFF-CNT < WS-MAX-EFFS                       03760000
037700                   AND EFF-SECTION IS NUMERIC                     03770000
037800                   AND EFF-HOURS IS NUMERIC                       03780000
037900                   ADD 1 TO WS-EFF-CNT                            03790000
038000                   MOVE EFF-SECTION TO WS-EFF-SEC(WS-EFF-CNT)     03800000
038100                   MOVE EFF-HOURS   TO WS-EFF-HRS(WS-EFF-CNT)     03810000
038200                ELSE                                              03820000
038300                   DISPLAY 'EFFORT ROW DROPPED: ' EFF-SECTION     03830000
038400                END-IF                                            03840000
038500        END-READ                                                  03850000
038600     END-PERFORM.                                                 03860000
038700     CLOSE EFF-TABLE.                                             03870000
038800 0500-EXIT.                                                       03880000
038900     EXIT.                                                        03890000
039000                                                                  03900000
039100 0550-LOAD-SECTIONS.                                              03910000
039200     OPEN INPUT SEC-MASTER.                                       03920000
039300     IF NOT SEC-SUCCESS                                           03930000
039400        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4SEC, FILE STATUS: '  03940000
039500                SEC-FILE-STATUS                                   03950000
039600        MOVE 16             TO RETURN-CODE                        03960000
039700        MOVE 'UNABLE TO OPEN SECTION MASTER' TO WS-HIST-MSG       03970000
039800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03980000
039900        GOBACK                                                    03990000
040000     END-IF.                                                      04000000
040100     PERFORM UNTIL SEC-EOF                                        04010000
040200        READ SEC-MASTER                                           04020000
040300             AT END                                               04030000
040400                SET SEC-EOF TO TRUE                               04040000
040500             NOT AT END                                           04050000
040600                IF SEC-NUMBER IS NUMERIC                          04060000
040700                   AND WS-SEC-CNT < WS-MAX-SECS                   04070000
040800                   ADD 1 TO WS-SEC-CNT                            04080000
040900                   MOVE SEC-NUMBER     TO WS-SEC-NUM(WS-SEC-CNT)  04090000
041000                   MOVE SEC-NAME       TO WS-SEC-NAM(WS-SEC-CNT)  04100000
041100                   MOVE SEC-SUPERVISOR TO WS-SEC-SUP(WS-SEC-CNT)  04110000
041200                   MOVE ZEROES         TO WS-SEC-HRS(WS-SEC-CNT)  04120000
041300                   PERFORM VARYING WS-I FROM 1 BY 1               04130000
041400                             UNTIL WS-I > WS-EFF-CNT              04140000
041500                      IF WS-EFF-SEC(WS-I) = SEC-NUMBER            04150000
041600                         MOVE WS-EFF-HRS(WS-I)                    04160000
041700                                    TO WS-SEC-HRS(WS-SEC-CNT)     04170000
041800                      END-IF                                      04180000
041900                   END-PERFORM                                    04190000
042000                END-IF                                            04200000
042100        END-READ                                                  04210000
042200     END-PERFORM.                                                 04220000
042300     CLOSE SEC-MASTER.                                            04230000
042400 0550-EXIT.                                                       04240000
042500     EXIT.                                                        04250000
042600                                                                  04260000
042700 0600-LOAD-EXCLUSIONS.                                            04270000
042800     OPEN INPUT DNP-FILE.                                         04280000
042900     IF NOT DNP-SUCCESS                                           04290000
043000        DISPLAY 'NO DO-NOT-PAIR LIST - NO COUPLES EXCLUDED'       04300000
043100        GO TO 0600-EXIT                                           04310000
043200     END-IF.                                                      04320000
043300     PERFORM UNTIL DNP-EOF                                        04330000
043400        READ DNP-FILE                                             04340000
043500             AT END                                               04350000
043600                SET DNP-EOF TO TRUE                               04360000
043700             NOT AT END                                           04370000
043800                IF DNP-SEC-A IS NUMERIC                           04380000
043900                   AND DNP-SEC-B IS NUMERIC                       04390000
044000                   AND WS-DNP-CNT < WS-MAX-DNPS                   04400000
044100                   ADD 1 TO WS-DNP-CNT                            04410000
044200                   MOVE DNP-SEC-A TO WS-DNP-A(WS-DNP-CNT)         04420000
044300                   MOVE DNP-SEC-B TO WS-DNP-B(WS-DNP-CNT)         04430000
044400                ELSE                                              04440000
044500                   DISPLAY 'DO-NOT-PAIR ROW DROPPED: ' DNP-REC    04450000
044600                END-IF                                            04460000
044700        END-READ                                                  04470000
044800     END-PERFORM.                                                 04480000
044900     CLOSE DNP-FILE.                                              04490000
045000 0600-EXIT.                                                       04500000
045100     EXIT.                                                        04510000
045200                                                                  04520000
045300 0700-LOAD-PAIRS.                                                 04530000
045400*----------------------------------------------------------------*04540000
045500* EACH PAIR'S HOURS ARE THE STANDARD HOURS OF EVERY SECTION IN   *04550000
045600* EITHER OF ITS RANGES, WEIGHED AS AOCD4PG5 WEIGHS THEM          *04560000
045700*----------------------------------------------------------------*04570000
045800     OPEN INPUT PAIR-RANGE.                                       04580000
045900     IF NOT SUCCESS                                               04590000
046000        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY4, FILE STATUS: '   04600000
046100                FILE-STATUS                                       04610000
046200        MOVE 16             TO RETURN-CODE                        04620000
046300        MOVE 'UNABLE TO OPEN PAIR RANGES'    TO WS-HIST-MSG       04630000
046400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04640000
046500        GOBACK                                                    04650000
046600     END-IF.                                                      04660000
046700     PERFORM UNTIL EOF                                            04670000
046800        READ PAIR-RANGE                                           04680000
046900             AT END                                               04690000
047000                SET EOF TO TRUE                                   04700000
047100             NOT AT END                                           04710000
047200                IF RANGE-REC NOT = SPACES                         04720000
047300                   ADD 1               TO WS-PAIR-SEQ             04730000
047400                   PERFORM 0750-LOAD-ONE-PAIR  THRU 0750-EXIT     04740000
047500                END-IF                                            04750000
047600        END-READ                                                  04760000
047700     END-PERFORM.                                                 04770000
047800     CLOSE PAIR-RANGE.                                            04780000
047900 0700-EXIT.                                                       04790000
048000     EXIT.                                                        04800000
048100                                                                  04810000
048200 0750-LOAD-ONE-PAIR.                                              04820000
048300     IF WS-PRS-CNT NOT < WS-MAX-PRSS                              04830000
048400        DISPLAY 'PAIR TABLE CAPACITY (500) EXCEEDED'              04840000
048500        GO TO 0750-EXIT                                           04850000
048600     END-IF.                                                      04860000
048700*----------------------------------------------------------------*04870000
048800* A PAIR WITH A BAD RECORD KEEPS ITS PLACE IN THE TABLE SO THE   *04880000
048900* PAIR NUMBERS STILL MATCH AOCDAY4, BUT HOLDS NO SECTIONS        *04890000
049000*----------------------------------------------------------------*04900000
049100     ADD 1                    TO WS-PRS-CNT.                      04910000
049200     INITIALIZE               WS-PRS-ENTRY(WS-PRS-CNT).           04920000
049300     MOVE 'N'                 TO WS-PRS-DROP-SW(WS-PRS-CNT).      04930000
049400     UNSTRING RANGE-REC  DELIMITED BY '-' OR ','                  04940000
049500         INTO WS-ST-1 WS-ED-1 WS-ST-2 WS-ED-2.                    04950000
049600     PERFORM 1150-EDIT-RANGE-TOKENS  THRU 1150-EXIT.              04960000
049700     IF NOT WS-RANGE-OK                                           04970000
049800        DISPLAY 'INVALID RANGE RECORD AT PAIR ' WS-PAIR-SEQ       04980000
049900                ': ' RANGE-REC                                    04990000
050000        GO TO 0750-EXIT                                           05000000
050100     END-IF.                                                      05010000
050200     MOVE WS-ST-1-N           TO WS-PRS-ST-1(WS-PRS-CNT).         05020000
050300     MOVE WS-ED-1-N           TO WS-PRS-ED-1(WS-PRS-CNT).         05030000
050400     MOVE WS-ST-2-N           TO WS-PRS-ST-2(WS-PRS-CNT).         05040000
050500     MOVE WS-ED-2-N           TO WS-PRS-ED-2(WS-PRS-CNT).         05050000
050600     PERFORM VARYING WS-I FROM 1 BY 1                             05060000
050700               UNTIL WS-I > WS-SEC-CNT                            05070000
050800        IF WS-SEC-NUM(WS-I) NOT < WS-ST-1-N                       05080000
050900           AND WS-SEC-NUM(WS-I) NOT > WS-ED-1-N                   05090000
051000           ADD WS-SEC-HRS(WS-I)  TO WS-PRS-LOAD(WS-PRS-CNT)       05100000
051100        END-IF                                                    05110000
051200        IF WS-SEC-NUM(WS-I) NOT < WS-ST-2-N                       05120000
051300           AND WS-SEC-NUM(WS-I) NOT > WS-ED-2-N                   05130000
051400           ADD WS-SEC-HRS(WS-I)  TO WS-PRS-LOAD(WS-PRS-CNT)       05140000
051500        END-IF                                                    05150000
051600     END-PERFORM.                                                 05160000
051700     ADD WS-PRS-LOAD(WS-PRS-CNT)  TO WS-CAMP-HOURS.               05170000
051800 0750-EXIT.                                                       05180000
051900     EXIT.                                                        05190000
052000                                                                  05200000
052100 0800-LOAD-DROPOUTS.                                              05210000
052200     OPEN INPUT DRP-FILE.                                         05220000
052300     IF NOT DRP-SUCCESS                                           05230000
052400        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4DRP, FILE STATUS: '  05240000
052500                DRP-FILE-STATUS                                   05250000
052600        MOVE 16             TO RETURN-CODE                        05260000
052700        MOVE 'UNABLE TO OPEN DROPOUT FILE'  TO WS-HIST-MSG        05270000
052800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             05280000
052900        GOBACK                                                    05290000
053000     END-IF.                                                      05300000
053100     PERFORM UNTIL DRP-EOF                                        05310000
053200        READ DRP-FILE                                             05320000
053300             AT END                                               05330000
053400                SET DRP-EOF TO TRUE                               05340000
053500             NOT AT END                                           05350000
053600                IF DRP-REC NOT = SPACES                           05360000
053700                   PERFORM 0850-EDIT-DROPOUT  THRU 0850-EXIT      05370000
053800                END-IF                                            05380000
053900        END-READ                                                  05390000
054000     END-PERFORM.                                                 05400000
054100     CLOSE DRP-FILE.                                              05410000
054200     DISPLAY 'DROPOUTS ACCEPTED: ' WS-DROP-CNT                    05420000
054300             ' REJECTED: ' WS-REJECT-CNT.                         05430000
054400 0800-EXIT.                                                       05440000
054500     EXIT.                                                        05450000
054600                                                                  05460000
054700 0850-EDIT-DROPOUT.                                               05470000
054800     EVALUATE TRUE                                                05480000
054900        WHEN DRP-PAIR NOT NUMERIC                                 05490000
055000          OR DRP-PAIR = ZEROES                                    05500000
055100          OR DRP-PAIR > WS-PRS-CNT                                05510000
055200           DISPLAY 'DROPOUT REJECTED - INVALID PAIR: ' DRP-REC    05520000
055300        WHEN DRP-DATE NOT NUMERIC                                 05530000
055400          OR DRP-DATE = ZEROES                                    05540000
055500           DISPLAY 'DROPOUT REJECTED - INVALID DATE: ' DRP-REC    05550000
055600        WHEN WS-PRS-DROPPED(DRP-PAIR)                             05560000
055700           DISPLAY 'DROPOUT REJECTED - PAIR ALREADY OUT: '        05570000
055800                   DRP-REC                                        05580000
055900        WHEN OTHER                                                05590000
056000           ADD 1              TO WS-DROP-CNT                      05600000
056100           MOVE 'Y'           TO WS-PRS-DROP-SW(DRP-PAIR)         05610000
056200           MOVE DRP-DATE      TO WS-PRS-OUT-DATE(DRP-PAIR)        05620000
056300           GO TO 0850-EXIT                                        05630000
056400     END-EVALUATE.                                                05640000
056500     ADD 1                    TO WS-REJECT-CNT.                   05650000
056600 0850-EXIT.                                                       05660000
056700     EXIT.                                                        05670000
056800                                                                  05680000
056900 0900-LOAD-CONFIRMATIONS.                                         05690000
057000*----------------------------------------------------------------*05700000
057100* ONLY DONE ROWS COUNT. A DROPPED PAIR CANNOT HAVE CLEANED       *05710000
057200* ANYTHING AFTER IT WENT OUT, SO ITS OWN LATER ROWS ARE IGNORED  *05720000
057300*----------------------------------------------------------------*05730000
057400     OPEN INPUT CMP-FILE.                                         05740000
057500     IF NOT CMP-SUCCESS                                           05750000
057600        DISPLAY 'NO COMPLETION FEED - NOTHING TREATED AS DONE'    05760000
057700        GO TO 0900-EXIT                                           05770000
057800     END-IF.                                                      05780000
057900     PERFORM UNTIL CMP-EOF                                        05790000
058000        READ CMP-FILE                                             05800000
058100             AT END                                               05810000
058200                SET CMP-EOF TO TRUE                               05820000
058300             NOT AT END                                           05830000
058400                IF CMP-IS-DONE                                    05840000
058500                   AND CMP-SECTION IS NUMERIC                     05850000
058600                   AND CMP-PAIR IS NUMERIC                        05860000
058700                   AND CMP-DATE IS NUMERIC                        05870000
058800                   PERFORM 0950-KEEP-CONFIRMATION  THRU 0950-EXIT 05880000
058900                END-IF                                            05890000
059000        END-READ                                                  05900000
059100     END-PERFORM.                                                 05910000
059200     CLOSE CMP-FILE.                                              05920000
059300 0900-EXIT.                                                       05930000
059400     EXIT.                                                        05940000
059500                                                                  05950000
059600 0950-KEEP-CONFIRMATION.                                          05960000
059700     IF CMP-PAIR > ZEROES AND CMP-PAIR NOT > WS-PRS-CNT           05970000
059800        IF WS-PRS-DROPPED(CMP-PAIR)                               05980000
059900           AND CMP-DATE > WS-PRS-OUT-DATE(CMP-PAIR)               05990000
060000           DISPLAY 'CONFIRMATION AFTER DROPOUT IGNORED: '         06000000
060100                   CMP-REC                                        06010000
060200           GO TO 0950-EXIT                                        06020000
060300        END-IF                                                    06030000
060400     END-IF.                                                      06040000
060500     IF WS-CMP-CNT < WS-MAX-CMPS                                  06050000
060600        ADD 1                 TO WS-CMP-CNT                       06060000
060700        MOVE CMP-SECTION      TO WS-CMP-SEC(WS-CMP-CNT)           06070000
060800        MOVE CMP-PAIR         TO WS-CMP-PAIR(WS-CMP-CNT)          06080000
060900        MOVE CMP-DATE         TO WS-CMP-DATE(WS-CMP-CNT)          06090000
061000     ELSE                                                         06100000
061100        DISPLAY 'COMPLETION TABLE CAPACITY (2000) EXCEEDED'       06110000
061200     END-IF.                                                      06120000
061300 0950-EXIT.                                                       06130000
061400     EXIT.                                                        06140000
061500                                                                  06150000
061600 1000-SET-CEILING.                                                06160000
061700     IF LS-CEILING-PARM IS NUMERIC AND LS-CEILING-PARM > ZEROES   06170000
061800        MOVE LS-CEILING-PARM  TO WS-CEILING                       06180000
061900     ELSE                                                         06190000
062000        IF WS-PRS-CNT > ZEROES                                    06200000
062100           COMPUTE WS-CEILING ROUNDED =                           06210000
062200              WS-CAMP-HOURS * 125 / (WS-PRS-CNT * 100)            06220000
062300        END-IF                                                    06230000
062400     END-IF.                                                      06240000
062500     DISPLAY 'WORKLOAD CEILING HOURS PER PAIR: ' WS-CEILING.      06250000
062600 1000-EXIT.                                                       06260000
062700     EXIT.                                                        06270000
062800                                                                  06280000
062900*----------------------------------------------------------------*06290000
063000* 1150-EDIT-RANGE-TOKENS TRIMS THE FOUR UNSTRUNG TOKENS AND      *06300000
063100* MOVES THEM TO THE NUMERIC RANGE FIELDS - A TOKEN THAT IS NOT   *06310000
063200* ALL DIGITS FAILS THE WHOLE RECORD                              *06320000
063300*----------------------------------------------------------------*06330000
063400 1150-EDIT-RANGE-TOKENS.                                          06340000
063500     MOVE 'Y'                 TO WS-RANGE-OK-SW.                  06350000
063600     MOVE WS-ST-1             TO WS-TOK.                          06360000
063700     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 06370000
063800     MOVE WS-TOK-NUM          TO WS-ST-1-N.                       06380000
063900     MOVE WS-ED-1             TO WS-TOK.                          06390000
064000     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 06400000
064100     MOVE WS-TOK-NUM          TO WS-ED-1-N.                       06410000
064200     MOVE WS-ST-2             TO WS-TOK.                          06420000
064300     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 06430000
064400     MOVE WS-TOK-NUM          TO WS-ST-2-N.                       06440000
064500     MOVE WS-ED-2             TO WS-TOK.                          06450000
064600     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 06460000
064700     MOVE WS-TOK-NUM          TO WS-ED-2-N.                       06470000
064800 1150-EXIT.                                                       06480000
064900     EXIT.                                                        06490000
065000                                                                  06500000
065100 1160-EDIT-ONE-TOKEN.                                             06510000
065200     MOVE 'N'                 TO WS-TOK-OK-SW.                    06520000
065300     MOVE ZEROES              TO WS-TOK-NUM WS-TOK-LEN.           06530000
065400     INSPECT FUNCTION REVERSE(WS-TOK)                             06540000
065500             TALLYING WS-TOK-LEN FOR LEADING SPACES.              06550000
065600     COMPUTE WS-TOK-LEN = 4 - WS-TOK-LEN.                         06560000
065700     IF WS-TOK-LEN > ZEROES                                       06570000
065800        IF WS-TOK(1:WS-TOK-LEN) IS NUMERIC                        06580000
065900           MOVE 'Y'           TO WS-TOK-OK-SW                     06590000
066000           COMPUTE WS-TOK-NUM =                                   06600000
066100              FUNCTION NUMVAL(WS-TOK(1:WS-TOK-LEN))               06610000
066200        END-IF                                                    06620000
066300     END-IF.                                                      06630000
066400     IF NOT WS-TOK-OK                                             06640000
066500        MOVE 'N'              TO WS-RANGE-OK-SW                   06650000
066600     END-IF.                                                      06660000
066700 1160-EXIT.                                                       06670000
066800     EXIT.                                                        06680000
066900                                                                  06690000
067000 2000-REASSIGN-SECTIONS.                                          06700000
067100*----------------------------------------------------------------*06710000
067200* DROPPED PAIRS ARE TAKEN IN PAIR ORDER AND EACH ONE'S SECTIONS  *06720000
067300* IN SECTION ORDER, SO A SECTION IN BOTH OF ITS RANGES IS MOVED  *06730000
067400* ONCE. A SECTION ALREADY CONFIRMED DONE STAYS WHERE IT IS       *06740000
067500*----------------------------------------------------------------*06750000
067600     PERFORM VARYING WS-D FROM 1 BY 1                             06760000
067700               UNTIL WS-D > WS-PRS-CNT                            06770000
067800        IF WS-PRS-DROPPED(WS-D)                                   06780000
067900           PERFORM VARYING WS-K FROM 1 BY 1                       06790000
068000                     UNTIL WS-K > WS-SEC-CNT                      06800000
068100              IF (WS-SEC-NUM(WS-K) NOT < WS-PRS-ST-1(WS-D)        06810000
068200                  AND WS-SEC-NUM(WS-K) NOT > WS-PRS-ED-1(WS-D))   06820000
068300              OR (WS-SEC-NUM(WS-K) NOT < WS-PRS-ST-2(WS-D)        06830000
068400                  AND WS-SEC-NUM(WS-K) NOT > WS-PRS-ED-2(WS-D))   06840000
068500                 PERFORM 2100-CHECK-OUTSTANDING  THRU 2100-EXIT   06850000
068600              END-IF                                              06860000
068700           END-PERFORM                                            06870000
068800        END-IF                                                    06880000
068900     END-PERFORM.                                                 06890000
069000     DISPLAY 'SECTIONS DONE: ' WS-DONE-CNT                        06900000
069100             ' REASSIGNED: ' WS-MOVED-CNT                         06910000
069200             ' STILL HELD: ' WS-HELD-CNT                          06920000
069300             ' NOT PLACED: ' WS-UNPLACED-CNT.                     06930000
069400 2000-EXIT.                                                       06940000
069500     EXIT.                                                        06950000
069600                                                                  06960000
069700 2100-CHECK-OUTSTANDING.                                          06970000
069800     MOVE 'N'                 TO WS-FOUND-SW.                     06980000
069900     PERFORM VARYING WS-I FROM 1 BY 1                             06990000
070000               UNTIL WS-I > WS-CMP-CNT OR WS-FOUND                07000000
070100        IF WS-CMP-SEC(WS-I) = WS-SEC-NUM(WS-K)                    07010000
070200           SET WS-FOUND       TO TRUE                             07020000
070300        END-IF                                                    07030000
070400     END-PERFORM.                                                 07040000
070500     IF WS-FOUND                                                  07050000
070600        ADD 1                 TO WS-DONE-CNT                      07060000
070700        GO TO 2100-EXIT                                           07070000
070800     END-IF.                                                      07080000
070900     IF WS-RAS-CNT NOT < WS-MAX-RASS                              07090000
071000        DISPLAY 'REASSIGNMENT TABLE CAPACITY (500) EXCEEDED'      07100000
071100        GO TO 2100-EXIT                                           07110000
071200     END-IF.                                                      07120000
071300     ADD 1                    TO WS-RAS-CNT.                      07130000
071400     MOVE WS-K                TO WS-RAS-SEC-IX(WS-RAS-CNT).       07140000
071500     MOVE WS-D                TO WS-RAS-FROM(WS-RAS-CNT).         07150000
071600     MOVE ZEROES              TO WS-RAS-TO(WS-RAS-CNT)            07160000
071700                                 WS-RAS-LINE(WS-RAS-CNT).         07170000
071800     MOVE SPACE               TO WS-RAS-STATUS(WS-RAS-CNT).       07180000
071900*----------------------------------------------------------------*07190000
072000* A SECTION ANOTHER PAIR STILL IN THE FIELD ALSO HOLDS GETS      *07200000
072100* CLEANED ANYWAY AND IS NOT HANDED OUT A SECOND TIME             *07210000
072200*----------------------------------------------------------------*07220000
072300     PERFORM VARYING WS-P FROM 1 BY 1                             07230000
072400               UNTIL WS-P > WS-PRS-CNT                            07240000
072500                  OR WS-RAS-TO(WS-RAS-CNT) > ZEROES               07250000
072600        MOVE WS-SEC-NUM(WS-K) TO WS-PARTNER                       07260000
072700        PERFORM 2400-CHECK-HELD  THRU 2400-EXIT                   07270000
072800        IF WS-FOUND AND NOT WS-PRS-DROPPED(WS-P)                  07280000
072900           MOVE WS-P          TO WS-RAS-TO(WS-RAS-CNT)            07290000
073000        END-IF                                                    07300000
073100     END-PERFORM.                                                 07310000
073200     IF WS-RAS-TO(WS-RAS-CNT) > ZEROES                            07320000
073300        MOVE 'H'              TO WS-RAS-STATUS(WS-RAS-CNT)        07330000
073400        ADD 1                 TO WS-HELD-CNT                      07340000
073500        GO TO 2100-EXIT                                           07350000
073600     END-IF.                                                      07360000
073700     PERFORM 2200-PLACE-SECTION  THRU 2200-EXIT.                  07370000
073800 2100-EXIT.                                                       07380000
073900     EXIT.                                                        07390000
074000                                                                  07400000
074100 2200-PLACE-SECTION.                                              07410000
074200*----------------------------------------------------------------*07420000
074300* THE SECTION GOES TO THE LIGHTEST PAIR STILL IN THE FIELD THAT  *07430000
074400* STAYS WITHIN THE CEILING AND HOLDS NO DO-NOT-PAIR PARTNER OF   *07440000
074500* IT. A TIE GOES TO THE PAIR THAT TOOK THE SECTION BEFORE, SO A  *07450000
074600* RUN OF SECTIONS STAYS TOGETHER, THEN TO THE LOWER PAIR         *07460000
074700*----------------------------------------------------------------*07470000
074800     MOVE WS-SEC-HRS(WS-K)    TO WS-SEC-HOURS.                    07480000
074900     MOVE ZEROES              TO WS-BEST-PAIR WS-UNDER-CNT.       07490000
075000     PERFORM VARYING WS-P FROM 1 BY 1                             07500000
075100               UNTIL WS-P > WS-PRS-CNT                            07510000
075200        IF NOT WS-PRS-DROPPED(WS-P)                               07520000
075300           AND WS-PRS-LOAD(WS-P) + WS-SEC-HOURS NOT > WS-CEILING  07530000
075400           ADD 1              TO WS-UNDER-CNT                     07540000
075500           PERFORM 2300-CHECK-EXCLUSION  THRU 2300-EXIT           07550000
075600           IF NOT WS-CONFLICT                                     07560000
075700              IF WS-BEST-PAIR = ZEROES                            07570000
075800                 OR WS-PRS-LOAD(WS-P) < WS-BEST-LOAD              07580000
075900                 OR (WS-PRS-LOAD(WS-P) = WS-BEST-LOAD             07590000
076000                     AND WS-P = WS-PC-PAIR)                       07600000
076100                 MOVE WS-P    TO WS-BEST-PAIR                     07610000
076200                 MOVE WS-PRS-LOAD(WS-P)  TO WS-BEST-LOAD          07620000
076300              END-IF                                              07630000
076400           END-IF                                                 07640000
076500        END-IF                                                    07650000
076600     END-PERFORM.                                                 07660000
076700     EVALUATE TRUE                                                07670000
076800        WHEN WS-BEST-PAIR > ZEROES                                07680000
076900           MOVE 'R'           TO WS-RAS-STATUS(WS-RAS-CNT)        07690000
077000           MOVE WS-BEST-PAIR  TO WS-RAS-TO(WS-RAS-CNT)            07700000
077100                                 WS-PC-PAIR                       07710000
077200           ADD WS-SEC-HOURS   TO WS-PRS-LOAD(WS-BEST-PAIR)        07720000
077300           ADD 1              TO WS-MOVED-CNT                     07730000
077400        WHEN WS-UNDER-CNT > ZEROES                                07740000
077500           MOVE 'X'           TO WS-RAS-STATUS(WS-RAS-CNT)        07750000
077600           ADD 1              TO WS-UNPLACED-CNT                  07760000
077700           DISPLAY 'SECTION ' WS-SEC-NUM(WS-K)                    07770000
077800                   ' NOT PLACED - DO-NOT-PAIR'                    07780000
077900        WHEN OTHER                                                07790000
078000           MOVE 'C'           TO WS-RAS-STATUS(WS-RAS-CNT)        07800000
078100           ADD 1              TO WS-UNPLACED-CNT                  07810000
078200           DISPLAY 'SECTION ' WS-SEC-NUM(WS-K)                    07820000
078300                   ' NOT PLACED - OVER CEILING'                   07830000
078400     END-EVALUATE.                                                07840000
078500 2200-EXIT.                                                       07850000
078600     EXIT.                                                        07860000
078700                                                                  07870000
078800 2300-CHECK-EXCLUSION.                                            07880000
078900     MOVE 'N'                 TO WS-CONFLICT-SW.                  07890000
079000     PERFORM VARYING WS-J FROM 1 BY 1                             07900000
079100               UNTIL WS-J > WS-DNP-CNT OR WS-CONFLICT             07910000
079200        MOVE ZEROES           TO WS-PARTNER                       07920000
079300        IF WS-DNP-A(WS-J) = WS-SEC-NUM(WS-K)                      07930000
079400           MOVE WS-DNP-B(WS-J)  TO WS-PARTNER                     07940000
079500        END-IF                                                    07950000
079600        IF WS-DNP-B(WS-J) = WS-SEC-NUM(WS-K)                      07960000
079700           MOVE WS-DNP-A(WS-J)  TO WS-PARTNER                     07970000
079800        END-IF                                                    07980000
079900        IF WS-PARTNER > ZEROES                                    07990000
080000           PERFORM 2400-CHECK-HELD  THRU 2400-EXIT                08000000
080100           IF WS-FOUND                                            08010000
080200              SET WS-CONFLICT TO TRUE                             08020000
080300           END-IF                                                 08030000
080400        END-IF                                                    08040000
080500     END-PERFORM.                                                 08050000
080600 2300-EXIT.                                                       08060000
080700     EXIT.                                                        08070000
080800                                                                  08080000
080900*----------------------------------------------------------------*08090000
081000* 2400-CHECK-HELD SAYS WHETHER PAIR WS-P HOLDS SECTION           *08100000
081100* WS-PARTNER, IN ITS OWN RANGES OR BY A HAND-OVER THIS RUN       *08110000
081200*----------------------------------------------------------------*08120000
081300 2400-CHECK-HELD.                                                 08130000
081400     MOVE 'N'                 TO WS-FOUND-SW.                     08140000
081500     IF (WS-PARTNER NOT < WS-PRS-ST-1(WS-P)                       08150000
081600         AND WS-PARTNER NOT > WS-PRS-ED-1(WS-P))                  08160000
081700     OR (WS-PARTNER NOT < WS-PRS-ST-2(WS-P)                       08170000
081800         AND WS-PARTNER NOT > WS-PRS-ED-2(WS-P))                  08180000
081900        SET WS-FOUND          TO TRUE                             08190000
082000        GO TO 2400-EXIT                                           08200000
082100     END-IF.                                                      08210000
082200     PERFORM VARYING WS-I FROM 1 BY 1                             08220000
082300               UNTIL WS-I > WS-RAS-CNT OR WS-FOUND                08230000
082400        IF WS-RAS-MOVED(WS-I)                                     08240000
082500           AND WS-RAS-TO(WS-I) = WS-P                             08250000
082600           AND WS-SEC-NUM(WS-RAS-SEC-IX(WS-I)) = WS-PARTNER       08260000
082700           SET WS-FOUND       TO TRUE                             08270000
082800        END-IF                                                    08280000
082900     END-PERFORM.                                                 08290000
083000 2400-EXIT.                                                       08300000
083100     EXIT.                                                        08310000
083200                                                                  08320000
083300 3000-WRITE-ROSTER.                                               08330000
083400*----------------------------------------------------------------*08340000
083500* CONSECUTIVE SECTIONS HANDED TO ONE PAIR BECOME ONE ROSTER      *08350000
083600* LINE, SPLIT BETWEEN THE TWO ELVES AS AOCD4PG4 SPLITS A SLICE   *08360000
083700*----------------------------------------------------------------*08370000
083800     OPEN OUTPUT SRS-FILE.                                        08380000
083900     IF NOT SRS-SUCCESS                                           08390000
084000        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4SRS, FILE STATUS: '  08400000
084100                SRS-FILE-STATUS                                   08410000
084200        MOVE 16             TO RETURN-CODE                        08420000
084300        MOVE 'UNABLE TO OPEN SUPPLEMENTARY ROSTER' TO WS-HIST-MSG 08430000
084400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             08440000
084500        GOBACK                                                    08450000
084600     END-IF.                                                      08460000
084700     MOVE ZEROES              TO WS-PC-PAIR.                      08470000
084800     PERFORM VARYING WS-J FROM 1 BY 1                             08480000
084900               UNTIL WS-J > WS-RAS-CNT                            08490000
085000        IF WS-RAS-MOVED(WS-J)                                     08500000
085100           IF WS-PC-PAIR > ZEROES                                 08510000
085200              AND WS-RAS-TO(WS-J) = WS-PC-PAIR                    08520000
085300              AND WS-RAS-FROM(WS-J) = WS-PC-FROM                  08530000
085400              AND WS-RAS-SEC-IX(WS-J) = WS-PC-LAST + 1            08540000
085500              MOVE WS-RAS-SEC-IX(WS-J)  TO WS-PC-LAST             08550000
085600           ELSE                                                   08560000
085700              IF WS-PC-PAIR > ZEROES                              08570000
085800                 PERFORM 3100-WRITE-PIECE  THRU 3100-EXIT         08580000
085900              END-IF                                              08590000
086000              ADD 1           TO WS-LINE-CNT                      08600000
086100              MOVE WS-RAS-TO(WS-J)      TO WS-PC-PAIR             08610000
086200              MOVE WS-RAS-FROM(WS-J)    TO WS-PC-FROM             08620000
086300              MOVE WS-RAS-SEC-IX(WS-J)  TO WS-PC-FIRST            08630000
086400                                           WS-PC-LAST             08640000
086500           END-IF                                                 08650000
086600           MOVE WS-LINE-CNT   TO WS-RAS-LINE(WS-J)                08660000
086700        END-IF                                                    08670000
086800     END-PERFORM.                                                 08680000
086900     IF WS-PC-PAIR > ZEROES                                       08690000
087000        PERFORM 3100-WRITE-PIECE  THRU 3100-EXIT                  08700000
087100     END-IF.                                                      08710000
087200     CLOSE SRS-FILE.                                              08720000
087300     DISPLAY 'SUPPLEMENTARY ROSTER LINES: ' WS-LINE-CNT.          08730000
087400 3000-EXIT.                                                       08740000
087500     EXIT.                                                        08750000
087600                                                                  08760000
087700 3100-WRITE-PIECE.                                                08770000
087800     INITIALIZE               SRS-REC.                            08780000
087900     IF WS-PC-FIRST = WS-PC-LAST                                  08790000
088000        STRING WS-SEC-NUM(WS-PC-FIRST) DELIMITED BY SIZE          08800000
088100               '-' DELIMITED BY SIZE                              08810000
088200               WS-SEC-NUM(WS-PC-FIRST) DELIMITED BY SIZE          08820000
088300               ',' DELIMITED BY SIZE                              08830000
088400               WS-SEC-NUM(WS-PC-LAST) DELIMITED BY SIZE           08840000
088500               '-' DELIMITED BY SIZE                              08850000
088600               WS-SEC-NUM(WS-PC-LAST) DELIMITED BY SIZE           08860000
088700               INTO SRS-RANGE-REC                                 08870000
088800     ELSE                                                         08880000
088900        COMPUTE WS-HALF-POINT = WS-PC-FIRST                       08890000
089000              + (WS-PC-LAST - WS-PC-FIRST) / 2                    08900000
089100        STRING WS-SEC-NUM(WS-PC-FIRST) DELIMITED BY SIZE          08910000
089200               '-' DELIMITED BY SIZE                              08920000
089300               WS-SEC-NUM(WS-HALF-POINT) DELIMITED BY SIZE        08930000
089400               ',' DELIMITED BY SIZE                              08940000
089500               WS-SEC-NUM(WS-HALF-POINT + 1) DELIMITED BY SIZE    08950000
089600               '-' DELIMITED BY SIZE                              08960000
089700               WS-SEC-NUM(WS-PC-LAST) DELIMITED BY SIZE           08970000
089800               INTO SRS-RANGE-REC                                 08980000
089900     END-IF.                                                      08990000
090000     WRITE SRS-REC.                                               09000000
090100     DISPLAY 'LINE ' WS-LINE-CNT ' ' SRS-RANGE-REC                09010000
090200             ' TO PAIR ' WS-PC-PAIR.                              09020000
090300 3100-EXIT.                                                       09030000
090400     EXIT.                                                        09040000
090500                                                                  09050000
090600 4000-WRITE-NOTICES.                                              09060000
090700*----------------------------------------------------------------*09070000
090800* ONE NOTICE PER SUPERVISOR OF AN OUTSTANDING SECTION, IN THE    *09080000
090900* ORDER THE SUPERVISORS ARE FIRST MET, LISTING WHO NOW CLEANS    *09090000
091000* EACH SECTION AND ON WHICH SUPPLEMENTARY ROSTER LINE            *09100000
091100*----------------------------------------------------------------*09110000
091200     OPEN OUTPUT RAN-RPT.                                         09120000
091300     IF NOT RAN-SUCCESS                                           09130000
091400        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4RAN, FILE STATUS: '  09140000
091500                RAN-FILE-STATUS                                   09150000
091600        MOVE 16             TO RETURN-CODE                        09160000
091700        MOVE 'UNABLE TO OPEN NOTICE REPORT'  TO WS-HIST-MSG       09170000
091800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             09180000
091900        GOBACK                                                    09190000
092000     END-IF.                                                      09200000
092100     PERFORM VARYING WS-J FROM 1 BY 1                             09210000
092200               UNTIL WS-J > WS-RAS-CNT                            09220000
092300        MOVE 'N'              TO WS-FOUND-SW                      09230000
092400        PERFORM VARYING WS-I FROM 1 BY 1                          09240000
092500                  UNTIL WS-I > WS-SUP-CNT OR WS-FOUND             09250000
092600           IF WS-SUP-KEY(WS-I) =                                  09260000
092700              WS-SEC-SUP(WS-RAS-SEC-IX(WS-J))                     09270000
092800              SET WS-FOUND    TO TRUE                             09280000
092900           END-IF                                                 09290000
093000        END-PERFORM                                               09300000
093100        IF NOT WS-FOUND                                           09310000
093200           ADD 1              TO WS-SUP-CNT                       09320000
093300           MOVE WS-SEC-SUP(WS-RAS-SEC-IX(WS-J))                   09330000
093400                              TO WS-SUP-KEY(WS-SUP-CNT)           09340000
093500        END-IF                                                    09350000
093600     END-PERFORM.                                                 09360000
093700     PERFORM VARYING WS-P FROM 1 BY 1                             09370000
093800               UNTIL WS-P > WS-SUP-CNT                            09380000
093900        PERFORM 4100-WRITE-ONE-NOTICE  THRU 4100-EXIT             09390000
094000     END-PERFORM.                                                 09400000
094100     MOVE SPACES              TO RAN-REC.                         09410000
094200     STRING 'DROPOUTS ACCEPTED       ' DELIMITED BY SIZE          09420000
094300        WS-DROP-CNT DELIMITED BY SIZE                             09430000
094400        '   REJECTED ' DELIMITED BY SIZE                          09440000
094500        WS-REJECT-CNT DELIMITED BY SIZE                           09450000
094600        INTO RAN-REC.                                             09460000
094700     WRITE RAN-REC.                                               09470000
094800     MOVE SPACES              TO RAN-REC.                         09480000
094900     STRING 'SECTIONS ALREADY DONE   ' DELIMITED BY SIZE          09490000
095000        WS-DONE-CNT DELIMITED BY SIZE                             09500000
095100        INTO RAN-REC.                                             09510000
095200     WRITE RAN-REC.                                               09520000
095300     MOVE SPACES              TO RAN-REC.                         09530000
095400     STRING 'SECTIONS REASSIGNED     ' DELIMITED BY SIZE          09540000
095500        WS-MOVED-CNT DELIMITED BY SIZE                            09550000
095600        INTO RAN-REC.                                             09560000
095700     WRITE RAN-REC.                                               09570000
095800     MOVE SPACES              TO RAN-REC.                         09580000
095900     STRING 'STILL HELD BY A PAIR    ' DELIMITED BY SIZE          09590000
096000        WS-HELD-CNT DELIMITED BY SIZE                             09600000
096100        INTO RAN-REC.                                             09610000
096200     WRITE RAN-REC.                                               09620000
096300     MOVE SPACES              TO RAN-REC.                         09630000
096400     STRING 'SECTIONS NOT PLACED     ' DELIMITED BY SIZE          09640000
096500        WS-UNPLACED-CNT DELIMITED BY SIZE                         09650000
096600        INTO RAN-REC.                                             09660000
096700     WRITE RAN-REC.                                               09670000
096800     MOVE WS-CEILING          TO WS-CEILING-ED.                   09680000
096900     MOVE SPACES              TO RAN-REC.                         09690000
097000     STRING 'CEILING HOURS PER PAIR  ' DELIMITED BY SIZE          09700000
097100        WS-CEILING-ED DELIMITED BY SIZE                           09710000
097200        INTO RAN-REC.                                             09720000
097300     WRITE RAN-REC.                                               09730000
097400     CLOSE RAN-RPT.                                               09740000
097500 4000-EXIT.                                                       09750000
097600     EXIT.                                                        09760000
097700                                                                  09770000
097800 4100-WRITE-ONE-NOTICE.                                           09780000
097900     MOVE SPACES              TO RAN-REC.                         09790000
098000     STRING 'REASSIGNMENT NOTICE - SUPERVISOR ' DELIMITED BY SIZE 09800000
098100        WS-SUP-KEY(WS-P) DELIMITED BY SIZE                        09810000
098200        INTO RAN-REC.                                             09820000
098300     WRITE RAN-REC.                                               09830000
098400     MOVE SPACES              TO RAN-REC.                         09840000
098500     WRITE RAN-REC.                                               09850000
098600     MOVE 'SECT  NAME             FROM   OUT'  TO RAN-REC.        09860000
098700     MOVE 'TO     LINE  HOURS   STATUS'         TO RAN-REC(39:).  09870000
098800     WRITE RAN-REC.                                               09880000
098900     PERFORM VARYING WS-J FROM 1 BY 1                             09890000
099000               UNTIL WS-J > WS-RAS-CNT                            09900000
099100        IF WS-SEC-SUP(WS-RAS-SEC-IX(WS-J)) = WS-SUP-KEY(WS-P)     09910000
099200           PERFORM 4200-WRITE-NOTICE-LINE  THRU 4200-EXIT         09920000
099300        END-IF                                                    09930000
099400     END-PERFORM.                                                 09940000
099500     MOVE SPACES              TO RAN-REC.                         09950000
099600     WRITE RAN-REC.                                               09960000
099700 4100-EXIT.                                                       09970000
099800     EXIT.                                                        09980000
099900                                                                  09990000
100000 4200-WRITE-NOTICE-LINE.                                          10000000
100100     MOVE WS-RAS-SEC-IX(WS-J) TO WS-K.                            10010000
100200     MOVE WS-RAS-FROM(WS-J)   TO WS-D.                            10020000
100300     MOVE SPACES              TO RAN-REC.                         10030000
100400     MOVE WS-SEC-NUM(WS-K)    TO RAN-SECTION.                     10040000
100500     MOVE WS-SEC-NAM(WS-K)    TO RAN-NAME.                        10050000
100600     MOVE WS-D                TO RAN-FROM-PAIR.                   10060000
100700     MOVE WS-PRS-OUT-DATE(WS-D)  TO RAN-OUT-DATE.                 10070000
100800     MOVE WS-SEC-HRS(WS-K)    TO RAN-HOURS.                       10080000
100900     IF WS-RAS-TO(WS-J) > ZEROES                                  10090000
101000        MOVE WS-RAS-TO(WS-J)  TO WS-PAIR-SEQ                      10100000
101100        MOVE WS-PAIR-SEQ      TO RAN-TO-PAIR                      10110000
101200     END-IF.                                                      10120000
101300     IF WS-RAS-LINE(WS-J) > ZEROES                                10130000
101400        MOVE WS-RAS-LINE(WS-J)  TO WS-LINE-ED                     10140000
101500        MOVE WS-LINE-ED       TO RAN-LINE                         10150000
101600     END-IF.                                                      10160000
101700     EVALUATE TRUE                                                10170000
101800        WHEN WS-RAS-MOVED(WS-J)                                   10180000
101900           MOVE 'REASSIGNED'  TO RAN-STATUS                       10190000
102000        WHEN WS-RAS-HELD(WS-J)                                    10200000
102100           MOVE 'STILL HELD BY PAIR'  TO RAN-STATUS               10210000
102200        WHEN WS-RAS-EXCLUDED(WS-J)                                10220000
102300           MOVE 'NOT PLACED - DNP'    TO RAN-STATUS               10230000
102400        WHEN OTHER                                                10240000
102500           MOVE 'NOT PLACED - CEILING'  TO RAN-STATUS             10250000
102600     END-EVALUATE.                                                10260000
102700     WRITE RAN-DTL-LINE.                                          10270000
102800 4200-EXIT.                                                       10280000
102900     EXIT.                                                        10290000
103000                                                                  10300000
103100*----------------------------------------------------------------*10310000
103200*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *10320000
103300*----------------------------------------------------------------*10330000
103400 9800-WRITE-AUDIT-HIST.                                           10340000
103500     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      10350000
103600     ACCEPT WS-HIST-TIME FROM TIME.                               10360000
103700     OPEN EXTEND AUD-HIST.                                        10370000
103800     INITIALIZE AUD-HIST-REC.                                     10380000
103900     MOVE WS-HIST-DATE          TO HIST-DATE.                     10390000
104000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     10400000
104100     MOVE 'AOCD4PGD'            TO HIST-PGM.                      10410000
104101     MOVE WS-HIST-VER           TO HIST-VERSION.                  10410100
104200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   10420000
104300     WRITE AUD-HIST-REC.                                          10430000
104400     CLOSE AUD-HIST.                                              10440000
104500 9800-EXIT.                                                       10450000
104600     EXIT.                                                        10460000
