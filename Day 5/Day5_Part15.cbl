000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 5 PROGRAM 15                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  PHYSICAL STACK COUNT RECONCILIATION. THE SYSTEM'S VIEW OF     *00040000
000500*  EVERY STACK COMES ONLY FROM REPLAYING MOVES, SO A DROPPED OR  *00050000
000600*  MISPLACED CRATE STAYED WRONG ON THE BOOKS UNTIL SOMEONE       *00060000
000700*  NOTICED. THE DOCK'S AOCD5SCN SCAN - STACK, TYPE LETTER AND    *00070000
000800*  SERIAL, BOTTOM TO TOP - IS COMPARED WITH THE AOCD5STK LAYOUT  *00080000
000900*  FROM AOCD5PG3 AND THE SERIAL POSITIONS ON THE BOOKS: THE      *00090000
001000*  AOCD5PG7 AOCD5COC FINAL POSITIONS WHEN THAT REPORT IS THERE,  *00100000
001100*  OTHERWISE AOCDAY53 AS IT STANDS. AOCD5REC LISTS EVERY         *00110000
001200*  MISSING, EXTRA AND OUT-OF-ORDER CRATE BY STACK. UNDER AN      *00120000
001300*  APPROVED ADJUSTMENT RUN THE SCANNED STACKS BECOME THE BOOK    *00130000
001400*  LAYOUT - AOCD5STK AND AOCDAY53 ARE REWRITTEN - AND EVERY      *00140000
001500*  ADJUSTMENT IS JOURNALED TO AOCD5ADJ                           *00150000
001600*----------------------------------------------------------------*00160000
001700 IDENTIFICATION DIVISION.                                         00170000
001800 PROGRAM-ID. AOCD5PGF.                                            00180000
001900 AUTHOR. z/OS Mainframer.                                         00190000
002000                                                                  00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400*----------------------------------------------------------------*00240000
002500* PHYSICAL SCAN FROM THE DOCK - ONE ROW PER CRATE, BOTTOM OF     *00250000
002600* EACH STACK FIRST; A ROW WITH NO TYPE AND NO SERIAL RECORDS A   *00260000
002700* STACK SCANNED AS EMPTY                                         *00270000
002800*----------------------------------------------------------------*00280000
002900     SELECT SCN-FILE     ASSIGN TO AOCD5SCN                       00290000
003000         ORGANIZATION    IS SEQUENTIAL                            00300000
003100          ACCESS MODE    IS SEQUENTIAL                            00310000
003200          FILE STATUS    IS SCN-FILE-STATUS.                      00320000
003300                                                                  00330000
003400*----------------------------------------------------------------*00340000
003500* THE WAREHOUSE LAYOUT - READ, AND REWRITTEN BY AN ADJUSTMENT    *00350000
003600*----------------------------------------------------------------*00360000
003700     SELECT STACK-RPT    ASSIGN TO AOCD5STK                       00370000
003800         ORGANIZATION    IS SEQUENTIAL                            00380000
003900          ACCESS MODE    IS SEQUENTIAL                            00390000
004000          FILE STATUS    IS STK-FILE-STATUS.                      00400000
004100                                                                  00410000
004200*----------------------------------------------------------------*00420000
004300* EXTENDED STACK LAYOUT - ONE ROW PER CRATE, BOTTOM FIRST        *00430000
004400*----------------------------------------------------------------*00440000
004500     SELECT SERIAL-DATA  ASSIGN TO AOCDAY53                       00450000
004600         ORGANIZATION    IS SEQUENTIAL                            00460000
004700          ACCESS MODE    IS SEQUENTIAL                            00470000
004800          FILE STATUS    IS SRL-FILE-STATUS.                      00480000
004900                                                                  00490000
005000*----------------------------------------------------------------*00500000
005100* AOCD5PG7 CHAIN OF CUSTODY - WHERE EACH SERIAL ENDED UP AFTER   *00510000
005200* THE NIGHT'S MOVES. OPTIONAL                                    *00520000
005300*----------------------------------------------------------------*00530000
005400     SELECT COC-RPT      ASSIGN TO AOCD5COC                       00540000
005500         ORGANIZATION    IS SEQUENTIAL                            00550000
005600          ACCESS MODE    IS SEQUENTIAL                            00560000
005700          FILE STATUS    IS COC-FILE-STATUS.                      00570000
005800                                                                  00580000
005900*----------------------------------------------------------------*00590000
006000* RECONCILIATION REPORT AND ADJUSTMENT JOURNAL                   *00600000
006100*----------------------------------------------------------------*00610000
006200     SELECT REC-RPT      ASSIGN TO AOCD5REC                       00620000
006300         ORGANIZATION    IS SEQUENTIAL                            00630000
006400          ACCESS MODE    IS SEQUENTIAL                            00640000
006500          FILE STATUS    IS REC-FILE-STATUS.                      00650000
006600                                                                  00660000
006700     SELECT ADJ-FILE     ASSIGN TO AOCD5ADJ                       00670000
006800         ORGANIZATION    IS SEQUENTIAL                            00680000
006900          ACCESS MODE    IS SEQUENTIAL                            00690000
007000          FILE STATUS    IS ADJ-FILE-STATUS.                      00700000
007100                                                                  00710000
007200*----------------------------------------------------------------*00720000
007300* SHARED SUITE EXCEPTION FILE                                    *00730000
007400*----------------------------------------------------------------*00740000
007500     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00750000
007600        ORGANIZATION    IS SEQUENTIAL                             00760000
007700         ACCESS MODE    IS SEQUENTIAL                             00770000
007800         FILE STATUS    IS SEXC-FILE-STATUS.                      00780000
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
009000 FD  SCN-FILE.                                                    00900000
009100 01  SCN-REC.                                                     00910000
009200     05 SCN-STACK       PIC 9(02).                                00920000
009300     05 FILLER          PIC X(01).                                00930000
009400     05 SCN-TYPE        PIC X(01).                                00940000
009500     05 FILLER          PIC X(01).                                00950000
009600     05 SCN-SERIAL      PIC X(08).                                00960000
009700                                                                  00970000
009800 FD  STACK-RPT                                                    00980000
009900     DATA RECORD IS STACK-RPT-REC.                                00990000
010000 01  STACK-RPT-REC.                                               01000000
010100     05 RPT-STACK-NUM      PIC 9(02).                             01010000
010200     05 FILLER             PIC X(02).                             01020000
010300     05 RPT-STACK-CONTENTS PIC X(300).                            01030000
010400                                                                  01040000
010500 FD  SERIAL-DATA.                                                 01050000
010600 01  SRL-REC.                                                     01060000
010700     05 SRL-STACK       PIC 9(02).                                01070000
010800     05 FILLER          PIC X(01).                                01080000
010900     05 SRL-TYPE        PIC X(01).                                01090000
011000     05 FILLER          PIC X(01).                                01100000
011100     05 SRL-SERIAL      PIC X(08).                                01110000
011200                                                                  01120000
011300 FD  COC-RPT.                                                     01130000
011400 01  COC-REC.                                                     01140000
011500     05 COC-SERIAL      PIC X(08).                                01150000
011600     05 FILLER          PIC X(02).                                01160000
011700     05 COC-TYPE        PIC X(01).                                01170000
011800     05 FILLER          PIC X(02).                                01180000
011900     05 COC-START-STK   PIC 9(02).                                01190000
012000     05 FILLER          PIC X(01).                                01200000
012100     05 COC-START-POS   PIC 9(03).                                01210000
012200     05 FILLER          PIC X(02).                                01220000
012300     05 COC-FINAL-STK   PIC 9(02).                                01230000
012400     05 FILLER          PIC X(01).                                01240000
012500     05 COC-FINAL-POS   PIC 9(03).                                01250000
012600     05 FILLER          PIC X(49).                                01260000
012700                                                                  01270000
012800 FD  REC-RPT.                                                     01280000
012900 01  REC-REC                PIC X(80).                            01290000
013000 01  REC-STK-LINE.                                                01300000
013100     05 FILLER              PIC X(02).                            01310000
013200     05 REC-STK-NUM         PIC 9(02).                            01320000
013300     05 FILLER              PIC X(04).                            01330000
013400     05 REC-STK-BOOK        PIC ZZ9.                              01340000
013500     05 FILLER              PIC X(05).                            01350000
013600     05 REC-STK-SCAN        PIC ZZ9.                              01360000
013700     05 FILLER              PIC X(06).                            01370000
013800     05 REC-STK-MISS        PIC ZZ9.                              01380000
013900     05 FILLER              PIC X(04).                            01390000
014000     05 REC-STK-EXTRA       PIC ZZ9.                              01400000
014100     05 FILLER              PIC X(04).                            01410000
014200     05 REC-STK-ORDER       PIC ZZ9.                              01420000
014300     05 FILLER              PIC X(02).                            01430000
014400     05 REC-STK-STATUS      PIC X(12).                            01440000
014500     05 FILLER              PIC X(24).                            01450000
014600 01  REC-DTL-LINE.                                                01460000
014700     05 FILLER              PIC X(04).                            01470000
014800     05 REC-DTL-WHAT        PIC X(12).                            01480000
014900     05 FILLER              PIC X(02).                            01490000
015000     05 REC-DTL-SERIAL      PIC X(08).                            01500000
015100     05 FILLER              PIC X(02).                            01510000
015200     05 REC-DTL-TYPE        PIC X(01).                            01520000
015300     05 FILLER              PIC X(02).                            01530000
015400     05 REC-DTL-BOOK-POS    PIC ZZ9.                              01540000
015500     05 FILLER              PIC X(03).                            01550000
015600     05 REC-DTL-SCAN-POS    PIC ZZ9.                              01560000
015700     05 FILLER              PIC X(03).                            01570000
015800     05 REC-DTL-NOTE        PIC X(37).                            01580000
015900                                                                  01590000
016000 FD  ADJ-FILE.                                                    01600000
016100 01  ADJ-REC.                                                     01610000
016200     05 ADJ-RUN-DATE        PIC 9(08).                            01620000
016300     05 FILLER              PIC X(01).                            01630000
016400     05 ADJ-APPROVER        PIC X(08).                            01640000
016500     05 FILLER              PIC X(01).                            01650000
016600     05 ADJ-STACK           PIC 9(02).                            01660000
016700     05 FILLER              PIC X(01).                            01670000
016800     05 ADJ-ACTION          PIC X(08).                            01680000
016900     05 FILLER              PIC X(01).                            01690000
017000     05 ADJ-SERIAL          PIC X(08).                            01700000
017100     05 FILLER              PIC X(01).                            01710000
017200     05 ADJ-TYPE            PIC X(01).                            01720000
017300     05 FILLER              PIC X(01).                            01730000
017400     05 ADJ-BOOK-POS        PIC 9(03).                            01740000
017500     05 FILLER              PIC X(01).                            01750000
017600     05 ADJ-SCAN-POS        PIC 9(03).                            01760000
017700                                                                  01770000
017800 FD  SUITE-EXC.                                                   01780000
017900     COPY AOCDEXC.                                                01790000
018000                                                                  01800000
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
019300 01  WS-STACKS-ARRAY.                                             01930000
019400     05 STACK                  PIC X(300)  OCCURS 20 TIMES.       01940000
019500 01  WS-HGT-TABLE.                                                01950000
019600     05 WS-HGT                 PIC 9(03)  OCCURS 20 TIMES.        01960000
019700                                                                  01970000
019800*----------------------------------------------------------------*01980000
019900* PER-STACK STATE - SCANNED AT ALL, SCAN REJECTED, DIFFERS FROM  *01990000
020000* THE BOOKS, ADJUSTED THIS RUN                                   *02000000
020100*----------------------------------------------------------------*02010000
020200 01  WS-STK-STATE-TABLE.                                          02020000
020300     05 WS-STK-STATE           OCCURS 20 TIMES.                   02030000
020400        10 WS-STK-SCANNED      PIC X(01).                         02040000
020500        10 WS-STK-SCAN-BAD     PIC X(01).                         02050000
020600        10 WS-STK-DIFF         PIC X(01).                         02060000
020700        10 WS-STK-ADJ          PIC X(01).                         02070000
020800                                                                  02080000
020900*----------------------------------------------------------------*02090000
021000* THE SERIALS ON THE BOOKS AND THE SERIALS SCANNED, EACH IN      *02100000
021100* FILE ORDER - BOTTOM OF EACH STACK FIRST                        *02110000
021200*----------------------------------------------------------------*02120000
021300 01  WS-ROW-FIELDS.                                               02130000
021400     05 WS-BK-CNT         PIC 9(04)   VALUE ZEROES.               02140000
021500     05 WS-PH-CNT         PIC 9(04)   VALUE ZEROES.               02150000
021600     05 WS-MAX-ROWS       PIC 9(04)   VALUE 2000.                 02160000
021700 01  WS-BOOK-TABLE.                                               02170000
021800     05 WS-BK-ENTRY       OCCURS 2000 TIMES.                      02180000
021900        10 WS-BK-STACK    PIC 9(02).                              02190000
022000        10 WS-BK-TYPE     PIC X(01).                              02200000
022100        10 WS-BK-SERIAL   PIC X(08).                              02210000
022200 01  WS-PHYS-TABLE.                                               02220000
022300     05 WS-PH-ENTRY       OCCURS 2000 TIMES.                      02230000
022400        10 WS-PH-STACK    PIC 9(02).                              02240000
022500        10 WS-PH-TYPE     PIC X(01).                              02250000
022600        10 WS-PH-SERIAL   PIC X(08).                              02260000
022700                                                                  02270000
022800*----------------------------------------------------------------*02280000
022900* THE STACK BEING RECONCILED - ROW NUMBERS INTO THE TWO TABLES,  *02290000
023000* BOTTOM FIRST, WITH THE POSITION EACH SERIAL HOLDS ON THE       *02300000
023100* OTHER SIDE (ZERO WHEN IT IS NOT THERE)                         *02310000
023200*----------------------------------------------------------------*02320000
023300 01  WS-CUR-FIELDS.                                               02330000
023400     05 WS-BL-CNT         PIC 9(03)   VALUE ZEROES.               02340000
023500     05 WS-PL-CNT         PIC 9(03)   VALUE ZEROES.               02350000
023600     05 WS-PHYS-LETTERS   PIC X(300)  VALUE SPACES.               02360000
023700 01  WS-CUR-TABLES.                                               02370000
023800     05 WS-BL-ENTRY       OCCURS 300 TIMES.                       02380000
023900        10 WS-BL-ROW      PIC 9(04).                              02390000
024000        10 WS-BL-MATCH    PIC 9(03).                              02400000
024100     05 WS-PL-ENTRY       OCCURS 300 TIMES.                       02410000
024200        10 WS-PL-ROW      PIC 9(04).                              02420000
024300        10 WS-PL-MATCH    PIC 9(03).                              02430000
024400        10 WS-PL-RANK     PIC 9(03).                              02440000
024500                                                                  02450000
024600 01  WS-WORK-FIELDS.                                              02460000
024700     05 WS-NUM-STACKS     PIC 9(02)   VALUE ZEROES.               02470000
024800     05 WS-LAST-STACK     PIC 9(02)   VALUE ZEROES.               02480000
024900     05 WS-S              PIC 9(02)   VALUE ZEROES.               02490000
025000     05 WS-I              PIC 9(04)   VALUE ZEROES.               02500000
025100     05 WS-J              PIC 9(04)   VALUE ZEROES.               02510000
025200     05 WS-K              PIC 9(04)   VALUE ZEROES.               02520000
025300     05 WS-RANK           PIC 9(03)   VALUE ZEROES.               02530000
025400     05 WS-SPACES         PIC 9(03)   VALUE ZEROES.               02540000
025500     05 WS-OTHER-STACK    PIC 9(02)   VALUE ZEROES.               02550000
025600     05 WS-MISS-CNT       PIC 9(03)   VALUE ZEROES.               02560000
025700     05 WS-EXTRA-CNT      PIC 9(03)   VALUE ZEROES.               02570000
025800     05 WS-ORDER-CNT      PIC 9(03)   VALUE ZEROES.               02580000
025900     05 WS-SCANNED-CNT    PIC 9(02)   VALUE ZEROES.               02590000
026000     05 WS-NOT-SCAN-CNT   PIC 9(02)   VALUE ZEROES.               02600000
026100     05 WS-DIFF-STK-CNT   PIC 9(02)   VALUE ZEROES.               02610000
026200     05 WS-ADJ-STK-CNT    PIC 9(02)   VALUE ZEROES.               02620000
026300     05 WS-ADJ-CNT        PIC 9(05)   VALUE ZEROES.               02630000
026400     05 WS-TOT-MISS       PIC 9(05)   VALUE ZEROES.               02640000
026500     05 WS-TOT-EXTRA      PIC 9(05)   VALUE ZEROES.               02650000
026600     05 WS-TOT-ORDER      PIC 9(05)   VALUE ZEROES.               02660000
026700     05 WS-SCAN-CNT       PIC 9(05)   VALUE ZEROES.               02670000
026800     05 WS-EXC-CNT        PIC 9(05)   VALUE ZEROES.               02680000
026900     05 WS-EXC-REASON     PIC X(08)   VALUE SPACES.               02690000
027000     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               02700000
027050     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               02705000
027100     05 WS-APPROVER       PIC X(08)   VALUE SPACES.               02710000
027200     05 WS-ADJ-ACTION     PIC X(08)   VALUE SPACES.               02720000
027300     05 WS-ADJ-BOOK-POS   PIC 9(03)   VALUE ZEROES.               02730000
027400     05 WS-ADJ-SCAN-POS   PIC 9(03)   VALUE ZEROES.               02740000
027500     05 WS-ALPHABET       PIC X(26)                               02750000
027600                          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.     02760000
027700     05 WS-LETTER-CNT     PIC 9(02)   VALUE ZEROES.               02770000
027800     05 WS-APPLY-SW       PIC X(01)   VALUE 'N'.                  02780000
027900        88 WS-APPLY        VALUE 'Y'.                             02790000
028000     05 WS-BOOK-SRC-SW    PIC X(01)   VALUE 'S'.                  02800000
028100        88 WS-BOOK-FROM-COC VALUE 'C'.                            02810000
028200     05 WS-BOOK-FULL-SW   PIC X(01)   VALUE 'Y'.                  02820000
028300        88 WS-BOOK-COMPLETE VALUE 'Y'.                            02830000
028400     05 WS-LETTERS-SW     PIC X(01)   VALUE 'N'.                  02840000
028500        88 WS-LETTERS-DIFFER VALUE 'Y'.                           02850000
028600     05 WS-ADJUST-SW      PIC X(01)   VALUE 'N'.                  02860000
028700        88 WS-ADJUST-STACK  VALUE 'Y'.                            02870000
028800                                                                  02880000
028900 01  WS-SWITCHES.                                                 02890000
029000     05 SCN-FILE-STATUS   PIC X(02)   VALUE SPACES.               02900000
029100        88 SCN-SUCCESS    VALUE '00'.                             02910000
029200        88 SCN-EOF        VALUE '10'.                             02920000
029300     05 STK-FILE-STATUS   PIC X(02)   VALUE SPACES.               02930000
029400        88 STK-SUCCESS    VALUE '00'.                             02940000
029500        88 STK-EOF        VALUE '10'.                             02950000
029600     05 SRL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02960000
029700        88 SRL-SUCCESS    VALUE '00'.                             02970000
029800        88 SRL-EOF        VALUE '10'.                             02980000
029900     05 COC-FILE-STATUS   PIC X(02)   VALUE SPACES.               02990000
030000        88 COC-SUCCESS    VALUE '00'.                             03000000
030100        88 COC-EOF        VALUE '10'.                             03010000
030200     05 REC-FILE-STATUS   PIC X(02)   VALUE SPACES.               03020000
030300        88 REC-SUCCESS    VALUE '00'.                             03030000
030400     05 ADJ-FILE-STATUS   PIC X(02)   VALUE SPACES.               03040000
030500        88 ADJ-SUCCESS    VALUE '00'.                             03050000
030600     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               03060000
030700        88 SEXC-SUCCESS   VALUE '00'.                             03070000
030800     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               03080000
030900        88 HIST-SUCCESS   VALUE '00'.                             03090000
031000                                                                  03100000
031100 01  WS-HIST-FIELDS.                                              03110000
031200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               03120000
031300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               03130000
031400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               03140000
031401     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             03140100
031500                                                                  03150000
031600 LINKAGE SECTION.                                                 03160000
031700*----------------------------------------------------------------*03170000
031800* LS-MODE-PARM - BLANK REPORTS ONLY, A APPLIES THE SCAN TO THE   *03180000
031900* BOOKS, WHICH NEEDS THE APPROVER'S ID IN LS-APPROVER-PARM       *03190000
032000*----------------------------------------------------------------*03200000
032100 01  LS-PARM-DATA.                                                03210000
032200     05 LS-MODE-PARM         PIC X(01)   VALUE SPACES.            03220000
032300     05 LS-APPROVER-PARM     PIC X(08)   VALUE SPACES.            03230000
032400 PROCEDURE DIVISION USING LS-PARM-DATA.                           03240000
032500                                                                  03250000
032600     IF LS-MODE-PARM = 'A'                                        03260000
032700        IF LS-APPROVER-PARM = SPACES                              03270000
032800           DISPLAY 'ADJUSTMENT RUN REFUSED - NO APPROVER ID IN '  03280000
032900                   'THE PARM'                                     03290000
033000           MOVE 12          TO RETURN-CODE                        03300000
033100           MOVE 'ADJUSTMENT REFUSED - NO APPROVER' TO WS-HIST-MSG 03310000
033200           PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT          03320000
033300           GOBACK                                                 03330000
033400        END-IF                                                    03340000
033500        MOVE 'Y'              TO WS-APPLY-SW                      03350000
033600        MOVE LS-APPROVER-PARM TO WS-APPROVER                      03360000
033700     END-IF.                                                      03370000
033800     ACCEPT WS-RUN-DATE       FROM DATE.                          03380000
033850     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 03385000
033900     INITIALIZE WS-STK-STATE-TABLE.                               03390000
034000     PERFORM 0500-LOAD-LAYOUT          THRU 0500-EXIT.            03400000
034100     PERFORM 0600-LOAD-BOOK-SERIALS    THRU 0600-EXIT.            03410000
034200     PERFORM 0700-LOAD-SCAN            THRU 0700-EXIT.            03420000
034300     PERFORM 1000-RECONCILE-STACKS     THRU 1000-EXIT.            03430000
034400     IF WS-ADJ-STK-CNT > ZEROES                                   03440000
034500        PERFORM 3000-WRITE-LAYOUT      THRU 3000-EXIT             03450000
034600        PERFORM 3100-WRITE-SERIALS     THRU 3100-EXIT             03460000
034700     END-IF.                                                      03470000
034800     IF WS-DIFF-STK-CNT > WS-ADJ-STK-CNT                          03480000
034900        OR WS-EXC-CNT > ZEROES                                    03490000
035000        MOVE 4                TO RETURN-CODE                      03500000
035100     END-IF.                                                      03510000
035200     STRING 'STACKS DIFFERING ' DELIMITED BY SIZE                 03520000
035300        WS-DIFF-STK-CNT DELIMITED BY SIZE                         03530000
035400        ', ADJUSTED ' DELIMITED BY SIZE                           03540000
035500        WS-ADJ-STK-CNT DELIMITED BY SIZE                          03550000
035600        INTO WS-HIST-MSG.                                         03560000
035700     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03570000
035800     GOBACK.                                                      03580000
035900                                                                  03590000
036000 0500-LOAD-LAYOUT.                                                03600000
036100     INITIALIZE WS-STACKS-ARRAY WS-HGT-TABLE.                     03610000
036200     OPEN INPUT STACK-RPT.                                        03620000
036300     IF NOT STK-SUCCESS                                           03630000
036400        DISPLAY 'ERROR - UNABLE TO OPEN AOCD5STK, FILE STATUS: '  03640000
036500                STK-FILE-STATUS                                   03650000
036600        MOVE 16             TO RETURN-CODE                        03660000
036700        MOVE 'UNABLE TO OPEN STACK LAYOUT'   TO WS-HIST-MSG       03670000
036800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03680000
036900        GOBACK                                                    03690000
037000     END-IF.                                                      03700000
037100     PERFORM UNTIL STK-EOF                                        03710000
037200        READ STACK-RPT                                            03720000
037300             AT END                                               03730000
037400                SET STK-EOF TO TRUE                               03740000
037500             NOT AT END                                           03750000
037600                IF RPT-STACK-NUM IS NUMERIC                       03760000
037700                   AND RPT-STACK-NUM > ZEROES                     03770000
037800                   AND RPT-STACK-NUM NOT > 20                     03780000
037900                   MOVE RPT-STACK-CONTENTS                        03790000
038000                                   TO STACK(RPT-STACK-NUM)        03800000
038100                   IF RPT-STACK-NUM > WS-NUM-STACKS               03810000
038200                      MOVE RPT-STACK-NUM  TO WS-NUM-STACKS        03820000
038300                   END-IF                                         03830000
038400                ELSE                                              03840000
038500                   DISPLAY 'LAYOUT STACK NUMBER OUT OF RANGE '    03850000
038600                           '(1-20): ' RPT-STACK-NUM               03860000
038700                   MOVE 16          TO RETURN-CODE                03870000
038800                END-IF                                            03880000
038900        END-READ                                                  03890000
039000     END-PERFORM.                                                 03900000
039100     CLOSE STACK-RPT.                                             03910000
039200*----------------------------------------------------------------*03920000
039300* A BAD STACK NUMBER WOULD LOSE THAT STACK IF THE LAYOUT WERE    *03930000
039400* REWRITTEN, SO NOTHING IS RECONCILED AGAINST SUCH A LAYOUT      *03940000
039500*----------------------------------------------------------------*03950000
039600     IF RETURN-CODE = 16                                          03960000
039700        MOVE 'LAYOUT STACKS OUT OF RANGE'    TO WS-HIST-MSG       03970000
039800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03980000
039900        GOBACK                                                    03990000
040000     END-IF.                                                      04000000
040100     PERFORM VARYING WS-S FROM 1 BY 1                             04010000
040200               UNTIL WS-S > WS-NUM-STACKS                         04020000
040300        MOVE ZEROES           TO WS-SPACES                        04030000
040400        INSPECT FUNCTION REVERSE(STACK(WS-S))                     04040000
040500                TALLYING WS-SPACES FOR LEADING SPACES             04050000
040600        COMPUTE WS-HGT(WS-S) = 300 - WS-SPACES                    04060000
040700     END-PERFORM.                                                 04070000
040800     DISPLAY 'STACKS IN LAYOUT: ' WS-NUM-STACKS.                  04080000
040900 0500-EXIT.                                                       04090000
041000     EXIT.                                                        04100000
041100                                                                  04110000
041200 0600-LOAD-BOOK-SERIALS.                                          04120000
041300*----------------------------------------------------------------*04130000
041400* THE AOCD5COC FINAL POSITIONS ARE THE BOOKS WHEN AOCD5PG7 HAS   *04140000
041500* RUN AFTER THE NIGHT'S MOVES; WITHOUT IT, AOCDAY53 AS IT STANDS *04150000
041600*----------------------------------------------------------------*04160000
041700     OPEN INPUT COC-RPT.                                          04170000
041800     IF COC-SUCCESS                                               04180000
041900        MOVE 'C'              TO WS-BOOK-SRC-SW                   04190000
042000        PERFORM UNTIL COC-EOF                                     04200000
042100           READ COC-RPT                                           04210000
042200                AT END                                            04220000
042300                   SET COC-EOF TO TRUE                            04230000
042400                NOT AT END                                        04240000
042500                   MOVE COC-FINAL-STK  TO SRL-STACK               04250000
042600                   MOVE COC-TYPE       TO SRL-TYPE                04260000
042700                   MOVE COC-SERIAL     TO SRL-SERIAL              04270000
042800                   PERFORM 0650-ADD-BOOK-ROW  THRU 0650-EXIT      04280000
042900           END-READ                                               04290000
043000        END-PERFORM                                               04300000
043100        CLOSE COC-RPT                                             04310000
043200        DISPLAY 'BOOK SERIALS FROM AOCD5COC: ' WS-BK-CNT          04320000
043300        GO TO 0600-EXIT                                           04330000
043400     END-IF.                                                      04340000
043500     OPEN INPUT SERIAL-DATA.                                      04350000
043600     IF NOT SRL-SUCCESS                                           04360000
043700        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY53, FILE STATUS: '  04370000
043800                SRL-FILE-STATUS                                   04380000
043900        MOVE 16             TO RETURN-CODE                        04390000
044000        MOVE 'UNABLE TO OPEN SERIAL LAYOUT'  TO WS-HIST-MSG       04400000
044100        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04410000
044200        GOBACK                                                    04420000
044300     END-IF.                                                      04430000
044400     PERFORM UNTIL SRL-EOF                                        04440000
044500        READ SERIAL-DATA                                          04450000
044600             AT END                                               04460000
044700                SET SRL-EOF TO TRUE                               04470000
044800             NOT AT END                                           04480000
044900                PERFORM 0650-ADD-BOOK-ROW  THRU 0650-EXIT         04490000
045000        END-READ                                                  04500000
045100     END-PERFORM.                                                 04510000
045200     CLOSE SERIAL-DATA.                                           04520000
045300     DISPLAY 'BOOK SERIALS FROM AOCDAY53: ' WS-BK-CNT.            04530000
045400 0600-EXIT.                                                       04540000
045500     EXIT.                                                        04550000
045600                                                                  04560000
045700 0650-ADD-BOOK-ROW.                                               04570000
045800*----------------------------------------------------------------*04580000
045900* A ROW THAT CANNOT BE HELD WOULD BE LOST WHEN AOCDAY53 IS       *04590000
046000* REWRITTEN, SO ONE DROPPED ROW BARS THE ADJUSTMENT              *04600000
046100*----------------------------------------------------------------*04610000
046200     IF SRL-STACK NOT NUMERIC                                     04620000
046300        OR SRL-STACK = ZEROES                                     04630000
046400        OR SRL-STACK > 20                                         04640000
046500        OR SRL-SERIAL = SPACES                                    04650000
046600        DISPLAY 'SERIAL LAYOUT ROW DROPPED: ' SRL-REC             04660000
046700        MOVE 'N'              TO WS-BOOK-FULL-SW                  04670000
046800        GO TO 0650-EXIT                                           04680000
046900     END-IF.                                                      04690000
047000     IF WS-BK-CNT NOT < WS-MAX-ROWS                               04700000
047100        DISPLAY 'BOOK SERIAL CAPACITY (2000) EXCEEDED'            04710000
047200        MOVE 'N'              TO WS-BOOK-FULL-SW                  04720000
047300        GO TO 0650-EXIT                                           04730000
047400     END-IF.                                                      04740000
047500     ADD 1                    TO WS-BK-CNT.                       04750000
047600     MOVE SRL-STACK           TO WS-BK-STACK(WS-BK-CNT).          04760000
047700     MOVE SRL-TYPE            TO WS-BK-TYPE(WS-BK-CNT).           04770000
047800     MOVE SRL-SERIAL          TO WS-BK-SERIAL(WS-BK-CNT).         04780000
047900 0650-EXIT.                                                       04790000
048000     EXIT.                                                        04800000
048100                                                                  04810000
048200 0700-LOAD-SCAN.                                                  04820000
048300     OPEN INPUT SCN-FILE.                                         04830000
048400     IF NOT SCN-SUCCESS                                           04840000
048500        DISPLAY 'ERROR - UNABLE TO OPEN AOCD5SCN, FILE STATUS: '  04850000
048600                SCN-FILE-STATUS                                   04860000
048700        MOVE 16             TO RETURN-CODE                        04870000
048800        MOVE 'UNABLE TO OPEN PHYSICAL SCAN'  TO WS-HIST-MSG       04880000
048900        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04890000
049000        GOBACK                                                    04900000
049100     END-IF.                                                      04910000
049200     OPEN EXTEND SUITE-EXC.                                       04920000
049300     PERFORM UNTIL SCN-EOF                                        04930000
049400        READ SCN-FILE                                             04940000
049500             AT END                                               04950000
049600                SET SCN-EOF TO TRUE                               04960000
049700             NOT AT END                                           04970000
049800                IF SCN-REC NOT = SPACES                           04980000
049900                   ADD 1               TO WS-SCAN-CNT             04990000
050000                   PERFORM 0750-EDIT-SCAN-ROW  THRU 0750-EXIT     05000000
050100                END-IF                                            05010000
050200        END-READ                                                  05020000
050300     END-PERFORM.                                                 05030000
050400     CLOSE SCN-FILE.                                              05040000
050500     CLOSE SUITE-EXC.                                             05050000
050600     DISPLAY 'SCAN ROWS READ: ' WS-SCAN-CNT                       05060000
050700             ' CRATES SCANNED: ' WS-PH-CNT.                       05070000
050800 0700-EXIT.                                                       05080000
050900     EXIT.                                                        05090000
051000                                                                  05100000
051100 0750-EDIT-SCAN-ROW.                                              05110000
051200*----------------------------------------------------------------*05120000
051300* A BAD ROW IS REJECTED AND ITS STACK IS LEFT OFF ANY            *05130000
051400* ADJUSTMENT, SINCE ITS SCAN IS NO LONGER COMPLETE               *05140000
051500*----------------------------------------------------------------*05150000
051600     MOVE SPACES              TO WS-EXC-REASON.                   05160000
051700     IF SCN-STACK NOT NUMERIC                                     05170000
051800        OR SCN-STACK = ZEROES                                     05180000
051900        OR SCN-STACK > 20                                         05190000
052000        MOVE 'BADSTACK'       TO WS-EXC-REASON                    05200000
052100        GO TO 0750-REJECT                                         05210000
052200     END-IF.                                                      05220000
052300     MOVE 'Y'                 TO WS-STK-SCANNED(SCN-STACK).       05230000
052400     IF SCN-STACK > WS-LAST-STACK                                 05240000
052500        MOVE SCN-STACK        TO WS-LAST-STACK                    05250000
052600     END-IF.                                                      05260000
052700     IF SCN-TYPE = SPACE AND SCN-SERIAL = SPACES                  05270000
052800        GO TO 0750-EXIT                                           05280000
052900     END-IF.                                                      05290000
053000     MOVE ZEROES              TO WS-LETTER-CNT.                   05300000
053100     INSPECT WS-ALPHABET TALLYING WS-LETTER-CNT                   05310000
053200             FOR ALL SCN-TYPE.                                    05320000
053300     IF SCN-TYPE = SPACE OR WS-LETTER-CNT = ZEROES                05330000
053400        MOVE 'BADTYPE'        TO WS-EXC-REASON                    05340000
053500     END-IF.                                                      05350000
053600     IF SCN-SERIAL = SPACES                                       05360000
053700        MOVE 'BADSER'         TO WS-EXC-REASON                    05370000
053800     END-IF.                                                      05380000
053900     PERFORM VARYING WS-I FROM 1 BY 1                             05390000
054000               UNTIL WS-I > WS-PH-CNT                             05400000
054100        IF WS-PH-SERIAL(WS-I) = SCN-SERIAL                        05410000
054200           MOVE 'DUPSCAN'     TO WS-EXC-REASON                    05420000
054300        END-IF                                                    05430000
054400     END-PERFORM.                                                 05440000
054500     IF WS-PH-CNT NOT < WS-MAX-ROWS                               05450000
054600        DISPLAY 'SCAN CAPACITY (2000) EXCEEDED'                   05460000
054700        MOVE 'SCANFULL'       TO WS-EXC-REASON                    05470000
054800     END-IF.                                                      05480000
054900     IF WS-EXC-REASON NOT = SPACES                                05490000
055000        MOVE 'Y'              TO WS-STK-SCAN-BAD(SCN-STACK)       05500000
055100        GO TO 0750-REJECT                                         05510000
055200     END-IF.                                                      05520000
055300     ADD 1                    TO WS-PH-CNT.                       05530000
055400     MOVE SCN-STACK           TO WS-PH-STACK(WS-PH-CNT).          05540000
055500     MOVE SCN-TYPE            TO WS-PH-TYPE(WS-PH-CNT).           05550000
055600     MOVE SCN-SERIAL          TO WS-PH-SERIAL(WS-PH-CNT).         05560000
055700     GO TO 0750-EXIT.                                             05570000
055800 0750-REJECT.                                                     05580000
055900     ADD 1                    TO WS-EXC-CNT.                      05590000
056000     INITIALIZE               SUITE-EXC-REC.                      05600000
056100     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    05610000
056200     MOVE 'AOCD5PGF'          TO EXC-PGM.                         05620000
056300     MOVE SCN-SERIAL          TO EXC-REC-KEY.                     05630000
056400     MOVE WS-EXC-REASON       TO EXC-REASON.                      05640000
056500     MOVE SCN-REC             TO EXC-RAW-DATA.                    05650000
056600     WRITE SUITE-EXC-REC.                                         05660000
056700     DISPLAY 'SCAN ROW REJECTED - ' WS-EXC-REASON ': ' SCN-REC.   05670000
056800 0750-EXIT.                                                       05680000
056900     EXIT.                                                        05690000
057000                                                                  05700000
057100 1000-RECONCILE-STACKS.                                           05710000
057200     IF WS-NUM-STACKS > WS-LAST-STACK                             05720000
057300        MOVE WS-NUM-STACKS    TO WS-LAST-STACK                    05730000
057400     END-IF.                                                      05740000
057500     OPEN OUTPUT REC-RPT.                                         05750000
057600     IF WS-APPLY                                                  05760000
057700        OPEN EXTEND ADJ-FILE                                      05770000
057800        IF NOT ADJ-SUCCESS                                        05780000
057900           DISPLAY 'ERROR - UNABLE TO OPEN AOCD5ADJ, '            05790000
058000                   'FILE STATUS: '                                05800000
058100                   ADJ-FILE-STATUS                                05810000
058200           CLOSE REC-RPT                                          05820000
058300           MOVE 16          TO RETURN-CODE                        05830000
058400           MOVE 'UNABLE TO OPEN ADJUSTMENT JOURNAL' TO WS-HIST-MSG05840000
058500           PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT          05850000
058600           GOBACK                                                 05860000
058700        END-IF                                                    05870000
058800        IF NOT WS-BOOK-COMPLETE                                   05880000
058900           DISPLAY 'BOOK SERIALS INCOMPLETE - NO ADJUSTMENT MADE' 05890000
059000        END-IF                                                    05900000
059100     END-IF.                                                      05910000
059200     MOVE SPACES              TO REC-REC.                         05920000
059300     STRING 'PHYSICAL STACK RECONCILIATION - RUN DATE '           05930000
059400        DELIMITED BY SIZE                                         05940000
059500        WS-RUN-DATE DELIMITED BY SIZE                             05950000
059600        INTO REC-REC.                                             05960000
059700     WRITE REC-REC.                                               05970000
059800     MOVE SPACES              TO REC-REC.                         05980000
059900     IF WS-BOOK-FROM-COC                                          05990000
060000        MOVE 'BOOK SERIALS FROM AOCD5COC FINAL POSITIONS'         06000000
060100                              TO REC-REC                          06010000
060200     ELSE                                                         06020000
060300        MOVE 'BOOK SERIALS FROM AOCDAY53'                         06030000
060400                              TO REC-REC                          06040000
060500     END-IF.                                                      06050000
060600     WRITE REC-REC.                                               06060000
060700     MOVE SPACES              TO REC-REC.                         06070000
060800     WRITE REC-REC.                                               06080000
060900     MOVE 'STACK  BOOK SCANNED  MISSING  EXTRA  ORDER  STATUS'    06090000
061000                              TO REC-REC.                         06100000
061100     WRITE REC-REC.                                               06110000
061200     PERFORM VARYING WS-S FROM 1 BY 1                             06120000
061300               UNTIL WS-S > WS-LAST-STACK                         06130000
061400        PERFORM 1100-RECONCILE-ONE  THRU 1100-EXIT                06140000
061500     END-PERFORM.                                                 06150000
061600     MOVE SPACES              TO REC-REC.                         06160000
061700     WRITE REC-REC.                                               06170000
061800     MOVE SPACES              TO REC-REC.                         06180000
061900     STRING 'STACKS SCANNED       ' DELIMITED BY SIZE             06190000
062000        WS-SCANNED-CNT DELIMITED BY SIZE                          06200000
062100        '  NOT SCANNED ' DELIMITED BY SIZE                        06210000
062200        WS-NOT-SCAN-CNT DELIMITED BY SIZE                         06220000
062300        INTO REC-REC.                                             06230000
062400     WRITE REC-REC.                                               06240000
062500     MOVE SPACES              TO REC-REC.                         06250000
062600     STRING 'STACKS DIFFERING     ' DELIMITED BY SIZE             06260000
062700        WS-DIFF-STK-CNT DELIMITED BY SIZE                         06270000
062800        '  ADJUSTED ' DELIMITED BY SIZE                           06280000
062900        WS-ADJ-STK-CNT DELIMITED BY SIZE                          06290000
063000        INTO REC-REC.                                             06300000
063100     WRITE REC-REC.                                               06310000
063200     MOVE SPACES              TO REC-REC.                         06320000
063300     STRING 'CRATES MISSING       ' DELIMITED BY SIZE             06330000
063400        WS-TOT-MISS DELIMITED BY SIZE                             06340000
063500        '  EXTRA ' DELIMITED BY SIZE                              06350000
063600        WS-TOT-EXTRA DELIMITED BY SIZE                            06360000
063700        '  OUT OF ORDER ' DELIMITED BY SIZE                       06370000
063800        WS-TOT-ORDER DELIMITED BY SIZE                            06380000
063900        INTO REC-REC.                                             06390000
064000     WRITE REC-REC.                                               06400000
064100     MOVE SPACES              TO REC-REC.                         06410000
064200     STRING 'SCAN ROWS REJECTED   ' DELIMITED BY SIZE             06420000
064300        WS-EXC-CNT DELIMITED BY SIZE                              06430000
064400        '  ADJUSTMENTS JOURNALED ' DELIMITED BY SIZE              06440000
064500        WS-ADJ-CNT DELIMITED BY SIZE                              06450000
064600        INTO REC-REC.                                             06460000
064700     WRITE REC-REC.                                               06470000
064800     CLOSE REC-RPT.                                               06480000
064900     IF WS-APPLY                                                  06490000
065000        CLOSE ADJ-FILE                                            06500000
065100     END-IF.                                                      06510000
065200     DISPLAY 'STACKS DIFFERING: ' WS-DIFF-STK-CNT                 06520000
065300             ' ADJUSTED: ' WS-ADJ-STK-CNT                         06530000
065400             ' SCAN REJECTS: ' WS-EXC-CNT.                        06540000
065500 1000-EXIT.                                                       06550000
065600     EXIT.                                                        06560000
065700                                                                  06570000
065800 1100-RECONCILE-ONE.                                              06580000
065900*----------------------------------------------------------------*06590000
066000* LINE UP THE BOOK AND SCANNED CRATES OF ONE STACK BY SERIAL.    *06600000
066100* A BOOK SERIAL NOT SCANNED IS MISSING, A SCANNED SERIAL NOT ON  *06610000
066200* THE BOOK IS EXTRA, AND A SERIAL ON BOTH THAT DOES NOT KEEP ITS *06620000
066300* PLACE AMONG THE OTHERS ON BOTH IS OUT OF ORDER                 *06630000
066400*----------------------------------------------------------------*06640000
066500     MOVE SPACES              TO REC-STK-LINE.                    06650000
066600     MOVE WS-S                TO REC-STK-NUM.                     06660000
066700     MOVE WS-HGT(WS-S)        TO REC-STK-BOOK.                    06670000
066800     IF WS-STK-SCANNED(WS-S) NOT = 'Y'                            06680000
066900        ADD 1                 TO WS-NOT-SCAN-CNT                  06690000
067000        MOVE 'NOT SCANNED'    TO REC-STK-STATUS                   06700000
067100        WRITE REC-STK-LINE                                        06710000
067200        GO TO 1100-EXIT                                           06720000
067300     END-IF.                                                      06730000
067400     ADD 1                    TO WS-SCANNED-CNT.                  06740000
067500     INITIALIZE WS-CUR-TABLES.                                    06750000
067600     MOVE ZEROES              TO WS-BL-CNT WS-PL-CNT              06760000
067700                                 WS-MISS-CNT WS-EXTRA-CNT         06770000
067800                                 WS-ORDER-CNT.                    06780000
067900     MOVE SPACES              TO WS-PHYS-LETTERS.                 06790000
068000     PERFORM VARYING WS-I FROM 1 BY 1                             06800000
068100               UNTIL WS-I > WS-BK-CNT                             06810000
068200        IF WS-BK-STACK(WS-I) = WS-S AND WS-BL-CNT < 300           06820000
068300           ADD 1              TO WS-BL-CNT                        06830000
068400           MOVE WS-I          TO WS-BL-ROW(WS-BL-CNT)             06840000
068500        END-IF                                                    06850000
068600     END-PERFORM.                                                 06860000
068700     PERFORM VARYING WS-I FROM 1 BY 1                             06870000
068800               UNTIL WS-I > WS-PH-CNT                             06880000
068900        IF WS-PH-STACK(WS-I) = WS-S AND WS-PL-CNT < 300           06890000
069000           ADD 1              TO WS-PL-CNT                        06900000
069100           MOVE WS-I          TO WS-PL-ROW(WS-PL-CNT)             06910000
069200           MOVE WS-PH-TYPE(WS-I)                                  06920000
069300             TO WS-PHYS-LETTERS(WS-PL-CNT:1)                      06930000
069400        END-IF                                                    06940000
069500     END-PERFORM.                                                 06950000
069600     PERFORM VARYING WS-I FROM 1 BY 1                             06960000
069700               UNTIL WS-I > WS-BL-CNT                             06970000
069800        PERFORM VARYING WS-J FROM 1 BY 1                          06980000
069900                  UNTIL WS-J > WS-PL-CNT                          06990000
070000           IF WS-PH-SERIAL(WS-PL-ROW(WS-J))                       07000000
070100                       = WS-BK-SERIAL(WS-BL-ROW(WS-I))            07010000
070200              MOVE WS-J       TO WS-BL-MATCH(WS-I)                07020000
070300              MOVE WS-I       TO WS-PL-MATCH(WS-J)                07030000
070400           END-IF                                                 07040000
070500        END-PERFORM                                               07050000
070600     END-PERFORM.                                                 07060000
070700     MOVE ZEROES              TO WS-RANK.                         07070000
070800     PERFORM VARYING WS-J FROM 1 BY 1                             07080000
070900               UNTIL WS-J > WS-PL-CNT                             07090000
071000        IF WS-PL-MATCH(WS-J) > ZEROES                             07100000
071100           ADD 1              TO WS-RANK                          07110000
071200           MOVE WS-RANK       TO WS-PL-RANK(WS-J)                 07120000
071300        ELSE                                                      07130000
071400           ADD 1              TO WS-EXTRA-CNT                     07140000
071500        END-IF                                                    07150000
071600     END-PERFORM.                                                 07160000
071700     MOVE ZEROES              TO WS-RANK.                         07170000
071800     PERFORM VARYING WS-I FROM 1 BY 1                             07180000
071900               UNTIL WS-I > WS-BL-CNT                             07190000
072000        IF WS-BL-MATCH(WS-I) = ZEROES                             07200000
072100           ADD 1              TO WS-MISS-CNT                      07210000
072200        ELSE                                                      07220000
072300           ADD 1              TO WS-RANK                          07230000
072400           IF WS-PL-RANK(WS-BL-MATCH(WS-I)) NOT = WS-RANK         07240000
072500              ADD 1           TO WS-ORDER-CNT                     07250000
072600           END-IF                                                 07260000
072700        END-IF                                                    07270000
072800     END-PERFORM.                                                 07280000
072900     MOVE 'N'                 TO WS-LETTERS-SW.                   07290000
073000     IF WS-PHYS-LETTERS NOT = STACK(WS-S)                         07300000
073100        MOVE 'Y'              TO WS-LETTERS-SW                    07310000
073200     END-IF.                                                      07320000
073300     MOVE 'N'                 TO WS-ADJUST-SW.                    07330000
073400     IF WS-MISS-CNT > ZEROES OR WS-EXTRA-CNT > ZEROES             07340000
073500        OR WS-ORDER-CNT > ZEROES OR WS-LETTERS-DIFFER             07350000
073600        MOVE 'Y'              TO WS-STK-DIFF(WS-S)                07360000
073700        ADD 1                 TO WS-DIFF-STK-CNT                  07370000
073800        IF WS-APPLY AND WS-BOOK-COMPLETE                          07380000
073900           AND WS-STK-SCAN-BAD(WS-S) NOT = 'Y'                    07390000
074000           MOVE 'Y'           TO WS-ADJUST-SW                     07400000
074100        END-IF                                                    07410000
074200     END-IF.                                                      07420000
074300     ADD WS-MISS-CNT          TO WS-TOT-MISS.                     07430000
074400     ADD WS-EXTRA-CNT         TO WS-TOT-EXTRA.                    07440000
074500     ADD WS-ORDER-CNT         TO WS-TOT-ORDER.                    07450000
074600     MOVE WS-PL-CNT           TO REC-STK-SCAN.                    07460000
074700     MOVE WS-MISS-CNT         TO REC-STK-MISS.                    07470000
074800     MOVE WS-EXTRA-CNT        TO REC-STK-EXTRA.                   07480000
074900     MOVE WS-ORDER-CNT        TO REC-STK-ORDER.                   07490000
075000     EVALUATE TRUE                                                07500000
075100        WHEN WS-STK-SCAN-BAD(WS-S) = 'Y'                          07510000
075200           MOVE 'SCAN REJECTS' TO REC-STK-STATUS                  07520000
075300        WHEN WS-ADJUST-STACK                                      07530000
075400           MOVE 'ADJUSTED'    TO REC-STK-STATUS                   07540000
075500        WHEN WS-STK-DIFF(WS-S) = 'Y'                              07550000
075600           MOVE 'DIFFERS'     TO REC-STK-STATUS                   07560000
075700        WHEN OTHER                                                07570000
075800           MOVE 'AGREES'      TO REC-STK-STATUS                   07580000
075900     END-EVALUATE.                                                07590000
076000     WRITE REC-STK-LINE.                                          07600000
076100     IF WS-STK-DIFF(WS-S) NOT = 'Y'                               07610000
076200        GO TO 1100-EXIT                                           07620000
076300     END-IF.                                                      07630000
076400     PERFORM 1200-LIST-DIFFERENCES  THRU 1200-EXIT.               07640000
076500     IF WS-ADJUST-STACK                                           07650000
076600        MOVE WS-PHYS-LETTERS  TO STACK(WS-S)                      07660000
076700        MOVE WS-PL-CNT        TO WS-HGT(WS-S)                     07670000
076800        MOVE 'Y'              TO WS-STK-ADJ(WS-S)                 07680000
076900        ADD 1                 TO WS-ADJ-STK-CNT                   07690000
077000        IF WS-S > WS-NUM-STACKS                                   07700000
077100           MOVE WS-S          TO WS-NUM-STACKS                    07710000
077200        END-IF                                                    07720000
077300     END-IF.                                                      07730000
077400 1100-EXIT.                                                       07740000
077500     EXIT.                                                        07750000
077600                                                                  07760000
077700 1200-LIST-DIFFERENCES.                                           07770000
077800*----------------------------------------------------------------*07780000
077900* ONE DETAIL LINE PER DIFFERENCE - AND, ON AN ADJUSTMENT, ONE    *07790000
078000* JOURNAL ROW - NOTING WHERE A MISSING CRATE WAS SCANNED OR AN   *07800000
078100* EXTRA ONE IS BOOKED WHEN THAT IS ANOTHER STACK                 *07810000
078200*----------------------------------------------------------------*07820000
078300     PERFORM VARYING WS-I FROM 1 BY 1                             07830000
078400               UNTIL WS-I > WS-BL-CNT                             07840000
078500        MOVE WS-BL-ROW(WS-I)  TO WS-K                             07850000
078600        MOVE SPACES           TO REC-DTL-LINE                     07860000
078700        MOVE WS-BK-SERIAL(WS-K)   TO REC-DTL-SERIAL               07870000
078800        MOVE WS-BK-TYPE(WS-K)     TO REC-DTL-TYPE                 07880000
078900        MOVE WS-I             TO REC-DTL-BOOK-POS                 07890000
079000        IF WS-BL-MATCH(WS-I) = ZEROES                             07900000
079100           MOVE 'MISSING'     TO REC-DTL-WHAT                     07910000
079200           MOVE ZEROES        TO WS-OTHER-STACK                   07920000
079300           PERFORM VARYING WS-J FROM 1 BY 1                       07930000
079400                     UNTIL WS-J > WS-PH-CNT                       07940000
079500              IF WS-PH-SERIAL(WS-J) = WS-BK-SERIAL(WS-K)          07950000
079600                 MOVE WS-PH-STACK(WS-J)  TO WS-OTHER-STACK        07960000
079700              END-IF                                              07970000
079800           END-PERFORM                                            07980000
079900           IF WS-OTHER-STACK > ZEROES                             07990000
080000              STRING 'SCANNED ON STACK ' DELIMITED BY SIZE        08000000
080100                 WS-OTHER-STACK DELIMITED BY SIZE                 08010000
080200                 INTO REC-DTL-NOTE                                08020000
080300           END-IF                                                 08030000
080400           WRITE REC-DTL-LINE                                     08040000
080500           IF WS-ADJUST-STACK                                     08050000
080600              MOVE 'REMOVED'  TO WS-ADJ-ACTION                    08060000
080700              MOVE WS-I       TO WS-ADJ-BOOK-POS                  08070000
080800              MOVE ZEROES     TO WS-ADJ-SCAN-POS                  08080000
080900              PERFORM 1300-WRITE-JOURNAL  THRU 1300-EXIT          08090000
081000           END-IF                                                 08100000
081100        END-IF                                                    08110000
081200     END-PERFORM.                                                 08120000
081300     MOVE ZEROES              TO WS-RANK.                         08130000
081400     PERFORM VARYING WS-I FROM 1 BY 1                             08140000
081500               UNTIL WS-I > WS-BL-CNT                             08150000
081600        IF WS-BL-MATCH(WS-I) > ZEROES                             08160000
081700           ADD 1              TO WS-RANK                          08170000
081800           IF WS-PL-RANK(WS-BL-MATCH(WS-I)) NOT = WS-RANK         08180000
081900              MOVE WS-BL-ROW(WS-I)  TO WS-K                       08190000
082000              MOVE SPACES     TO REC-DTL-LINE                     08200000
082100              MOVE 'OUT OF ORDER'     TO REC-DTL-WHAT             08210000
082200              MOVE WS-BK-SERIAL(WS-K) TO REC-DTL-SERIAL           08220000
082300              MOVE WS-BK-TYPE(WS-K)   TO REC-DTL-TYPE             08230000
082400              MOVE WS-I       TO REC-DTL-BOOK-POS                 08240000
082500              MOVE WS-BL-MATCH(WS-I)  TO REC-DTL-SCAN-POS         08250000
082600              WRITE REC-DTL-LINE                                  08260000
082700              IF WS-ADJUST-STACK                                  08270000
082800                 MOVE 'MOVED'         TO WS-ADJ-ACTION            08280000
082900                 MOVE WS-I            TO WS-ADJ-BOOK-POS          08290000
083000                 MOVE WS-BL-MATCH(WS-I)  TO WS-ADJ-SCAN-POS       08300000
083100                 PERFORM 1300-WRITE-JOURNAL  THRU 1300-EXIT       08310000
083200              END-IF                                              08320000
083300           END-IF                                                 08330000
083400        END-IF                                                    08340000
083500     END-PERFORM.                                                 08350000
083600     PERFORM VARYING WS-J FROM 1 BY 1                             08360000
083700               UNTIL WS-J > WS-PL-CNT                             08370000
083800        IF WS-PL-MATCH(WS-J) = ZEROES                             08380000
083900           MOVE WS-PL-ROW(WS-J)  TO WS-K                          08390000
084000           MOVE SPACES        TO REC-DTL-LINE                     08400000
084100           MOVE 'EXTRA'       TO REC-DTL-WHAT                     08410000
084200           MOVE WS-PH-SERIAL(WS-K)   TO REC-DTL-SERIAL            08420000
084300           MOVE WS-PH-TYPE(WS-K)     TO REC-DTL-TYPE              08430000
084400           MOVE WS-J          TO REC-DTL-SCAN-POS                 08440000
084500           MOVE ZEROES        TO WS-OTHER-STACK                   08450000
084600           PERFORM VARYING WS-I FROM 1 BY 1                       08460000
084700                     UNTIL WS-I > WS-BK-CNT                       08470000
084800              IF WS-BK-SERIAL(WS-I) = WS-PH-SERIAL(WS-K)          08480000
084900                 MOVE WS-BK-STACK(WS-I)  TO WS-OTHER-STACK        08490000
085000              END-IF                                              08500000
085100           END-PERFORM                                            08510000
085200           IF WS-OTHER-STACK > ZEROES                             08520000
085300              STRING 'BOOKED ON STACK ' DELIMITED BY SIZE         08530000
085400                 WS-OTHER-STACK DELIMITED BY SIZE                 08540000
085500                 INTO REC-DTL-NOTE                                08550000
085600           END-IF                                                 08560000
085700           WRITE REC-DTL-LINE                                     08570000
085800           IF WS-ADJUST-STACK                                     08580000
085900              MOVE 'ADDED'    TO WS-ADJ-ACTION                    08590000
086000              MOVE ZEROES     TO WS-ADJ-BOOK-POS                  08600000
086100              MOVE WS-J       TO WS-ADJ-SCAN-POS                  08610000
086200              PERFORM 1300-WRITE-JOURNAL  THRU 1300-EXIT          08620000
086300           END-IF                                                 08630000
086400        END-IF                                                    08640000
086500     END-PERFORM.                                                 08650000
086600*----------------------------------------------------------------*08660000
086700* THE LETTERS CAN DIFFER WITH NO SERIAL DIFFERENCE - A CRATE     *08670000
086800* BOOKED UNDER THE WRONG TYPE, OR A LAYOUT AND SERIAL FILE OUT   *08680000
086900* OF STEP - AND THEN THE LAYOUT ITSELF IS RESTACKED              *08690000
087000*----------------------------------------------------------------*08700000
087100     IF WS-LETTERS-DIFFER                                         08710000
087200        AND WS-MISS-CNT = ZEROES AND WS-EXTRA-CNT = ZEROES        08720000
087300        AND WS-ORDER-CNT = ZEROES                                 08730000
087400        MOVE SPACES           TO REC-DTL-LINE                     08740000
087500        MOVE 'LETTERS'        TO REC-DTL-WHAT                     08750000
087600        MOVE WS-HGT(WS-S)     TO REC-DTL-BOOK-POS                 08760000
087700        MOVE WS-PL-CNT        TO REC-DTL-SCAN-POS                 08770000
087800        MOVE 'LAYOUT DIFFERS FROM SCAN' TO REC-DTL-NOTE           08780000
087900        WRITE REC-DTL-LINE                                        08790000
088000        IF WS-ADJUST-STACK                                        08800000
088100           MOVE 'RESTACK'     TO WS-ADJ-ACTION                    08810000
088200           MOVE WS-HGT(WS-S)  TO WS-ADJ-BOOK-POS                  08820000
088300           MOVE WS-PL-CNT     TO WS-ADJ-SCAN-POS                  08830000
088400           PERFORM 1300-WRITE-JOURNAL  THRU 1300-EXIT             08840000
088500        END-IF                                                    08850000
088600     END-IF.                                                      08860000
088700 1200-EXIT.                                                       08870000
088800     EXIT.                                                        08880000
088900                                                                  08890000
089000 1300-WRITE-JOURNAL.                                              08900000
089100*----------------------------------------------------------------*08910000
089200* THE ACTION AND THE TWO POSITIONS ARE SET BY THE CALLER; THE    *08920000
089300* SERIAL AND TYPE COME FROM THE DETAIL LINE JUST WRITTEN         *08930000
089400*----------------------------------------------------------------*08940000
089500     INITIALIZE               ADJ-REC.                            08950000
089600     MOVE WS-RUN-DATE-8       TO ADJ-RUN-DATE.                    08960000
089700     MOVE WS-APPROVER         TO ADJ-APPROVER.                    08970000
089800     MOVE WS-S                TO ADJ-STACK.                       08980000
089900     MOVE WS-ADJ-ACTION       TO ADJ-ACTION.                      08990000
090000     MOVE REC-DTL-SERIAL      TO ADJ-SERIAL.                      09000000
090100     MOVE REC-DTL-TYPE        TO ADJ-TYPE.                        09010000
090200     MOVE WS-ADJ-BOOK-POS     TO ADJ-BOOK-POS.                    09020000
090300     MOVE WS-ADJ-SCAN-POS     TO ADJ-SCAN-POS.                    09030000
090400     WRITE ADJ-REC.                                               09040000
090500     ADD 1                    TO WS-ADJ-CNT.                      09050000
090600 1300-EXIT.                                                       09060000
090700     EXIT.                                                        09070000
090800                                                                  09080000
090900 3000-WRITE-LAYOUT.                                               09090000
091000*----------------------------------------------------------------*09100000
091100* THE LAYOUT GOES BACK OUT IN FULL, ONE RECORD PER STACK, BOTTOM *09110000
091200* TO TOP, THE SAME WAY AOCD5PG3 WRITES IT                        *09120000
091300*----------------------------------------------------------------*09130000
091400     OPEN OUTPUT STACK-RPT.                                       09140000
091500     IF NOT STK-SUCCESS                                           09150000
091600        DISPLAY 'ERROR - UNABLE TO REWRITE AOCD5STK, '            09160000
091700                'FILE STATUS: ' STK-FILE-STATUS                   09170000
091800        MOVE 16             TO RETURN-CODE                        09180000
091900        MOVE 'UNABLE TO REWRITE STACK LAYOUT' TO WS-HIST-MSG      09190000
092000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             09200000
092100        GOBACK                                                    09210000
092200     END-IF.                                                      09220000
092300     PERFORM VARYING WS-S FROM 1 BY 1                             09230000
092400               UNTIL WS-S > WS-NUM-STACKS                         09240000
092500        MOVE SPACES           TO STACK-RPT-REC                    09250000
092600        MOVE WS-S             TO RPT-STACK-NUM                    09260000
092700        MOVE FUNCTION TRIM(STACK(WS-S)) TO RPT-STACK-CONTENTS     09270000
092800        WRITE STACK-RPT-REC                                       09280000
092900     END-PERFORM.                                                 09290000
093000     CLOSE STACK-RPT.                                             09300000
093100 3000-EXIT.                                                       09310000
093200     EXIT.                                                        09320000
093300                                                                  09330000
093400 3100-WRITE-SERIALS.                                              09340000
093500*----------------------------------------------------------------*09350000
093600* AOCDAY53 IS REWRITTEN AS THE BOOKS NOW STAND - THE UNADJUSTED  *09360000
093700* STACKS FROM THE BOOK ROWS, THE ADJUSTED ONES AS SCANNED - SO   *09370000
093800* THE NEXT NIGHT STARTS FROM THE CORRECTED POSITIONS             *09380000
093900*----------------------------------------------------------------*09390000
094000     OPEN OUTPUT SERIAL-DATA.                                     09400000
094100     IF NOT SRL-SUCCESS                                           09410000
094200        DISPLAY 'ERROR - UNABLE TO REWRITE AOCDAY53, '            09420000
094300                'FILE STATUS: ' SRL-FILE-STATUS                   09430000
094400        MOVE 16             TO RETURN-CODE                        09440000
094500        MOVE 'UNABLE TO REWRITE SERIAL LAYOUT' TO WS-HIST-MSG     09450000
094600        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             09460000
094700        GOBACK                                                    09470000
094800     END-IF.                                                      09480000
094900     PERFORM VARYING WS-I FROM 1 BY 1                             09490000
095000               UNTIL WS-I > WS-BK-CNT                             09500000
095100        IF WS-STK-ADJ(WS-BK-STACK(WS-I)) NOT = 'Y'                09510000
095200           MOVE SPACES        TO SRL-REC                          09520000
095300           MOVE WS-BK-STACK(WS-I)    TO SRL-STACK                 09530000
095400           MOVE WS-BK-TYPE(WS-I)     TO SRL-TYPE                  09540000
095500           MOVE WS-BK-SERIAL(WS-I)   TO SRL-SERIAL                09550000
095600           WRITE SRL-REC                                          09560000
095700        END-IF                                                    09570000
095800     END-PERFORM.                                                 09580000
095900     PERFORM VARYING WS-I FROM 1 BY 1                             09590000
096000               UNTIL WS-I > WS-PH-CNT                             09600000
096100        IF WS-STK-ADJ(WS-PH-STACK(WS-I)) = 'Y'                    09610000
096200           MOVE SPACES        TO SRL-REC                          09620000
096300           MOVE WS-PH-STACK(WS-I)    TO SRL-STACK                 09630000
096400           MOVE WS-PH-TYPE(WS-I)     TO SRL-TYPE                  09640000
096500           MOVE WS-PH-SERIAL(WS-I)   TO SRL-SERIAL                09650000
096600           WRITE SRL-REC                                          09660000
096700        END-IF                                                    09670000
096800     END-PERFORM.                                                 09680000
096900     CLOSE SERIAL-DATA.                                           09690000
097000 3100-EXIT.                                                       09700000
097100     EXIT.                                                        09710000
097200                                                                  09720000
097300*----------------------------------------------------------------*09730000
097400*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *09740000
097500*----------------------------------------------------------------*09750000
097600 9800-WRITE-AUDIT-HIST.                                           09760000
097700     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      09770000
097800     ACCEPT WS-HIST-TIME FROM TIME.                               09780000
097900     OPEN EXTEND AUD-HIST.                                        09790000
098000     INITIALIZE AUD-HIST-REC.                                     09800000
098100     MOVE WS-HIST-DATE          TO HIST-DATE.                     09810000
098200     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     09820000
098300     MOVE 'AOCD5PGF'            TO HIST-PGM.                      09830000
098301     MOVE WS-HIST-VER           TO HIST-VERSION.                  09830100
098400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   09840000
098500     WRITE AUD-HIST-REC.                                          09850000
098600     CLOSE AUD-HIST.                                              09860000
098700 9800-EXIT.                                                       09870000
098800     EXIT.                                                        09880000
