000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 4 PROGRAM 9                      *00020000
000300*----------------------------------------------------------------*00030000
000400*  CLEANING SUPPLIES REQUISITION. EVERY CLEAN USES SUPPLIES AT A *00040000
000500*  KNOWN RATE BUT STORES ONLY FOUND OUT WHEN THE CUPBOARD WAS    *00050000
000600*  EMPTY. THE SUPPLIES STANDARD AOCD4SUP, KEPT ALONGSIDE THE     *00060000
000700*  AOCD4EFF EFFORT TABLE, HOLDS ITEM AND QUANTITY PER CLEAN FOR  *00070000
000800*  EACH SECTION. EACH NIGHT THIS STEP MULTIPLIES IT BY THE DONE  *00080000
000900*  COMPLETIONS ON AOCD4CMP, PRINTS THE AOCD4REQ REQUISITION,     *00090000
001000*  POSTS IT AS A DRAW AGAINST THE AOCD4SLG CLEANING STORES       *00100000
001100*  LEDGER THE WAY AOCD3PG2 DRAWS DOWN AOCD3LDG, JOURNALS EACH    *00110000
001200*  DRAW ON AOCD4SJN AND LISTS EVERY ITEM AT OR BELOW ITS         *00120000
001300*  REORDER POINT ON AOCD4ROR. THE JOURNAL IS DATED, SO A RERUN   *00130000
001400*  ON THE SAME NIGHT REPRINTS THE REQUISITION WITHOUT DRAWING    *00140000
001500*  THE STOCK A SECOND TIME                                       *00150000
001600*----------------------------------------------------------------*00160000
001700 IDENTIFICATION DIVISION.                                         00170000
001800 PROGRAM-ID. AOCD4PG9.                                            00180000
001900 AUTHOR. z/OS Mainframer.                                         00190000
002000                                                                  00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400*----------------------------------------------------------------*00240000
002500* SUPPLIES STANDARD - SECTION, ITEM AND QUANTITY PER CLEAN, AS   *00250000
002600* MANY ROWS PER SECTION AS IT USES ITEMS                         *00260000
002700*----------------------------------------------------------------*00270000
002800     SELECT SUP-TABLE   ASSIGN TO AOCD4SUP                        00280000
002900         ORGANIZATION    IS SEQUENTIAL                            00290000
003000          ACCESS MODE    IS SEQUENTIAL                            00300000
003100          FILE STATUS    IS SUP-FILE-STATUS.                      00310000
003200                                                                  00320000
003300     SELECT CMP-FILE    ASSIGN TO AOCD4CMP                        00330000
003400         ORGANIZATION    IS SEQUENTIAL                            00340000
003500          ACCESS MODE    IS SEQUENTIAL                            00350000
003600          FILE STATUS    IS CMP-FILE-STATUS.                      00360000
003700                                                                  00370000
003800*----------------------------------------------------------------*00380000
003900* CLEANING STORES LEDGER - ON-HAND AND REORDER POINT PER ITEM,   *00390000
004000* LOADED AT OPEN, DRAWN DOWN AND REWRITTEN AT CLOSE              *00400000
004100*----------------------------------------------------------------*00410000
004200     SELECT LDG-FILE    ASSIGN TO AOCD4SLG                        00420000
004300         ORGANIZATION    IS SEQUENTIAL                            00430000
004400          ACCESS MODE    IS SEQUENTIAL                            00440000
004500          FILE STATUS    IS LDG-FILE-STATUS.                      00450000
004600                                                                  00460000
004700*----------------------------------------------------------------*00470000
004800* DRAW JOURNAL - ONE DATED ROW PER ITEM DRAWN, APPENDED NIGHTLY  *00480000
004900*----------------------------------------------------------------*00490000
005000     SELECT JRN-FILE    ASSIGN TO AOCD4SJN                        00500000
005100         ORGANIZATION    IS SEQUENTIAL                            00510000
005200          ACCESS MODE    IS SEQUENTIAL                            00520000
005300          FILE STATUS    IS JRN-FILE-STATUS.                      00530000
005400                                                                  00540000
005500     SELECT REQ-RPT     ASSIGN TO AOCD4REQ                        00550000
005600         ORGANIZATION    IS SEQUENTIAL                            00560000
005700          ACCESS MODE    IS SEQUENTIAL                            00570000
005800          FILE STATUS    IS REQ-FILE-STATUS.                      00580000
005900                                                                  00590000
006000     SELECT ROR-RPT     ASSIGN TO AOCD4ROR                        00600000
006100         ORGANIZATION    IS SEQUENTIAL                            00610000
006200          ACCESS MODE    IS SEQUENTIAL                            00620000
006300          FILE STATUS    IS ROR-FILE-STATUS.                      00630000
006400                                                                  00640000
006500*----------------------------------------------------------------*00650000
006600*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00660000
006700*----------------------------------------------------------------*00670000
006800     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00680000
006900        ORGANIZATION    IS SEQUENTIAL                             00690000
007000         ACCESS MODE    IS SEQUENTIAL                             00700000
007100         FILE STATUS    IS HIST-FILE-STATUS.                      00710000
007200                                                                  00720000
007300 DATA DIVISION.                                                   00730000
007400 FILE SECTION.                                                    00740000
007500 FD  SUP-TABLE.                                                   00750000
007600 01  SUP-REC.                                                     00760000
007700     05 SUP-SECTION         PIC 9(04).                            00770000
007800     05 FILLER              PIC X(01).                            00780000
007900     05 SUP-ITEM            PIC X(06).                            00790000
008000     05 FILLER              PIC X(01).                            00800000
008100     05 SUP-QTY             PIC 9(03).                            00810000
008200                                                                  00820000
008300 FD  CMP-FILE.                                                    00830000
008400 01  CMP-REC.                                                     00840000
008500     05 CMP-SECTION         PIC 9(04).                            00850000
008600     05 FILLER              PIC X(01).                            00860000
008700     05 CMP-PAIR            PIC 9(05).                            00870000
008800     05 FILLER              PIC X(01).                            00880000
008900     05 CMP-DATE            PIC 9(06).                            00890000
009000     05 FILLER              PIC X(01).                            00900000
009100     05 CMP-STATUS          PIC X(04).                            00910000
009200        88 CMP-IS-DONE                 VALUE 'DONE'.              00920000
009300                                                                  00930000
009400 FD  LDG-FILE.                                                    00940000
009500 01  LDG-REC.                                                     00950000
009600     05 LDG-ITEM            PIC X(06).                            00960000
009700     05 FILLER              PIC X(01).                            00970000
009800     05 LDG-ON-HAND         PIC 9(05).                            00980000
009900     05 FILLER              PIC X(01).                            00990000
010000     05 LDG-REORDER-PT      PIC 9(05).                            01000000
010100                                                                  01010000
010200 FD  JRN-FILE.                                                    01020000
010300 01  JRN-REC.                                                     01030000
010400     05 JRN-DATE            PIC 9(08).                            01040000
010500     05 FILLER              PIC X(02).                            01050000
010600     05 JRN-ITEM            PIC X(06).                            01060000
010700     05 FILLER              PIC X(02).                            01070000
010800     05 JRN-QTY             PIC 9(05).                            01080000
010900     05 FILLER              PIC X(02).                            01090000
011000     05 JRN-ON-HAND         PIC 9(05).                            01100000
011100                                                                  01110000
011200 FD  REQ-RPT.                                                     01120000
011300 01  REQ-REC                PIC X(80).                            01130000
011400 01  REQ-DTL-LINE.                                                01140000
011500     05 REQ-ITEM            PIC X(06).                            01150000
011600     05 FILLER              PIC X(03).                            01160000
011700     05 REQ-SECTIONS        PIC ZZZ9.                             01170000
011800     05 FILLER              PIC X(03).                            01180000
011900     05 REQ-QTY             PIC ZZZZ9.                            01190000
012000     05 FILLER              PIC X(03).                            01200000
012100     05 REQ-DRAWN           PIC ZZZZ9.                            01210000
012200     05 FILLER              PIC X(03).                            01220000
012300     05 REQ-ON-HAND         PIC ZZZZ9.                            01230000
012400     05 FILLER              PIC X(03).                            01240000
012500     05 REQ-NOTE            PIC X(20).                            01250000
012600     05 FILLER              PIC X(20).                            01260000
012700 01  REQ-NOSTD-LINE.                                              01270000
012800     05 REQ-NS-SECTION      PIC 9(04).                            01280000
012900     05 FILLER              PIC X(03).                            01290000
013000     05 REQ-NS-CLEANS       PIC ZZZ9.                             01300000
013100     05 FILLER              PIC X(03).                            01310000
013200     05 REQ-NS-NOTE         PIC X(30).                            01320000
013300     05 FILLER              PIC X(36).                            01330000
013400                                                                  01340000
013500 FD  ROR-RPT.                                                     01350000
013600 01  ROR-REC.                                                     01360000
013700     05 ROR-ITEM            PIC X(06).                            01370000
013800     05 FILLER              PIC X(02).                            01380000
013900     05 ROR-ON-HAND         PIC 9(05).                            01390000
014000     05 FILLER              PIC X(02).                            01400000
014100     05 ROR-REORDER-PT      PIC 9(05).                            01410000
014200                                                                  01420000
014300 FD  AUD-HIST                                                     01430000
014400     DATA RECORD IS AUD-HIST-REC.                                 01440000
014500 01  AUD-HIST-REC.                                                01450000
014600     05 HIST-DATE            PIC 9(08).                           01460000
014700     05 FILLER               PIC X(02).                           01470000
014800     05 HIST-TIME            PIC 9(06).                           01480000
014900     05 FILLER               PIC X(02).                           01490000
015000     05 HIST-PGM             PIC X(08).                           01500000
015100     05 FILLER               PIC X(02).                           01510000
015200     05 HIST-OUTPUT          PIC X(40).                           01520000
015201     05 FILLER               PIC X(02).                           01520100
015202     05 HIST-VERSION         PIC X(08).                           01520200
015300                                                                  01530000
015400 WORKING-STORAGE SECTION.                                         01540000
015500 01  WS-WORK-FIELDS.                                              01550000
015600     05 WS-I              PIC 9(04)   VALUE ZEROES.               01560000
015700     05 WS-J              PIC 9(04)   VALUE ZEROES.               01570000
015800     05 WS-K              PIC 9(04)   VALUE ZEROES.               01580000
015900     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01590000
016000     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01600000
016050     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01605000
016100     05 WS-DONE-CNT       PIC 9(05)   VALUE ZEROES.               01610000
016200     05 WS-NOSTD-CNT      PIC 9(04)   VALUE ZEROES.               01620000
016300     05 WS-SHORT-CNT      PIC 9(04)   VALUE ZEROES.               01630000
016400     05 WS-NOLDG-CNT      PIC 9(04)   VALUE ZEROES.               01640000
016500     05 WS-REORDER-CNT    PIC 9(04)   VALUE ZEROES.               01650000
016600     05 WS-DRAW           PIC 9(05)   VALUE ZEROES.               01660000
016700     05 WS-HAS-STD-SW     PIC X(01)   VALUE 'N'.                  01670000
016800        88 WS-HAS-STD                 VALUE 'Y'.                  01680000
016900     05 WS-POSTED-SW      PIC X(01)   VALUE 'N'.                  01690000
017000        88 WS-ALREADY-POSTED          VALUE 'Y'.                  01700000
017100                                                                  01710000
017200*----------------------------------------------------------------*01720000
017300* THE SUPPLIES STANDARD AS LOADED                                *01730000
017400*----------------------------------------------------------------*01740000
017500 01  WS-SUP-FIELDS.                                               01750000
017600     05 WS-SUP-CNT        PIC 9(04)   VALUE ZEROES.               01760000
017700     05 WS-MAX-SUPS       PIC 9(04)   VALUE 2000.                 01770000
017800 01  WS-SUP-TABLE.                                                01780000
017900     05 WS-SUP-ENTRY      OCCURS 2000 TIMES.                      01790000
018000        10 WS-SUP-SEC     PIC 9(04).                              01800000
018100        10 WS-SUP-ITEM    PIC X(06).                              01810000
018200        10 WS-SUP-QTY     PIC 9(03).                              01820000
018300                                                                  01830000
018400*----------------------------------------------------------------*01840000
018500* DONE COMPLETIONS COUNTED PER SECTION FROM AOCD4CMP             *01850000
018600*----------------------------------------------------------------*01860000
018700 01  WS-CLN-FIELDS.                                               01870000
018800     05 WS-CLN-CNT        PIC 9(04)   VALUE ZEROES.               01880000
018900     05 WS-MAX-CLNS       PIC 9(04)   VALUE 500.                  01890000
019000 01  WS-CLN-TABLE.                                                01900000
019100     05 WS-CLN-ENTRY      OCCURS 500 TIMES.                       01910000
019200        10 WS-CLN-SEC     PIC 9(04).                              01920000
019300        10 WS-CLN-DONE    PIC 9(04).                              01930000
019400                                                                  01940000
019500*----------------------------------------------------------------*01950000
019600* TONIGHT'S REQUISITION - ONE ENTRY PER ITEM, WITH THE NUMBER OF *01960000
019700* SECTIONS THAT CALLED FOR IT                                    *01970000
019800*----------------------------------------------------------------*01980000
019900 01  WS-REQ-FIELDS.                                               01990000
020000     05 WS-REQ-CNT        PIC 9(04)   VALUE ZEROES.               02000000
020100     05 WS-MAX-REQS       PIC 9(04)   VALUE 100.                  02010000
020200 01  WS-REQ-TABLE.                                                02020000
020300     05 WS-REQ-ENTRY      OCCURS 100 TIMES.                       02030000
020400        10 WS-REQ-ITEM    PIC X(06).                              02040000
020500        10 WS-REQ-SECS    PIC 9(04).                              02050000
020600        10 WS-REQ-QTY     PIC 9(05).                              02060000
020700                                                                  02070000
020800 01  WS-LDG-FIELDS.                                               02080000
020900     05 WS-LDG-CNT        PIC 9(04)   VALUE ZEROES.               02090000
021000     05 WS-MAX-LDGS       PIC 9(04)   VALUE 100.                  02100000
021100 01  WS-LDG-TABLE.                                                02110000
021200     05 WS-LDG-ENTRY      OCCURS 100 TIMES.                       02120000
021300        10 WS-LDG-ITEM    PIC X(06).                              02130000
021400        10 WS-LDG-ON-HAND PIC 9(05).                              02140000
021500        10 WS-LDG-REORDER PIC 9(05).                              02150000
021600                                                                  02160000
021700 01  WS-SWITCHES.                                                 02170000
021800     05 SUP-FILE-STATUS   PIC X(02)   VALUE SPACES.               02180000
021900        88 SUP-SUCCESS    VALUE '00'.                             02190000
022000        88 SUP-EOF        VALUE '10'.                             02200000
022100     05 CMP-FILE-STATUS   PIC X(02)   VALUE SPACES.               02210000
022200        88 CMP-SUCCESS    VALUE '00'.                             02220000
022300        88 CMP-EOF        VALUE '10'.                             02230000
022400     05 LDG-FILE-STATUS   PIC X(02)   VALUE SPACES.               02240000
022500        88 LDG-SUCCESS    VALUE '00'.                             02250000
022600        88 LDG-EOF        VALUE '10'.                             02260000
022700     05 JRN-FILE-STATUS   PIC X(02)   VALUE SPACES.               02270000
022800        88 JRN-SUCCESS    VALUE '00'.                             02280000
022900        88 JRN-EOF        VALUE '10'.                             02290000
023000     05 REQ-FILE-STATUS   PIC X(02)   VALUE SPACES.               02300000
023100        88 REQ-SUCCESS    VALUE '00'.                             02310000
023200     05 ROR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02320000
023300        88 ROR-SUCCESS    VALUE '00'.                             02330000
023400     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02340000
023500        88 HIST-SUCCESS   VALUE '00'.                             02350000
023600                                                                  02360000
023700 01  WS-HIST-FIELDS.                                              02370000
023800     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02380000
023900     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02390000
024000     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02400000
024001     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02400100
024100                                                                  02410000
024200 PROCEDURE DIVISION.                                              02420000
024300                                                                  02430000
024400     ACCEPT WS-RUN-DATE       FROM DATE.                          02440000
024450     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 02445000
024500     PERFORM 0500-LOAD-STANDARD        THRU 0500-EXIT.            02450000
024600     PERFORM 0600-LOAD-LEDGER          THRU 0600-EXIT.            02460000
024700     PERFORM 0700-CHECK-JOURNAL        THRU 0700-EXIT.            02470000
024800     PERFORM 1000-COUNT-COMPLETIONS    THRU 1000-EXIT.            02480000
024900     OPEN OUTPUT REQ-RPT.                                         02490000
025000     PERFORM 2000-BUILD-REQUISITION    THRU 2000-EXIT.            02500000
025100     PERFORM 3000-DRAW-STOCK           THRU 3000-EXIT.            02510000
025200     CLOSE REQ-RPT.                                               02520000
025300     PERFORM 4000-WRITE-BACK-LEDGER    THRU 4000-EXIT.            02530000
025400     IF WS-NOSTD-CNT > ZEROES                                     02540000
025500        OR WS-SHORT-CNT > ZEROES                                  02550000
025600        OR WS-NOLDG-CNT > ZEROES                                  02560000
025700        MOVE 4                TO RETURN-CODE                      02570000
025800     END-IF.                                                      02580000
025900     DISPLAY 'CLEANS: ' WS-DONE-CNT                               02590000
026000             ' ITEMS: ' WS-REQ-CNT                                02600000
026100             ' SHORT: ' WS-SHORT-CNT                              02610000
026200             ' AT REORDER: ' WS-REORDER-CNT.                      02620000
026300     STRING 'CLEANS ' DELIMITED BY SIZE                           02630000
026400        WS-DONE-CNT DELIMITED BY SIZE                             02640000
026500        ' ITEMS ' DELIMITED BY SIZE                               02650000
026600        WS-REQ-CNT DELIMITED BY SIZE                              02660000
026700        ' REORDER ' DELIMITED BY SIZE                             02670000
026800        WS-REORDER-CNT DELIMITED BY SIZE                          02680000
026900        INTO WS-HIST-MSG.                                         02690000
027000     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02700000
027100     GOBACK.                                                      02710000
027200                                                                  02720000
027300 0500-LOAD-STANDARD.                                              02730000
027400     OPEN INPUT SUP-TABLE.                                        02740000
027500     IF NOT SUP-SUCCESS                                           02750000
027600        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4SUP, FILE STATUS: '  02760000
027700                SUP-FILE-STATUS                                   02770000
027800        MOVE 16             TO RETURN-CODE                        02780000
027900        MOVE 'UNABLE TO OPEN SUPPLIES STANDARD' TO WS-HIST-MSG    02790000
028000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02800000
028100        GOBACK                                                    02810000
028200     END-IF.                                                      02820000
028300     PERFORM UNTIL SUP-EOF                                        02830000
028400        READ SUP-TABLE                                            02840000
028500             AT END                                               02850000
028600                SET SUP-EOF TO TRUE                               02860000
028700             NOT AT END                                           02870000
028800                IF SUP-SECTION IS NUMERIC                         02880000
028900                   AND SUP-QTY IS NUMERIC                         02890000
029000                   AND SUP-ITEM NOT = SPACES                      02900000
029100                   AND WS-SUP-CNT < WS-MAX-SUPS                   02910000
029200                   ADD 1 TO WS-SUP-CNT                            02920000
029300                   MOVE SUP-SECTION    TO WS-SUP-SEC(WS-SUP-CNT)  02930000
029400                   MOVE SUP-ITEM       TO WS-SUP-ITEM(WS-SUP-CNT) 02940000
029500                   MOVE SUP-QTY        TO WS-SUP-QTY(WS-SUP-CNT)  02950000
029600                ELSE                                              02960000
029700                   DISPLAY 'SUPPLIES STANDARD ROW DROPPED: '      02970000
029800                           SUP-REC                                02980000
029900                END-IF                                            02990000
030000        END-READ                                                  03000000
030100     END-PERFORM.                                                 03010000
030200     CLOSE SUP-TABLE.                                             03020000
030300 0500-EXIT.                                                       03030000
030400     EXIT.                                                        03040000
030500                                                                  03050000
030600 0600-LOAD-LEDGER.                                                03060000
030700*----------------------------------------------------------------*03070000
030800* THE LEDGER IS AN UPDATEABLE MASTER - A RUN THAT CANNOT READ IT *03080000
030900* WOULD LOSE CONSUMPTION, SO A MISSING LEDGER STOPS THE RUN      *03090000
031000*----------------------------------------------------------------*03100000
031100     OPEN INPUT LDG-FILE.                                         03110000
031200     IF NOT LDG-SUCCESS                                           03120000
031300        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4SLG, FILE STATUS: '  03130000
031400                LDG-FILE-STATUS                                   03140000
031500        MOVE 16             TO RETURN-CODE                        03150000
031600        MOVE 'UNABLE TO OPEN STORES LEDGER'  TO WS-HIST-MSG       03160000
031700        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03170000
031800        GOBACK                                                    03180000
031900     END-IF.                                                      03190000
032000     PERFORM UNTIL LDG-EOF                                        03200000
032100        READ LDG-FILE                                             03210000
032200             AT END                                               03220000
032300                SET LDG-EOF TO TRUE                               03230000
032400             NOT AT END                                           03240000
032500                IF WS-LDG-CNT < WS-MAX-LDGS                       03250000
032600                   AND LDG-ON-HAND IS NUMERIC                     03260000
032700                   ADD 1 TO WS-LDG-CNT                            03270000
032800                   MOVE LDG-ITEM    TO WS-LDG-ITEM(WS-LDG-CNT)    03280000
032900                   MOVE LDG-ON-HAND                               03290000
033000                               TO WS-LDG-ON-HAND(WS-LDG-CNT)      03300000
033100                   MOVE LDG-REORDER-PT                            03310000
033200                               TO WS-LDG-REORDER(WS-LDG-CNT)      03320000
033300                ELSE                                              03330000
033400                   DISPLAY 'LEDGER ROW DROPPED: ' LDG-ITEM        03340000
033500                END-IF                                            03350000
033600        END-READ                                                  03360000
033700     END-PERFORM.                                                 03370000
033800     CLOSE LDG-FILE.                                              03380000
033900 0600-EXIT.                                                       03390000
034000     EXIT.                                                        03400000
034100                                                                  03410000
034200 0700-CHECK-JOURNAL.                                              03420000
034300*----------------------------------------------------------------*03430000
034400* A JOURNAL ROW ALREADY DATED TONIGHT MEANS THE DRAW WAS POSTED  *03440000
034500* BY AN EARLIER RUN - THE LEDGER IS LEFT AS THAT RUN WROTE IT    *03450000
034600*----------------------------------------------------------------*03460000
034700     OPEN INPUT JRN-FILE.                                         03470000
034800     IF NOT JRN-SUCCESS                                           03480000
034900        GO TO 0700-EXIT                                           03490000
035000     END-IF.                                                      03500000
035100     PERFORM UNTIL JRN-EOF                                        03510000
035200        READ JRN-FILE                                             03520000
035300             AT END                                               03530000
035400                SET JRN-EOF TO TRUE                               03540000
035500             NOT AT END                                           03550000
035600                IF JRN-DATE = WS-RUN-DATE-8                       03560000
035700                   SET WS-ALREADY-POSTED TO TRUE                  03570000
035800                END-IF                                            03580000
035900        END-READ                                                  03590000
036000     END-PERFORM.                                                 03600000
036100     CLOSE JRN-FILE.                                              03610000
036200     IF WS-ALREADY-POSTED                                         03620000
036300        DISPLAY 'SUPPLIES ALREADY DRAWN FOR ' WS-RUN-DATE         03630000
036400                ' - LEDGER NOT UPDATED'                           03640000
036500     END-IF.                                                      03650000
036600 0700-EXIT.                                                       03660000
036700     EXIT.                                                        03670000
036800                                                                  03680000
036900 1000-COUNT-COMPLETIONS.                                          03690000
037000*----------------------------------------------------------------*03700000
037100* ONLY A DONE CONFIRMATION USED SUPPLIES - EACH ONE COUNTS AS A  *03710000
037200* CLEAN OF ITS SECTION                                           *03720000
037300*----------------------------------------------------------------*03730000
037400     OPEN INPUT CMP-FILE.                                         03740000
037500     IF NOT CMP-SUCCESS                                           03750000
037600        DISPLAY 'NO COMPLETION FEED - NOTHING REQUISITIONED'      03760000
037700        GO TO 1000-EXIT                                           03770000
037800     END-IF.                                                      03780000
037900     PERFORM UNTIL CMP-EOF                                        03790000
038000        READ CMP-FILE                                             03800000
038100             AT END                                               03810000
038200                SET CMP-EOF TO TRUE                               03820000
038300             NOT AT END                                           03830000
038400                IF CMP-IS-DONE AND CMP-SECTION IS NUMERIC         03840000
038500                   PERFORM 1100-COUNT-ONE  THRU 1100-EXIT         03850000
038600                END-IF                                            03860000
038700        END-READ                                                  03870000
038800     END-PERFORM.                                                 03880000
038900     CLOSE CMP-FILE.                                              03890000
039000 1000-EXIT.                                                       03900000
039100     EXIT.                                                        03910000
039200                                                                  03920000
039300 1100-COUNT-ONE.                                                  03930000
039400     ADD 1                    TO WS-DONE-CNT.                     03940000
039500     MOVE ZEROES              TO WS-SLOT.                         03950000
039600     PERFORM VARYING WS-I FROM 1 BY 1                             03960000
039700               UNTIL WS-I > WS-CLN-CNT                            03970000
039800                  OR WS-SLOT > ZEROES                             03980000
039900        IF WS-CLN-SEC(WS-I) = CMP-SECTION                         03990000
040000           MOVE WS-I             TO WS-SLOT                       04000000
040100        END-IF                                                    04010000
040200     END-PERFORM.                                                 04020000
040300     IF WS-SLOT = ZEROES                                          04030000
040400        IF WS-CLN-CNT < WS-MAX-CLNS                               04040000
040500           ADD 1              TO WS-CLN-CNT                       04050000
040600           MOVE WS-CLN-CNT    TO WS-SLOT                          04060000
040700           MOVE CMP-SECTION   TO WS-CLN-SEC(WS-SLOT)              04070000
040800           MOVE ZEROES        TO WS-CLN-DONE(WS-SLOT)             04080000
040900        ELSE                                                      04090000
041000           DISPLAY 'SECTION CAPACITY (500) EXCEEDED: ' CMP-SECTION04100000
041100           GO TO 1100-EXIT                                        04110000
041200        END-IF                                                    04120000
041300     END-IF.                                                      04130000
041400     ADD 1                    TO WS-CLN-DONE(WS-SLOT).            04140000
041500 1100-EXIT.                                                       04150000
041600     EXIT.                                                        04160000
041700                                                                  04170000
041800 2000-BUILD-REQUISITION.                                          04180000
041900*----------------------------------------------------------------*04190000
042000* EACH CLEANED SECTION'S STANDARD TIMES ITS CLEANS, SUMMED BY    *04200000
042100* ITEM. A CLEANED SECTION WITH NO STANDARD IS LISTED SO STORES   *04210000
042200* KNOWS THE REQUISITION IS SHORT OF IT                           *04220000
042300*----------------------------------------------------------------*04230000
042400     MOVE SPACES              TO REQ-REC.                         04240000
042500     STRING 'CLEANING SUPPLIES REQUISITION - ' DELIMITED BY SIZE  04250000
042600        WS-RUN-DATE DELIMITED BY SIZE                             04260000
042700        INTO REQ-REC.                                             04270000
042800     WRITE REQ-REC.                                               04280000
042900     IF WS-ALREADY-POSTED                                         04290000
043000        MOVE 'RERUN - DRAWN EARLIER TONIGHT, LEDGER NOT UPDATED'  04300000
043100                              TO REQ-REC                          04310000
043200        WRITE REQ-REC                                             04320000
043300     END-IF.                                                      04330000
043400     MOVE SPACES              TO REQ-REC.                         04340000
043500     WRITE REQ-REC.                                               04350000
043600     PERFORM VARYING WS-J FROM 1 BY 1                             04360000
043700               UNTIL WS-J > WS-CLN-CNT                            04370000
043800        MOVE 'N'              TO WS-HAS-STD-SW                    04380000
043900        PERFORM VARYING WS-I FROM 1 BY 1                          04390000
044000                  UNTIL WS-I > WS-SUP-CNT                         04400000
044100           IF WS-SUP-SEC(WS-I) = WS-CLN-SEC(WS-J)                 04410000
044200              SET WS-HAS-STD  TO TRUE                             04420000
044300              PERFORM 2100-ADD-TO-ITEM  THRU 2100-EXIT            04430000
044400           END-IF                                                 04440000
044500        END-PERFORM                                               04450000
044600        IF NOT WS-HAS-STD                                         04460000
044700           ADD 1              TO WS-NOSTD-CNT                     04470000
044800           MOVE SPACES        TO REQ-REC                          04480000
044900           MOVE WS-CLN-SEC(WS-J)   TO REQ-NS-SECTION              04490000
045000           MOVE WS-CLN-DONE(WS-J)  TO REQ-NS-CLEANS               04500000
045100           MOVE 'NO SUPPLIES STANDARD'  TO REQ-NS-NOTE            04510000
045200           WRITE REQ-NOSTD-LINE                                   04520000
045300           DISPLAY 'SECTION ' WS-CLN-SEC(WS-J)                    04530000
045400                   ' CLEANED BUT HAS NO SUPPLIES STANDARD'        04540000
045500        END-IF                                                    04550000
045600     END-PERFORM.                                                 04560000
045700 2000-EXIT.                                                       04570000
045800     EXIT.                                                        04580000
045900                                                                  04590000
046000 2100-ADD-TO-ITEM.                                                04600000
046100     MOVE ZEROES              TO WS-SLOT.                         04610000
046200     PERFORM VARYING WS-K FROM 1 BY 1                             04620000
046300               UNTIL WS-K > WS-REQ-CNT                            04630000
046400                  OR WS-SLOT > ZEROES                             04640000
046500        IF WS-REQ-ITEM(WS-K) = WS-SUP-ITEM(WS-I)                  04650000
046600           MOVE WS-K             TO WS-SLOT                       04660000
046700        END-IF                                                    04670000
046800     END-PERFORM.                                                 04680000
046900     IF WS-SLOT = ZEROES                                          04690000
047000        IF WS-REQ-CNT < WS-MAX-REQS                               04700000
047100           ADD 1              TO WS-REQ-CNT                       04710000
047200           MOVE WS-REQ-CNT    TO WS-SLOT                          04720000
047300           MOVE WS-SUP-ITEM(WS-I)  TO WS-REQ-ITEM(WS-SLOT)        04730000
047400           MOVE ZEROES        TO WS-REQ-SECS(WS-SLOT)             04740000
047500                                 WS-REQ-QTY(WS-SLOT)              04750000
047600        ELSE                                                      04760000
047700           DISPLAY 'ITEM CAPACITY (100) EXCEEDED: '               04770000
047800                   WS-SUP-ITEM(WS-I)                              04780000
047900           GO TO 2100-EXIT                                        04790000
048000        END-IF                                                    04800000
048100     END-IF.                                                      04810000
048200     ADD 1                    TO WS-REQ-SECS(WS-SLOT).            04820000
048300     COMPUTE WS-REQ-QTY(WS-SLOT) = WS-REQ-QTY(WS-SLOT)            04830000
048400             + WS-SUP-QTY(WS-I) * WS-CLN-DONE(WS-J).              04840000
048500 2100-EXIT.                                                       04850000
048600     EXIT.                                                        04860000
048700                                                                  04870000
048800 3000-DRAW-STOCK.                                                 04880000
048900*----------------------------------------------------------------*04890000
049000* EACH ITEM IS DRAWN FROM THE LEDGER AS FAR AS STOCK ALLOWS -    *04900000
049100* ON-HAND NEVER GOES BELOW ZERO, AND A PART DRAW IS FLAGGED      *04910000
049200* SHORT. AN ITEM STORES DOES NOT CARRY IS FLAGGED NOT ON LEDGER  *04920000
049300*----------------------------------------------------------------*04930000
049400     IF NOT WS-ALREADY-POSTED                                     04940000
049500        OPEN EXTEND JRN-FILE                                      04950000
049600     END-IF.                                                      04960000
049700     MOVE SPACES              TO REQ-REC.                         04970000
049800     WRITE REQ-REC.                                               04980000
049900     MOVE 'ITEM     SECT     QTY   DRAWN ON-HAND   NOTE'          04990000
050000                              TO REQ-REC.                         05000000
050100     WRITE REQ-REC.                                               05010000
050200     PERFORM VARYING WS-J FROM 1 BY 1                             05020000
050300               UNTIL WS-J > WS-REQ-CNT                            05030000
050400        MOVE SPACES           TO REQ-REC                          05040000
050500        MOVE WS-REQ-ITEM(WS-J)  TO REQ-ITEM                       05050000
050600        MOVE WS-REQ-SECS(WS-J)  TO REQ-SECTIONS                   05060000
050700        MOVE WS-REQ-QTY(WS-J)   TO REQ-QTY                        05070000
050800        PERFORM 3100-DRAW-ONE   THRU 3100-EXIT                    05080000
050900        WRITE REQ-DTL-LINE                                        05090000
051000     END-PERFORM.                                                 05100000
051100     IF NOT WS-ALREADY-POSTED                                     05110000
051200        CLOSE JRN-FILE                                            05120000
051300     END-IF.                                                      05130000
051400     MOVE SPACES              TO REQ-REC.                         05140000
051500     WRITE REQ-REC.                                               05150000
051600     MOVE SPACES              TO REQ-REC.                         05160000
051700     STRING 'SECTIONS CLEANED ' DELIMITED BY SIZE                 05170000
051800        WS-CLN-CNT DELIMITED BY SIZE                              05180000
051900        '  CLEANS ' DELIMITED BY SIZE                             05190000
052000        WS-DONE-CNT DELIMITED BY SIZE                             05200000
052100        '  ITEMS ' DELIMITED BY SIZE                              05210000
052200        WS-REQ-CNT DELIMITED BY SIZE                              05220000
052300        '  SHORT ' DELIMITED BY SIZE                              05230000
052400        WS-SHORT-CNT DELIMITED BY SIZE                            05240000
052500        INTO REQ-REC.                                             05250000
052600     WRITE REQ-REC.                                               05260000
052700 3000-EXIT.                                                       05270000
052800     EXIT.                                                        05280000
052900                                                                  05290000
053000 3100-DRAW-ONE.                                                   05300000
053100     MOVE ZEROES              TO WS-SLOT.                         05310000
053200     PERFORM VARYING WS-I FROM 1 BY 1                             05320000
053300               UNTIL WS-I > WS-LDG-CNT                            05330000
053400                  OR WS-SLOT > ZEROES                             05340000
053500        IF WS-LDG-ITEM(WS-I) = WS-REQ-ITEM(WS-J)                  05350000
053600           MOVE WS-I             TO WS-SLOT                       05360000
053700        END-IF                                                    05370000
053800     END-PERFORM.                                                 05380000
053900     IF WS-SLOT = ZEROES                                          05390000
054000        ADD 1                 TO WS-NOLDG-CNT                     05400000
054100        MOVE 'NOT ON LEDGER'  TO REQ-NOTE                         05410000
054200        DISPLAY 'ITEM ' WS-REQ-ITEM(WS-J) ' NOT ON STORES LEDGER' 05420000
054300        GO TO 3100-EXIT                                           05430000
054400     END-IF.                                                      05440000
054500     IF WS-ALREADY-POSTED                                         05450000
054600        MOVE WS-LDG-ON-HAND(WS-SLOT)  TO REQ-ON-HAND              05460000
054700        MOVE 'POSTED EARLIER'         TO REQ-NOTE                 05470000
054800        GO TO 3100-EXIT                                           05480000
054900     END-IF.                                                      05490000
055000     IF WS-REQ-QTY(WS-J) > WS-LDG-ON-HAND(WS-SLOT)                05500000
055100        MOVE WS-LDG-ON-HAND(WS-SLOT)  TO WS-DRAW                  05510000
055200        ADD 1                 TO WS-SHORT-CNT                     05520000
055300        MOVE 'SHORT'          TO REQ-NOTE                         05530000
055400        DISPLAY 'ITEM ' WS-REQ-ITEM(WS-J) ' SHORT - WANTED '      05540000
055500                WS-REQ-QTY(WS-J) ' HAD ' WS-DRAW                  05550000
055600     ELSE                                                         05560000
055700        MOVE WS-REQ-QTY(WS-J) TO WS-DRAW                          05570000
055800     END-IF.                                                      05580000
055900     SUBTRACT WS-DRAW FROM WS-LDG-ON-HAND(WS-SLOT).               05590000
056000     MOVE WS-DRAW             TO REQ-DRAWN.                       05600000
056100     MOVE WS-LDG-ON-HAND(WS-SLOT)  TO REQ-ON-HAND.                05610000
056200     INITIALIZE               JRN-REC.                            05620000
056300     MOVE WS-RUN-DATE-8       TO JRN-DATE.                        05630000
056400     MOVE WS-REQ-ITEM(WS-J)   TO JRN-ITEM.                        05640000
056500     MOVE WS-DRAW             TO JRN-QTY.                         05650000
056600     MOVE WS-LDG-ON-HAND(WS-SLOT)  TO JRN-ON-HAND.                05660000
056700     WRITE JRN-REC.                                               05670000
056800 3100-EXIT.                                                       05680000
056900     EXIT.                                                        05690000
057000                                                                  05700000
057100 4000-WRITE-BACK-LEDGER.                                          05710000
057200*----------------------------------------------------------------*05720000
057300* REWRITE AOCD4SLG WITH THE POST-DRAW ON-HAND FIGURES AND WRITE  *05730000
057400* THE REORDER REPORT FOR EVERY ITEM AT OR BELOW ITS REORDER      *05740000
057500* POINT. A RERUN LEAVES THE LEDGER ALONE BUT STILL REPORTS       *05750000
057600*----------------------------------------------------------------*05760000
057700     IF NOT WS-ALREADY-POSTED                                     05770000
057800        OPEN OUTPUT LDG-FILE                                      05780000
057900     END-IF.                                                      05790000
058000     OPEN OUTPUT ROR-RPT.                                         05800000
058100     PERFORM VARYING WS-I FROM 1 BY 1                             05810000
058200               UNTIL WS-I > WS-LDG-CNT                            05820000
058300        IF NOT WS-ALREADY-POSTED                                  05830000
058400           INITIALIZE              LDG-REC                        05840000
058500           MOVE WS-LDG-ITEM(WS-I)     TO LDG-ITEM                 05850000
058600           MOVE WS-LDG-ON-HAND(WS-I)  TO LDG-ON-HAND              05860000
058700           MOVE WS-LDG-REORDER(WS-I)  TO LDG-REORDER-PT           05870000
058800           WRITE LDG-REC                                          05880000
058900        END-IF                                                    05890000
059000        IF WS-LDG-ON-HAND(WS-I) NOT >                             05900000
059100           WS-LDG-REORDER(WS-I)                                   05910000
059200           ADD 1                TO WS-REORDER-CNT                 05920000
059300           INITIALIZE           ROR-REC                           05930000
059400           MOVE WS-LDG-ITEM(WS-I)    TO ROR-ITEM                  05940000
059500           MOVE WS-LDG-ON-HAND(WS-I) TO ROR-ON-HAND               05950000
059600           MOVE WS-LDG-REORDER(WS-I) TO ROR-REORDER-PT            05960000
059700           WRITE ROR-REC                                          05970000
059800           DISPLAY 'REORDER CLEANING STOCK FOR: '                 05980000
059900                   WS-LDG-ITEM(WS-I)                              05990000
060000        END-IF                                                    06000000
060100     END-PERFORM.                                                 06010000
060200     IF NOT WS-ALREADY-POSTED                                     06020000
060300        CLOSE LDG-FILE                                            06030000
060400     END-IF.                                                      06040000
060500     CLOSE ROR-RPT.                                               06050000
060600 4000-EXIT.                                                       06060000
060700     EXIT.                                                        06070000
060800                                                                  06080000
060900*----------------------------------------------------------------*06090000
061000*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06100000
061100*----------------------------------------------------------------*06110000
061200 9800-WRITE-AUDIT-HIST.                                           06120000
061300     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06130000
061400     ACCEPT WS-HIST-TIME FROM TIME.                               06140000
061500     OPEN EXTEND AUD-HIST.                                        06150000
061600     INITIALIZE AUD-HIST-REC.                                     06160000
061700     MOVE WS-HIST-DATE          TO HIST-DATE.                     06170000
061800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06180000
061900     MOVE 'AOCD4PG9'            TO HIST-PGM.                      06190000
061901     MOVE WS-HIST-VER           TO HIST-VERSION.                  06190100
062000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06200000
062100     WRITE AUD-HIST-REC.                                          06210000
062200     CLOSE AUD-HIST.                                              06220000
062300 9800-EXIT.                                                       06230000
062400     EXIT.                                                        06240000
