000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 3 PROGRAM 13                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  BADGE STOCK VALUATION AND CONSUMPTION COSTING. THE AOCD3LDG   *00040000
000500*  LEDGER CARRIES QUANTITIES ONLY, SO FINANCE COULD NOT SAY WHAT *00050000
000600*  THE BADGE STOCK WAS WORTH OR WHAT A NIGHT'S ISSUES COST. EACH *00060000
000700*  ITEM LETTER NOW HAS A UNIT COST ON THE AOCD3CST MASTER, KEPT  *00070000
000800*  BY AOCDMMNT LIKE EVERY OTHER MASTER. THIS STEP VALUES THE     *00080000
000900*  ON-HAND STOCK PER ITEM AND IN TOTAL, COSTS TONIGHT'S AOCD3JRN *00090000
001000*  DRAWS - THE 99999 REPLACEMENTS BUCKET KEPT SEPARATE - INTO    *00100000
001100*  THE NIGHT'S CONSUMPTION FIGURE, AND ADDS IT TO THE AOCD3CPD   *00110000
001200*  PERIOD-TO-DATE FILE. ON A DATE THE AOCDBCAL CALENDAR MARKS AS *00120000
001300*  A PERIOD END THE PERIOD-TO-DATE COST SUMMARY BY ITEM IS       *00130000
001400*  PRINTED AND THE ACCUMULATORS START AGAIN. EVERYTHING LANDS ON *00140000
001500*  THE AOCD3VAL REPORT                                           *00150000
001600*----------------------------------------------------------------*00160000
001700 IDENTIFICATION DIVISION.                                         00170000
001800 PROGRAM-ID. AOCD3PGD.                                            00180000
001900 AUTHOR. z/OS Mainframer.                                         00190000
002000                                                                  00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400*----------------------------------------------------------------*00240000
002500* BADGE LEDGER - ON-HAND PER ITEM AFTER TONIGHT'S DRAWS          *00250000
002600*----------------------------------------------------------------*00260000
002700     SELECT LDG-FILE     ASSIGN TO AOCD3LDG                       00270000
002800        ORGANIZATION    IS SEQUENTIAL                             00280000
002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS LDG-FILE-STATUS.                       00300000
003100                                                                  00310000
003200*----------------------------------------------------------------*00320000
003300* BADGE UNIT COST MASTER, MAINTAINED BY AOCDMMNT                 *00330000
003400*----------------------------------------------------------------*00340000
003500     SELECT CST-FILE     ASSIGN TO AOCD3CST                       00350000
003600        ORGANIZATION    IS SEQUENTIAL                             00360000
003700         ACCESS MODE    IS SEQUENTIAL                             00370000
003800         FILE STATUS    IS CST-FILE-STATUS.                       00380000
003900                                                                  00390000
004000*----------------------------------------------------------------*00400000
004100* TONIGHT'S LEDGER DRAW JOURNAL - ONE ROW PER BADGE DRAWN,       *00410000
004200* GROUP 99999 BEING THE REPLACEMENTS BUCKET                      *00420000
004300*----------------------------------------------------------------*00430000
004400     SELECT JRN-RPT      ASSIGN TO AOCD3JRN                       00440000
004500        ORGANIZATION    IS SEQUENTIAL                             00450000
004600         ACCESS MODE    IS SEQUENTIAL                             00460000
004700         FILE STATUS    IS JRN-FILE-STATUS.                       00470000
004800                                                                  00480000
004900*----------------------------------------------------------------*00490000
005000* BUSINESS CALENDAR - TELLS THIS STEP WHEN A PERIOD ENDS         *00500000
005100*----------------------------------------------------------------*00510000
005200     SELECT CAL-FILE     ASSIGN TO AOCDBCAL                       00520000
005300        ORGANIZATION    IS SEQUENTIAL                             00530000
005400         ACCESS MODE    IS SEQUENTIAL                             00540000
005500         FILE STATUS    IS CAL-FILE-STATUS.                       00550000
005600                                                                  00560000
005700*----------------------------------------------------------------*00570000
005800* PERIOD-TO-DATE CONSUMPTION - A CONTROL ROW AND ONE ROW PER     *00580000
005900* ITEM, CARRIED FORWARD NIGHT TO NIGHT AND REWRITTEN WHOLE       *00590000
006000*----------------------------------------------------------------*00600000
006100     SELECT CPD-FILE     ASSIGN TO AOCD3CPD                       00610000
006200        ORGANIZATION    IS SEQUENTIAL                             00620000
006300         ACCESS MODE    IS SEQUENTIAL                             00630000
006400         FILE STATUS    IS CPD-FILE-STATUS.                       00640000
006500                                                                  00650000
006600*----------------------------------------------------------------*00660000
006700* STOCK VALUATION AND CONSUMPTION REPORT                         *00670000
006800*----------------------------------------------------------------*00680000
006900     SELECT VAL-RPT      ASSIGN TO AOCD3VAL                       00690000
007000        ORGANIZATION    IS SEQUENTIAL                             00700000
007100         ACCESS MODE    IS SEQUENTIAL                             00710000
007200         FILE STATUS    IS VAL-FILE-STATUS.                       00720000
007300                                                                  00730000
007400*----------------------------------------------------------------*00740000
007500*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00750000
007600*----------------------------------------------------------------*00760000
007700     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00770000
007800        ORGANIZATION    IS SEQUENTIAL                             00780000
007900         ACCESS MODE    IS SEQUENTIAL                             00790000
008000         FILE STATUS    IS HIST-FILE-STATUS.                      00800000
008100                                                                  00810000
008200 DATA DIVISION.                                                   00820000
008300 FILE SECTION.                                                    00830000
008400 FD  LDG-FILE.                                                    00840000
008500 01  LDG-REC.                                                     00850000
008600     05 LDG-ITEM            PIC X(01).                            00860000
008700     05 FILLER              PIC X(01).                            00870000
008800     05 LDG-ON-HAND         PIC 9(05).                            00880000
008900     05 FILLER              PIC X(01).                            00890000
009000     05 LDG-REORDER-PT      PIC 9(05).                            00900000
009100                                                                  00910000
009200 FD  CST-FILE.                                                    00920000
009300 01  CST-REC.                                                     00930000
009400     05 CST-ITEM            PIC X(01).                            00940000
009500     05 FILLER              PIC X(01).                            00950000
009600     05 CST-UNIT-COST       PIC 9(05)V99.                         00960000
009700                                                                  00970000
009800 FD  JRN-RPT.                                                     00980000
009900 01  JRN-REC.                                                     00990000
010000     05 JRN-GRP-NO          PIC 9(05).                            01000000
010100        88 JRN-REPLACEMENT            VALUE 99999.                01010000
010200     05 FILLER              PIC X(02).                            01020000
010300     05 JRN-ITEM            PIC X(01).                            01030000
010400     05 FILLER              PIC X(02).                            01040000
010500     05 JRN-ON-HAND         PIC 9(05).                            01050000
010600                                                                  01060000
010700 FD  CAL-FILE.                                                    01070000
010800 01  CAL-REC.                                                     01080000
010900     05 CAL-DATE            PIC 9(08).                            01090000
011000     05 FILLER              PIC X(01).                            01100000
011100     05 CAL-TYPE            PIC X(01).                            01110000
011200     05 FILLER              PIC X(01).                            01120000
011300     05 CAL-PERIOD-END      PIC X(01).                            01130000
011400                                                                  01140000
011500 FD  CPD-FILE.                                                    01150000
011600 01  CPD-REC.                                                     01160000
011700     05 CPD-REC-TYPE        PIC X(01).                            01170000
011800        88 CPD-CONTROL-ROW            VALUE 'C'.                  01180000
011900        88 CPD-ITEM-ROW               VALUE 'I'.                  01190000
012000     05 FILLER              PIC X(01).                            01200000
012100     05 CPD-ITEM            PIC X(01).                            01210000
012200     05 FILLER              PIC X(01).                            01220000
012300     05 CPD-DRAW-QTY        PIC 9(07).                            01230000
012400     05 FILLER              PIC X(01).                            01240000
012500     05 CPD-REPL-QTY        PIC 9(07).                            01250000
012600     05 FILLER              PIC X(01).                            01260000
012700     05 CPD-DRAW-COST       PIC 9(09)V99.                         01270000
012800     05 FILLER              PIC X(01).                            01280000
012900     05 CPD-REPL-COST       PIC 9(09)V99.                         01290000
013000     05 FILLER              PIC X(37).                            01300000
013100 01  CPD-CTL-REC.                                                 01310000
013200     05 FILLER              PIC X(02).                            01320000
013300     05 CPD-PERIOD-START    PIC 9(06).                            01330000
013400     05 FILLER              PIC X(01).                            01340000
013500     05 CPD-LAST-POSTED     PIC 9(06).                            01350000
013600     05 FILLER              PIC X(65).                            01360000
013700                                                                  01370000
013800*----------------------------------------------------------------*01380000
013900* REPORT LINES - VALUATION DETAIL, CONSUMPTION DETAIL (ALSO      *01390000
014000* USED FOR THE PERIOD-TO-DATE SUMMARY) AND FREE TEXT             *01400000
014100*----------------------------------------------------------------*01410000
014200 FD  VAL-RPT.                                                     01420000
014300 01  VAL-REC                PIC X(80).                            01430000
014400 01  VAL-STK-LINE.                                                01440000
014500     05 VAL-STK-LABEL       PIC X(07).                            01450000
014600     05 VAL-STK-ON-HAND     PIC ZZZ,ZZ9.                          01460000
014700     05 FILLER              PIC X(03).                            01470000
014800     05 VAL-STK-COST        PIC ZZ,ZZ9.99.                        01480000
014900     05 FILLER              PIC X(03).                            01490000
015000     05 VAL-STK-VALUE       PIC ZZZ,ZZZ,ZZ9.99.                   01500000
015100     05 FILLER              PIC X(03).                            01510000
015200     05 VAL-STK-NOTE        PIC X(07).                            01520000
015300     05 FILLER              PIC X(27).                            01530000
015400 01  VAL-CON-LINE.                                                01540000
015500     05 VAL-CON-LABEL       PIC X(07).                            01550000
015600     05 VAL-CON-DRAWS       PIC ZZZ,ZZ9.                          01560000
015700     05 FILLER              PIC X(02).                            01570000
015800     05 VAL-CON-REPL        PIC ZZZ,ZZ9.                          01580000
015900     05 FILLER              PIC X(02).                            01590000
016000     05 VAL-CON-COST        PIC ZZ,ZZ9.99.                        01600000
016100     05 FILLER              PIC X(02).                            01610000
016200     05 VAL-CON-DRAW-VALUE  PIC ZZZ,ZZZ,ZZ9.99.                   01620000
016300     05 FILLER              PIC X(02).                            01630000
016400     05 VAL-CON-REPL-VALUE  PIC ZZZ,ZZZ,ZZ9.99.                   01640000
016500     05 FILLER              PIC X(02).                            01650000
016600     05 VAL-CON-NOTE        PIC X(07).                            01660000
016700     05 FILLER              PIC X(05).                            01670000
016800                                                                  01680000
016900 FD  AUD-HIST                                                     01690000
017000     DATA RECORD IS AUD-HIST-REC.                                 01700000
017100 01  AUD-HIST-REC.                                                01710000
017200     05 HIST-DATE            PIC 9(08).                           01720000
017300     05 FILLER               PIC X(02).                           01730000
017400     05 HIST-TIME            PIC 9(06).                           01740000
017500     05 FILLER               PIC X(02).                           01750000
017600     05 HIST-PGM             PIC X(08).                           01760000
017700     05 FILLER               PIC X(02).                           01770000
017800     05 HIST-OUTPUT          PIC X(40).                           01780000
017801     05 FILLER               PIC X(02).                           01780100
017802     05 HIST-VERSION         PIC X(08).                           01780200
017900                                                                  01790000
018000 WORKING-STORAGE SECTION.                                         01800000
018100 01  WS-WORK-FIELDS.                                              01810000
018200     05 WS-I              PIC 9(03)   VALUE ZEROES.               01820000
018300     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01830000
018400     05 WS-CST-SLOT       PIC 9(03)   VALUE ZEROES.               01840000
018500     05 WS-JRN-CNT        PIC 9(07)   VALUE ZEROES.               01850000
018600     05 WS-NOCOST-CNT     PIC 9(05)   VALUE ZEROES.               01860000
018700     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01870000
018800     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01880000
018900     05 WS-UNIT-COST      PIC 9(05)V99 VALUE ZEROES.              01890000
019000     05 WS-LINE-VALUE     PIC 9(11)V99 VALUE ZEROES.              01900000
019100     05 WS-STOCK-VALUE    PIC 9(11)V99 VALUE ZEROES.              01910000
019200     05 WS-STOCK-UNITS    PIC 9(07)   VALUE ZEROES.               01920000
019300     05 WS-DRAW-VALUE     PIC 9(11)V99 VALUE ZEROES.              01930000
019400     05 WS-REPL-VALUE     PIC 9(11)V99 VALUE ZEROES.              01940000
019500     05 WS-TOT-DRAWS      PIC 9(07)   VALUE ZEROES.               01950000
019600     05 WS-TOT-REPL       PIC 9(07)   VALUE ZEROES.               01960000
019700     05 WS-TOT-DRAW-VALUE PIC 9(11)V99 VALUE ZEROES.              01970000
019800     05 WS-TOT-REPL-VALUE PIC 9(11)V99 VALUE ZEROES.              01980000
019900     05 WS-NIGHT-VALUE    PIC 9(11)V99 VALUE ZEROES.              01990000
020000     05 WS-EDIT-VALUE     PIC ZZZ,ZZZ,ZZ9.99.                     02000000
020100     05 WS-EDIT-QTY       PIC ZZZ,ZZ9.                            02010000
020200     05 WS-NOTE           PIC X(07)   VALUE SPACES.               02020000
020300     05 WS-PERIOD-START   PIC 9(06)   VALUE ZEROES.               02030000
020400     05 WS-LAST-POSTED    PIC 9(06)   VALUE ZEROES.               02040000
020500     05 WS-PERIOD-END-SW  PIC X(01)   VALUE 'N'.                  02050000
020600        88 WS-PERIOD-END              VALUE 'Y'.                  02060000
020700     05 WS-POSTED-SW      PIC X(01)   VALUE 'N'.                  02070000
020800        88 WS-ALREADY-POSTED          VALUE 'Y'.                  02080000
020900     05 WS-CAL-SW         PIC X(01)   VALUE 'N'.                  02090000
021000        88 WS-CAL-FOUND               VALUE 'Y'.                  02100000
021100                                                                  02110000
021200*----------------------------------------------------------------*02120000
021300* UNIT COSTS, THE LEDGER, TONIGHT'S CONSUMPTION AND THE          *02130000
021400* PERIOD-TO-DATE ACCUMULATORS, ALL KEYED BY ITEM LETTER          *02140000
021500*----------------------------------------------------------------*02150000
021600 01  WS-CST-FIELDS.                                               02160000
021700     05 WS-CST-CNT        PIC 9(03)   VALUE ZEROES.               02170000
021800     05 WS-MAX-CSTS       PIC 9(03)   VALUE 100.                  02180000
021900 01  WS-CST-TABLE.                                                02190000
022000     05 WS-CST-ENTRY      OCCURS 100 TIMES.                       02200000
022100        10 WS-CST-ITEM    PIC X(01).                              02210000
022200        10 WS-CST-COST    PIC 9(05)V99.                           02220000
022300                                                                  02230000
022400 01  WS-LDG-FIELDS.                                               02240000
022500     05 WS-LDG-CNT        PIC 9(03)   VALUE ZEROES.               02250000
022600     05 WS-MAX-LDGS       PIC 9(03)   VALUE 100.                  02260000
022700 01  WS-LDG-TABLE.                                                02270000
022800     05 WS-LDG-ENTRY      OCCURS 100 TIMES.                       02280000
022900        10 WS-LDG-ITEM    PIC X(01).                              02290000
023000        10 WS-LDG-ON-HAND PIC 9(05).                              02300000
023100                                                                  02310000
023200 01  WS-CON-FIELDS.                                               02320000
023300     05 WS-CON-CNT        PIC 9(03)   VALUE ZEROES.               02330000
023400     05 WS-MAX-CONS       PIC 9(03)   VALUE 100.                  02340000
023500 01  WS-CON-TABLE.                                                02350000
023600     05 WS-CON-ENTRY      OCCURS 100 TIMES.                       02360000
023700        10 WS-CON-ITEM    PIC X(01).                              02370000
023800        10 WS-CON-DRAWS   PIC 9(07).                              02380000
023900        10 WS-CON-REPL    PIC 9(07).                              02390000
024000        10 WS-CON-DRAW-VAL PIC 9(09)V99.                          02400000
024100        10 WS-CON-REPL-VAL PIC 9(09)V99.                          02410000
024200                                                                  02420000
024300 01  WS-PTD-FIELDS.                                               02430000
024400     05 WS-PTD-CNT        PIC 9(03)   VALUE ZEROES.               02440000
024500     05 WS-MAX-PTDS       PIC 9(03)   VALUE 100.                  02450000
024600 01  WS-PTD-TABLE.                                                02460000
024700     05 WS-PTD-ENTRY      OCCURS 100 TIMES.                       02470000
024800        10 WS-PTD-ITEM    PIC X(01).                              02480000
024900        10 WS-PTD-DRAWS   PIC 9(07).                              02490000
025000        10 WS-PTD-REPL    PIC 9(07).                              02500000
025100        10 WS-PTD-DRAW-VAL PIC 9(09)V99.                          02510000
025200        10 WS-PTD-REPL-VAL PIC 9(09)V99.                          02520000
025300                                                                  02530000
025400 01  WS-SWITCHES.                                                 02540000
025500     05 LDG-FILE-STATUS   PIC X(02)   VALUE SPACES.               02550000
025600        88 LDG-SUCCESS    VALUE '00'.                             02560000
025700        88 LDG-EOF        VALUE '10'.                             02570000
025800     05 CST-FILE-STATUS   PIC X(02)   VALUE SPACES.               02580000
025900        88 CST-SUCCESS    VALUE '00'.                             02590000
026000        88 CST-EOF        VALUE '10'.                             02600000
026100     05 JRN-FILE-STATUS   PIC X(02)   VALUE SPACES.               02610000
026200        88 JRN-SUCCESS    VALUE '00'.                             02620000
026300        88 JRN-EOF        VALUE '10'.                             02630000
026400     05 CAL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02640000
026500        88 CAL-OPEN-OK    VALUE '00'.                             02650000
026600        88 CAL-AT-EOF     VALUE '10'.                             02660000
026700     05 CPD-FILE-STATUS   PIC X(02)   VALUE SPACES.               02670000
026800        88 CPD-SUCCESS    VALUE '00'.                             02680000
026900        88 CPD-EOF        VALUE '10'.                             02690000
027000     05 VAL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02700000
027100        88 VAL-SUCCESS    VALUE '00'.                             02710000
027200     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02720000
027300        88 HIST-SUCCESS   VALUE '00'.                             02730000
027400                                                                  02740000
027500 01  WS-HIST-FIELDS.                                              02750000
027600     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02760000
027700     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02770000
027800     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02780000
027801     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02780100
027900                                                                  02790000
028000 PROCEDURE DIVISION.                                              02800000
028100                                                                  02810000
028200     ACCEPT WS-RUN-DATE      FROM DATE.                           02820000
028300     COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-DATE.              02830000
028400     PERFORM 0500-LOAD-COSTS           THRU 0500-EXIT.            02840000
028500     PERFORM 0600-LOAD-LEDGER          THRU 0600-EXIT.            02850000
028600     PERFORM 0700-LOAD-PERIOD-TO-DATE  THRU 0700-EXIT.            02860000
028700     PERFORM 0800-CHECK-PERIOD-END     THRU 0800-EXIT.            02870000
028800     PERFORM 1000-OPEN-REPORT          THRU 1000-EXIT.            02880000
028900     PERFORM 2000-VALUE-STOCK          THRU 2000-EXIT.            02890000
029000     PERFORM 3000-COST-CONSUMPTION     THRU 3000-EXIT.            02900000
029100     PERFORM 4000-POST-PERIOD-TO-DATE  THRU 4000-EXIT.            02910000
029200     IF WS-PERIOD-END                                             02920000
029300        PERFORM 5000-PERIOD-SUMMARY    THRU 5000-EXIT             02930000
029400     END-IF.                                                      02940000
029500     PERFORM 6000-REWRITE-PERIOD-TO-DATE  THRU 6000-EXIT.         02950000
029600     CLOSE VAL-RPT.                                               02960000
029700     IF WS-NOCOST-CNT > ZEROES                                    02970000
029800        MOVE 4                TO RETURN-CODE                      02980000
029900     END-IF.                                                      02990000
030000     MOVE WS-NIGHT-VALUE      TO WS-EDIT-VALUE.                   03000000
030100     STRING 'STOCK COSTED - ISSUES ' DELIMITED BY SIZE            03010000
030200        WS-EDIT-VALUE DELIMITED BY SIZE                           03020000
030300        INTO WS-HIST-MSG.                                         03030000
030400     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03040000
030500     GOBACK.                                                      03050000
030600                                                                  03060000
030700 0500-LOAD-COSTS.                                                 03070000
030800     OPEN INPUT CST-FILE.                                         03080000
030900     IF NOT CST-SUCCESS                                           03090000
031000        DISPLAY 'ERROR - UNABLE TO OPEN AOCD3CST, FILE STATUS: '  03100000
031100                CST-FILE-STATUS                                   03110000
031200        MOVE 16             TO RETURN-CODE                        03120000
031300        MOVE 'UNABLE TO OPEN UNIT COST MASTER'  TO WS-HIST-MSG    03130000
031400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03140000
031500        GOBACK                                                    03150000
031600     END-IF.                                                      03160000
031700     PERFORM UNTIL CST-EOF                                        03170000
031800        READ CST-FILE                                             03180000
031900             AT END                                               03190000
032000                SET CST-EOF TO TRUE                               03200000
032100             NOT AT END                                           03210000
032200                IF WS-CST-CNT < WS-MAX-CSTS                       03220000
032300                   AND CST-UNIT-COST IS NUMERIC                   03230000
032400                   ADD 1 TO WS-CST-CNT                            03240000
032500                   MOVE CST-ITEM      TO WS-CST-ITEM(WS-CST-CNT)  03250000
032600                   MOVE CST-UNIT-COST TO WS-CST-COST(WS-CST-CNT)  03260000
032700                ELSE                                              03270000
032800                   DISPLAY 'UNIT COST ROW DROPPED: ' CST-ITEM     03280000
032900                END-IF                                            03290000
033000        END-READ                                                  03300000
033100     END-PERFORM.                                                 03310000
033200     CLOSE CST-FILE.                                              03320000
033300 0500-EXIT.                                                       03330000
033400     EXIT.                                                        03340000
033500                                                                  03350000
033600 0600-LOAD-LEDGER.                                                03360000
033700     OPEN INPUT LDG-FILE.                                         03370000
033800     IF NOT LDG-SUCCESS                                           03380000
033900        DISPLAY 'ERROR - UNABLE TO OPEN AOCD3LDG, FILE STATUS: '  03390000
034000                LDG-FILE-STATUS                                   03400000
034100        MOVE 16             TO RETURN-CODE                        03410000
034200        MOVE 'UNABLE TO OPEN BADGE LEDGER'  TO WS-HIST-MSG        03420000
034300        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03430000
034400        GOBACK                                                    03440000
034500     END-IF.                                                      03450000
034600     PERFORM UNTIL LDG-EOF                                        03460000
034700        READ LDG-FILE                                             03470000
034800             AT END                                               03480000
034900                SET LDG-EOF TO TRUE                               03490000
035000             NOT AT END                                           03500000
035100                IF WS-LDG-CNT < WS-MAX-LDGS                       03510000
035200                   AND LDG-ON-HAND IS NUMERIC                     03520000
035300                   ADD 1 TO WS-LDG-CNT                            03530000
035400                   MOVE LDG-ITEM    TO WS-LDG-ITEM(WS-LDG-CNT)    03540000
035500                   MOVE LDG-ON-HAND TO WS-LDG-ON-HAND(WS-LDG-CNT) 03550000
035600                ELSE                                              03560000
035700                   DISPLAY 'LEDGER ROW DROPPED: ' LDG-ITEM        03570000
035800                END-IF                                            03580000
035900        END-READ                                                  03590000
036000     END-PERFORM.                                                 03600000
036100     CLOSE LDG-FILE.                                              03610000
036200 0600-EXIT.                                                       03620000
036300     EXIT.                                                        03630000
036400                                                                  03640000
036500 0700-LOAD-PERIOD-TO-DATE.                                        03650000
036600*----------------------------------------------------------------*03660000
036700* NO AOCD3CPD YET MEANS THE FIRST PERIOD STARTS TONIGHT          *03670000
036800*----------------------------------------------------------------*03680000
036900     OPEN INPUT CPD-FILE.                                         03690000
037000     IF NOT CPD-SUCCESS                                           03700000
037100        DISPLAY 'NO PERIOD-TO-DATE FILE - NEW PERIOD STARTS '     03710000
037200                WS-RUN-DATE                                       03720000
037300        GO TO 0700-EXIT                                           03730000
037400     END-IF.                                                      03740000
037500     PERFORM UNTIL CPD-EOF                                        03750000
037600        READ CPD-FILE                                             03760000
037700             AT END                                               03770000
037800                SET CPD-EOF TO TRUE                               03780000
037900             NOT AT END                                           03790000
038000                EVALUATE TRUE                                     03800000
038100                    WHEN CPD-CONTROL-ROW                          03810000
038200                         MOVE CPD-PERIOD-START  TO WS-PERIOD-START03820000
038300                         MOVE CPD-LAST-POSTED   TO WS-LAST-POSTED 03830000
038400                    WHEN CPD-ITEM-ROW                             03840000
038500                         AND WS-PTD-CNT < WS-MAX-PTDS             03850000
038600                         ADD 1 TO WS-PTD-CNT                      03860000
038700                         MOVE CPD-ITEM                            03870000
038800                                     TO WS-PTD-ITEM(WS-PTD-CNT)   03880000
038900                         MOVE CPD-DRAW-QTY                        03890000
039000                                     TO WS-PTD-DRAWS(WS-PTD-CNT)  03900000
039100                         MOVE CPD-REPL-QTY                        03910000
039200                                     TO WS-PTD-REPL(WS-PTD-CNT)   03920000
039300                         MOVE CPD-DRAW-COST                       03930000
039400                           TO WS-PTD-DRAW-VAL(WS-PTD-CNT)         03940000
039500                         MOVE CPD-REPL-COST                       03950000
039600                           TO WS-PTD-REPL-VAL(WS-PTD-CNT)         03960000
039700                    WHEN OTHER                                    03970000
039800                         DISPLAY 'PERIOD-TO-DATE ROW DROPPED: '   03980000
039900                                 CPD-ITEM                         03990000
040000                END-EVALUATE                                      04000000
040100        END-READ                                                  04010000
040200     END-PERFORM.                                                 04020000
040300     CLOSE CPD-FILE.                                              04030000
040400 0700-EXIT.                                                       04040000
040500     EXIT.                                                        04050000
040600                                                                  04060000
040700 0800-CHECK-PERIOD-END.                                           04070000
040800*----------------------------------------------------------------*04080000
040900* TONIGHT CLOSES A PERIOD ONLY IF AOCDBCAL SAYS SO - WITHOUT THE *04090000
041000* CALENDAR THE ACCUMULATORS JUST KEEP RUNNING                    *04100000
041100*----------------------------------------------------------------*04110000
041200     OPEN INPUT CAL-FILE.                                         04120000
041300     IF NOT CAL-OPEN-OK                                           04130000
041400        DISPLAY 'NO BUSINESS CALENDAR - NO PERIOD-END CHECK'      04140000
041500        GO TO 0800-EXIT                                           04150000
041600     END-IF.                                                      04160000
041700     PERFORM UNTIL CAL-AT-EOF                                     04170000
041800        READ CAL-FILE                                             04180000
041900             AT END                                               04190000
042000                SET CAL-AT-EOF TO TRUE                            04200000
042100             NOT AT END                                           04210000
042200                IF CAL-DATE = WS-RUN-DATE-8                       04220000
042300                   SET WS-CAL-FOUND TO TRUE                       04230000
042400                   IF CAL-PERIOD-END = 'Y'                        04240000
042500                      SET WS-PERIOD-END TO TRUE                   04250000
042600                   END-IF                                         04260000
042700                END-IF                                            04270000
042800        END-READ                                                  04280000
042900     END-PERFORM.                                                 04290000
043000     CLOSE CAL-FILE.                                              04300000
043100     IF NOT WS-CAL-FOUND                                          04310000
043200        DISPLAY 'RUN DATE ' WS-RUN-DATE-8                         04320000
043300                ' NOT ON AOCDBCAL - NO PERIOD-END CHECK'          04330000
043400     END-IF.                                                      04340000
043500 0800-EXIT.                                                       04350000
043600     EXIT.                                                        04360000
043700                                                                  04370000
043800 1000-OPEN-REPORT.                                                04380000
043900     OPEN OUTPUT VAL-RPT.                                         04390000
044000     MOVE SPACES              TO VAL-REC.                         04400000
044100     STRING 'BADGE STOCK VALUATION AND CONSUMPTION - RUN '        04410000
044200        DELIMITED BY SIZE                                         04420000
044300        WS-RUN-DATE DELIMITED BY SIZE                             04430000
044400        INTO VAL-REC.                                             04440000
044500     WRITE VAL-REC.                                               04450000
044600 1000-EXIT.                                                       04460000
044700     EXIT.                                                        04470000
044800                                                                  04480000
044900 2000-VALUE-STOCK.                                                04490000
045000     MOVE SPACES              TO VAL-REC.                         04500000
045100     WRITE VAL-REC.                                               04510000
045200     MOVE 'ON-HAND STOCK VALUATION'  TO VAL-REC.                  04520000
045300     WRITE VAL-REC.                                               04530000
045400     MOVE SPACES              TO VAL-REC.                         04540000
045500     MOVE 'ITEM   ON-HAND   UNIT COST            VALUE'           04550000
045600                              TO VAL-REC(1:43).                   04560000
045700     WRITE VAL-REC.                                               04570000
045800     PERFORM VARYING WS-SLOT FROM 1 BY 1                          04580000
045900               UNTIL WS-SLOT > WS-LDG-CNT                         04590000
046000        MOVE WS-LDG-ITEM(WS-SLOT)  TO JRN-ITEM                    04600000
046100        PERFORM 2500-FIND-UNIT-COST  THRU 2500-EXIT               04610000
046200        COMPUTE WS-LINE-VALUE = WS-LDG-ON-HAND(WS-SLOT)           04620000
046300                              * WS-UNIT-COST                      04630000
046400        ADD WS-LINE-VALUE     TO WS-STOCK-VALUE                   04640000
046500        ADD WS-LDG-ON-HAND(WS-SLOT)  TO WS-STOCK-UNITS            04650000
046600        MOVE SPACES           TO VAL-REC                          04660000
046700        MOVE WS-LDG-ITEM(WS-SLOT)    TO VAL-STK-LABEL(3:1)        04670000
046800        MOVE WS-LDG-ON-HAND(WS-SLOT) TO VAL-STK-ON-HAND           04680000
046900        MOVE WS-UNIT-COST     TO VAL-STK-COST                     04690000
047000        MOVE WS-LINE-VALUE    TO VAL-STK-VALUE                    04700000
047100        MOVE WS-NOTE          TO VAL-STK-NOTE                     04710000
047200        WRITE VAL-STK-LINE                                        04720000
047300     END-PERFORM.                                                 04730000
047400     MOVE SPACES              TO VAL-REC.                         04740000
047500     MOVE 'TOTAL'             TO VAL-STK-LABEL.                   04750000
047600     MOVE WS-STOCK-UNITS      TO VAL-STK-ON-HAND.                 04760000
047700     MOVE WS-STOCK-VALUE      TO VAL-STK-VALUE.                   04770000
047800     WRITE VAL-STK-LINE.                                          04780000
047900     DISPLAY 'STOCK UNITS: ' WS-STOCK-UNITS                       04790000
048000             ' VALUE: ' VAL-STK-VALUE.                            04800000
048100 2000-EXIT.                                                       04810000
048200     EXIT.                                                        04820000
048300                                                                  04830000
048400 2500-FIND-UNIT-COST.                                             04840000
048500*----------------------------------------------------------------*04850000
048600* AN ITEM WITH NO UNIT COST IS VALUED AT NIL AND FLAGGED - THE   *04860000
048700* REPORT STILL BALANCES, BUT THE RUN ENDS RC 4 UNTIL THE COST    *04870000
048800* IS ADDED THROUGH AOCDMMNT                                      *04880000
048900*----------------------------------------------------------------*04890000
049000     MOVE ZEROES              TO WS-CST-SLOT.                     04900000
049100     PERFORM VARYING WS-I FROM 1 BY 1                             04910000
049200               UNTIL WS-I > WS-CST-CNT                            04920000
049300                  OR WS-CST-SLOT > ZEROES                         04930000
049400        IF WS-CST-ITEM(WS-I) = JRN-ITEM                           04940000
049500           MOVE WS-I             TO WS-CST-SLOT                   04950000
049600        END-IF                                                    04960000
049700     END-PERFORM.                                                 04970000
049800     IF WS-CST-SLOT = ZEROES                                      04980000
049900        MOVE ZEROES           TO WS-UNIT-COST                     04990000
050000        MOVE 'NO COST'        TO WS-NOTE                          05000000
050100        ADD 1                 TO WS-NOCOST-CNT                    05010000
050200        DISPLAY 'NO UNIT COST FOR ITEM ' JRN-ITEM                 05020000
050300     ELSE                                                         05030000
050400        MOVE WS-CST-COST(WS-CST-SLOT)  TO WS-UNIT-COST            05040000
050500        MOVE SPACES           TO WS-NOTE                          05050000
050600     END-IF.                                                      05060000
050700 2500-EXIT.                                                       05070000
050800     EXIT.                                                        05080000
050900                                                                  05090000
051000 3000-COST-CONSUMPTION.                                           05100000
051100     OPEN INPUT JRN-RPT.                                          05110000
051200     IF NOT JRN-SUCCESS                                           05120000
051300        DISPLAY 'NO DRAW JOURNAL - NO CONSUMPTION TONIGHT'        05130000
051400     ELSE                                                         05140000
051500        PERFORM UNTIL JRN-EOF                                     05150000
051600           READ JRN-RPT                                           05160000
051700                AT END                                            05170000
051800                   SET JRN-EOF TO TRUE                            05180000
051900                NOT AT END                                        05190000
052000                   ADD 1         TO WS-JRN-CNT                    05200000
052100                   PERFORM 3100-TALLY-ONE-DRAW  THRU 3100-EXIT    05210000
052200           END-READ                                               05220000
052300        END-PERFORM                                               05230000
052400        CLOSE JRN-RPT                                             05240000
052500     END-IF.                                                      05250000
052600     MOVE SPACES              TO VAL-REC.                         05260000
052700     WRITE VAL-REC.                                               05270000
052800     MOVE 'TONIGHT''S CONSUMPTION FROM AOCD3JRN'  TO VAL-REC.     05280000
052900     WRITE VAL-REC.                                               05290000
053000     PERFORM 3500-WRITE-CON-HEADING  THRU 3500-EXIT.              05300000
053100     PERFORM VARYING WS-SLOT FROM 1 BY 1                          05310000
053200               UNTIL WS-SLOT > WS-CON-CNT                         05320000
053300        MOVE WS-CON-ITEM(WS-SLOT)  TO JRN-ITEM                    05330000
053400        PERFORM 2500-FIND-UNIT-COST  THRU 2500-EXIT               05340000
053500        COMPUTE WS-CON-DRAW-VAL(WS-SLOT) =                        05350000
053600                WS-CON-DRAWS(WS-SLOT) * WS-UNIT-COST              05360000
053700        COMPUTE WS-CON-REPL-VAL(WS-SLOT) =                        05370000
053800                WS-CON-REPL(WS-SLOT) * WS-UNIT-COST               05380000
053900        ADD WS-CON-DRAWS(WS-SLOT)    TO WS-TOT-DRAWS              05390000
054000        ADD WS-CON-REPL(WS-SLOT)     TO WS-TOT-REPL               05400000
054100        ADD WS-CON-DRAW-VAL(WS-SLOT) TO WS-TOT-DRAW-VALUE         05410000
054200        ADD WS-CON-REPL-VAL(WS-SLOT) TO WS-TOT-REPL-VALUE         05420000
054300        MOVE SPACES           TO VAL-REC                          05430000
054400        MOVE WS-CON-ITEM(WS-SLOT)    TO VAL-CON-LABEL(3:1)        05440000
054500        MOVE WS-CON-DRAWS(WS-SLOT)   TO VAL-CON-DRAWS             05450000
054600        MOVE WS-CON-REPL(WS-SLOT)    TO VAL-CON-REPL              05460000
054700        MOVE WS-UNIT-COST     TO VAL-CON-COST                     05470000
054800        MOVE WS-CON-DRAW-VAL(WS-SLOT)  TO VAL-CON-DRAW-VALUE      05480000
054900        MOVE WS-CON-REPL-VAL(WS-SLOT)  TO VAL-CON-REPL-VALUE      05490000
055000        MOVE WS-NOTE          TO VAL-CON-NOTE                     05500000
055100        WRITE VAL-CON-LINE                                        05510000
055200     END-PERFORM.                                                 05520000
055300     MOVE SPACES              TO VAL-REC.                         05530000
055400     MOVE 'TOTAL'             TO VAL-CON-LABEL.                   05540000
055500     MOVE WS-TOT-DRAWS        TO VAL-CON-DRAWS.                   05550000
055600     MOVE WS-TOT-REPL         TO VAL-CON-REPL.                    05560000
055700     MOVE WS-TOT-DRAW-VALUE   TO VAL-CON-DRAW-VALUE.              05570000
055800     MOVE WS-TOT-REPL-VALUE   TO VAL-CON-REPL-VALUE.              05580000
055900     WRITE VAL-CON-LINE.                                          05590000
056000     MOVE SPACES              TO VAL-REC.                         05600000
056100     MOVE WS-TOT-REPL         TO WS-EDIT-QTY.                     05610000
056200     MOVE WS-TOT-REPL-VALUE   TO WS-EDIT-VALUE.                   05620000
056300     STRING 'REPLACEMENTS BUCKET 99999 - BADGES '                 05630000
056400        DELIMITED BY SIZE                                         05640000
056500        WS-EDIT-QTY DELIMITED BY SIZE                             05650000
056600        '  COST ' DELIMITED BY SIZE                               05660000
056700        WS-EDIT-VALUE DELIMITED BY SIZE                           05670000
056800        INTO VAL-REC.                                             05680000
056900     WRITE VAL-REC.                                               05690000
057000     COMPUTE WS-NIGHT-VALUE = WS-TOT-DRAW-VALUE                   05700000
057100                            + WS-TOT-REPL-VALUE.                  05710000
057200     MOVE SPACES              TO VAL-REC.                         05720000
057300     MOVE WS-NIGHT-VALUE      TO WS-EDIT-VALUE.                   05730000
057400     STRING 'TONIGHT''S CONSUMPTION COST          '               05740000
057500        DELIMITED BY SIZE                                         05750000
057600        WS-EDIT-VALUE DELIMITED BY SIZE                           05760000
057700        INTO VAL-REC.                                             05770000
057800     WRITE VAL-REC.                                               05780000
057900     DISPLAY 'DRAWS COSTED: ' WS-JRN-CNT                          05790000
058000             ' CONSUMPTION: ' WS-EDIT-VALUE.                      05800000
058100 3000-EXIT.                                                       05810000
058200     EXIT.                                                        05820000
058300                                                                  05830000
058400 3100-TALLY-ONE-DRAW.                                             05840000
058500     MOVE ZEROES              TO WS-I.                            05850000
058600     PERFORM VARYING WS-SLOT FROM 1 BY 1                          05860000
058700               UNTIL WS-SLOT > WS-CON-CNT                         05870000
058800                  OR WS-I > ZEROES                                05880000
058900        IF WS-CON-ITEM(WS-SLOT) = JRN-ITEM                        05890000
059000           MOVE WS-SLOT          TO WS-I                          05900000
059100        END-IF                                                    05910000
059200     END-PERFORM.                                                 05920000
059300     IF WS-I = ZEROES                                             05930000
059400        IF WS-CON-CNT NOT < WS-MAX-CONS                           05940000
059500           DISPLAY 'CONSUMPTION TABLE FULL - DRAW NOT COSTED: '   05950000
059600                   JRN-ITEM                                       05960000
059700           GO TO 3100-EXIT                                        05970000
059800        END-IF                                                    05980000
059900        ADD 1                 TO WS-CON-CNT                       05990000
060000        MOVE WS-CON-CNT       TO WS-I                             06000000
060100        INITIALIZE            WS-CON-ENTRY(WS-I)                  06010000
060200        MOVE JRN-ITEM         TO WS-CON-ITEM(WS-I)                06020000
060300     END-IF.                                                      06030000
060400     IF JRN-REPLACEMENT                                           06040000
060500        ADD 1                 TO WS-CON-REPL(WS-I)                06050000
060600     ELSE                                                         06060000
060700        ADD 1                 TO WS-CON-DRAWS(WS-I)               06070000
060800     END-IF.                                                      06080000
060900 3100-EXIT.                                                       06090000
061000     EXIT.                                                        06100000
061100                                                                  06110000
061200 3500-WRITE-CON-HEADING.                                          06120000
061300     MOVE SPACES              TO VAL-REC.                         06130000
061400     MOVE 'ITEM     DRAWS  REPLACE  UNIT COST'                    06140000
061500                              TO VAL-REC(1:34).                   06150000
061600     MOVE '     DRAWN VALUE   REPLACE VALUE'                      06160000
061700                              TO VAL-REC(35:32).                  06170000
061800     WRITE VAL-REC.                                               06180000
061900 3500-EXIT.                                                       06190000
062000     EXIT.                                                        06200000
062100                                                                  06210000
062200 4000-POST-PERIOD-TO-DATE.                                        06220000
062300*----------------------------------------------------------------*06230000
062400* A NIGHT IS ADDED TO THE PERIOD ONCE ONLY - A RERUN ON THE SAME *06240000
062500* DATE REPORTS AGAIN BUT DOES NOT COUNT THE DRAWS TWICE          *06250000
062600*----------------------------------------------------------------*06260000
062700     IF WS-LAST-POSTED = WS-RUN-DATE                              06270000
062800        SET WS-ALREADY-POSTED TO TRUE                             06280000
062900        DISPLAY 'CONSUMPTION FOR ' WS-RUN-DATE                    06290000
063000                ' ALREADY IN PERIOD-TO-DATE - NOT ADDED AGAIN'    06300000
063100        MOVE SPACES           TO VAL-REC                          06310000
063200        MOVE 'RERUN - TONIGHT ALREADY IN PERIOD-TO-DATE'          06320000
063300                              TO VAL-REC                          06330000
063400        WRITE VAL-REC                                             06340000
063500        GO TO 4000-EXIT                                           06350000
063600     END-IF.                                                      06360000
063700     IF WS-PERIOD-START = ZEROES                                  06370000
063800        MOVE WS-RUN-DATE      TO WS-PERIOD-START                  06380000
063900     END-IF.                                                      06390000
064000     MOVE WS-RUN-DATE         TO WS-LAST-POSTED.                  06400000
064100     PERFORM VARYING WS-SLOT FROM 1 BY 1                          06410000
064200               UNTIL WS-SLOT > WS-CON-CNT                         06420000
064300        PERFORM 4100-POST-ONE-ITEM  THRU 4100-EXIT                06430000
064400     END-PERFORM.                                                 06440000
064500 4000-EXIT.                                                       06450000
064600     EXIT.                                                        06460000
064700                                                                  06470000
064800 4100-POST-ONE-ITEM.                                              06480000
064900     MOVE ZEROES              TO WS-I.                            06490000
065000     PERFORM VARYING WS-CST-SLOT FROM 1 BY 1                      06500000
065100               UNTIL WS-CST-SLOT > WS-PTD-CNT                     06510000
065200                  OR WS-I > ZEROES                                06520000
065300        IF WS-PTD-ITEM(WS-CST-SLOT) = WS-CON-ITEM(WS-SLOT)        06530000
065400           MOVE WS-CST-SLOT      TO WS-I                          06540000
065500        END-IF                                                    06550000
065600     END-PERFORM.                                                 06560000
065700     IF WS-I = ZEROES                                             06570000
065800        IF WS-PTD-CNT NOT < WS-MAX-PTDS                           06580000
065900           DISPLAY 'PERIOD-TO-DATE TABLE FULL - NOT POSTED: '     06590000
066000                   WS-CON-ITEM(WS-SLOT)                           06600000
066100           GO TO 4100-EXIT                                        06610000
066200        END-IF                                                    06620000
066300        ADD 1                 TO WS-PTD-CNT                       06630000
066400        MOVE WS-PTD-CNT       TO WS-I                             06640000
066500        INITIALIZE            WS-PTD-ENTRY(WS-I)                  06650000
066600        MOVE WS-CON-ITEM(WS-SLOT)  TO WS-PTD-ITEM(WS-I)           06660000
066700     END-IF.                                                      06670000
066800     ADD WS-CON-DRAWS(WS-SLOT)     TO WS-PTD-DRAWS(WS-I).         06680000
066900     ADD WS-CON-REPL(WS-SLOT)      TO WS-PTD-REPL(WS-I).          06690000
067000     ADD WS-CON-DRAW-VAL(WS-SLOT)  TO WS-PTD-DRAW-VAL(WS-I).      06700000
067100     ADD WS-CON-REPL-VAL(WS-SLOT)  TO WS-PTD-REPL-VAL(WS-I).      06710000
067200 4100-EXIT.                                                       06720000
067300     EXIT.                                                        06730000
067400                                                                  06740000
067500 5000-PERIOD-SUMMARY.                                             06750000
067600*----------------------------------------------------------------*06760000
067700* PERIOD END - THE COST OF EVERY BADGE ISSUED SINCE THE PERIOD   *06770000
067800* STARTED, BY ITEM, AT THE COST IN FORCE ON THE NIGHT IT WAS     *06780000
067900* DRAWN. THE ACCUMULATORS THEN CLEAR FOR THE NEXT PERIOD         *06790000
068000*----------------------------------------------------------------*06800000
068100     IF WS-ALREADY-POSTED                                         06810000
068200        AND WS-PERIOD-START = ZEROES                              06820000
068300        DISPLAY 'PERIOD ALREADY CLOSED ON ' WS-RUN-DATE           06830000
068400        GO TO 5000-EXIT                                           06840000
068500     END-IF.                                                      06850000
068600     MOVE SPACES              TO VAL-REC.                         06860000
068700     WRITE VAL-REC.                                               06870000
068800     MOVE SPACES              TO VAL-REC.                         06880000
068900     STRING 'PERIOD-TO-DATE COST SUMMARY - PERIOD '               06890000
069000        DELIMITED BY SIZE                                         06900000
069100        WS-PERIOD-START DELIMITED BY SIZE                         06910000
069200        ' TO ' DELIMITED BY SIZE                                  06920000
069300        WS-RUN-DATE DELIMITED BY SIZE                             06930000
069400        INTO VAL-REC.                                             06940000
069500     WRITE VAL-REC.                                               06950000
069600     PERFORM 3500-WRITE-CON-HEADING  THRU 3500-EXIT.              06960000
069700     MOVE ZEROES              TO WS-TOT-DRAWS WS-TOT-REPL         06970000
069800                                 WS-TOT-DRAW-VALUE                06980000
069900                                 WS-TOT-REPL-VALUE.               06990000
070000     PERFORM VARYING WS-SLOT FROM 1 BY 1                          07000000
070100               UNTIL WS-SLOT > WS-PTD-CNT                         07010000
070200        ADD WS-PTD-DRAWS(WS-SLOT)    TO WS-TOT-DRAWS              07020000
070300        ADD WS-PTD-REPL(WS-SLOT)     TO WS-TOT-REPL               07030000
070400        ADD WS-PTD-DRAW-VAL(WS-SLOT) TO WS-TOT-DRAW-VALUE         07040000
070500        ADD WS-PTD-REPL-VAL(WS-SLOT) TO WS-TOT-REPL-VALUE         07050000
070600        MOVE SPACES           TO VAL-REC                          07060000
070700        MOVE WS-PTD-ITEM(WS-SLOT)    TO VAL-CON-LABEL(3:1)        07070000
070800        MOVE WS-PTD-DRAWS(WS-SLOT)   TO VAL-CON-DRAWS             07080000
070900        MOVE WS-PTD-REPL(WS-SLOT)    TO VAL-CON-REPL              07090000
071000        MOVE WS-PTD-DRAW-VAL(WS-SLOT)  TO VAL-CON-DRAW-VALUE      07100000
071100        MOVE WS-PTD-REPL-VAL(WS-SLOT)  TO VAL-CON-REPL-VALUE      07110000
071200        WRITE VAL-CON-LINE                                        07120000
071300     END-PERFORM.                                                 07130000
071400     MOVE SPACES              TO VAL-REC.                         07140000
071500     MOVE 'TOTAL'             TO VAL-CON-LABEL.                   07150000
071600     MOVE WS-TOT-DRAWS        TO VAL-CON-DRAWS.                   07160000
071700     MOVE WS-TOT-REPL         TO VAL-CON-REPL.                    07170000
071800     MOVE WS-TOT-DRAW-VALUE   TO VAL-CON-DRAW-VALUE.              07180000
071900     MOVE WS-TOT-REPL-VALUE   TO VAL-CON-REPL-VALUE.              07190000
072000     WRITE VAL-CON-LINE.                                          07200000
072100     COMPUTE WS-LINE-VALUE = WS-TOT-DRAW-VALUE                    07210000
072200                           + WS-TOT-REPL-VALUE.                   07220000
072300     MOVE SPACES              TO VAL-REC.                         07230000
072400     MOVE WS-LINE-VALUE       TO WS-EDIT-VALUE.                   07240000
072500     STRING 'PERIOD CONSUMPTION COST             '                07250000
072600        DELIMITED BY SIZE                                         07260000
072700        WS-EDIT-VALUE DELIMITED BY SIZE                           07270000
072800        INTO VAL-REC.                                             07280000
072900     WRITE VAL-REC.                                               07290000
073000     DISPLAY 'PERIOD END ' WS-RUN-DATE                            07300000
073100             ' - PERIOD-TO-DATE COST ' WS-EDIT-VALUE.             07310000
073200     MOVE ZEROES              TO WS-PTD-CNT.                      07320000
073300     MOVE ZEROES              TO WS-PERIOD-START.                 07330000
073400 5000-EXIT.                                                       07340000
073500     EXIT.                                                        07350000
073600                                                                  07360000
073700 6000-REWRITE-PERIOD-TO-DATE.                                     07370000
073800     OPEN OUTPUT CPD-FILE.                                        07380000
073900     MOVE SPACES              TO CPD-REC.                         07390000
074000     MOVE 'C'                 TO CPD-REC-TYPE.                    07400000
074100     MOVE WS-PERIOD-START     TO CPD-PERIOD-START.                07410000
074200     MOVE WS-LAST-POSTED      TO CPD-LAST-POSTED.                 07420000
074300     WRITE CPD-REC.                                               07430000
074400     PERFORM VARYING WS-SLOT FROM 1 BY 1                          07440000
074500               UNTIL WS-SLOT > WS-PTD-CNT                         07450000
074600        MOVE SPACES           TO CPD-REC                          07460000
074700        MOVE 'I'              TO CPD-REC-TYPE                     07470000
074800        MOVE WS-PTD-ITEM(WS-SLOT)      TO CPD-ITEM                07480000
074900        MOVE WS-PTD-DRAWS(WS-SLOT)     TO CPD-DRAW-QTY            07490000
075000        MOVE WS-PTD-REPL(WS-SLOT)      TO CPD-REPL-QTY            07500000
075100        MOVE WS-PTD-DRAW-VAL(WS-SLOT)  TO CPD-DRAW-COST           07510000
075200        MOVE WS-PTD-REPL-VAL(WS-SLOT)  TO CPD-REPL-COST           07520000
075300        WRITE CPD-REC                                             07530000
075400     END-PERFORM.                                                 07540000
075500     CLOSE CPD-FILE.                                              07550000
075600 6000-EXIT.                                                       07560000
075700     EXIT.                                                        07570000
075800                                                                  07580000
075900*----------------------------------------------------------------*07590000
076000*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *07600000
076100*----------------------------------------------------------------*07610000
076200 9800-WRITE-AUDIT-HIST.                                           07620000
076300     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      07630000
076400     ACCEPT WS-HIST-TIME FROM TIME.                               07640000
076500     OPEN EXTEND AUD-HIST.                                        07650000
076600     INITIALIZE AUD-HIST-REC.                                     07660000
076700     MOVE WS-HIST-DATE          TO HIST-DATE.                     07670000
076800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     07680000
076900     MOVE 'AOCD3PGD'            TO HIST-PGM.                      07690000
076901     MOVE WS-HIST-VER           TO HIST-VERSION.                  07690100
077000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   07700000
077100     WRITE AUD-HIST-REC.                                          07710000
077200     CLOSE AUD-HIST.                                              07720000
077300 9800-EXIT.                                                       07730000
077400     EXIT.                                                        07740000
