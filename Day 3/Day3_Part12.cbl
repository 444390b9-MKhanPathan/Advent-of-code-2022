000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 3 PROGRAM 12                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  OPEN PURCHASE ORDERS REPORT. AOCD3PGB RAISES THE ORDERS AND   *00040000
000500*  AOCD3PG6 RECEIVES AGAINST THEM, BUT NOTHING SHOWED PURCHASING *00050000
000600*  WHAT IS STILL TO COME. EVERY AOCD3OPO LINE THAT IS OPEN OR    *00060000
000700*  PART RECEIVED IS LISTED ON AOCD3OOR WITH THE QUANTITY AND     *00070000
000800*  VALUE STILL OUTSTANDING AND ITS DUE DATE; A LINE PAST ITS DUE *00080000
000900*  DATE IS MARKED LATE WITH THE DAYS OVERDUE, AND THE RUN ENDS   *00090000
001000*  RC 4 SO THE CHASING STARTS THE SAME MORNING                   *00100000
001100*----------------------------------------------------------------*00110000
001200 IDENTIFICATION DIVISION.                                         00120000
001300 PROGRAM-ID. AOCD3PGC.                                            00130000
001400 AUTHOR. z/OS Mainframer.                                         00140000
001500                                                                  00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
001800 FILE-CONTROL.                                                    00180000
001900*----------------------------------------------------------------*00190000
002000* OPEN-PO FILE MAINTAINED BY AOCD3PGB AND AOCD3PG6               *00200000
002100*----------------------------------------------------------------*00210000
002200     SELECT OPO-FILE     ASSIGN TO AOCD3OPO                       00220000
002300        ORGANIZATION    IS SEQUENTIAL                             00230000
002400         ACCESS MODE    IS SEQUENTIAL                             00240000
002500         FILE STATUS    IS OPO-FILE-STATUS.                       00250000
002600                                                                  00260000
002700*----------------------------------------------------------------*00270000
002800* OPEN ORDERS REPORT - ONE LINE PER OUTSTANDING ORDER LINE       *00280000
002900*----------------------------------------------------------------*00290000
003000     SELECT OOR-RPT      ASSIGN TO AOCD3OOR                       00300000
003100        ORGANIZATION    IS SEQUENTIAL                             00310000
003200         ACCESS MODE    IS SEQUENTIAL                             00320000
003300         FILE STATUS    IS OOR-FILE-STATUS.                       00330000
003400                                                                  00340000
003500*----------------------------------------------------------------*00350000
003600*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00360000
003700*----------------------------------------------------------------*00370000
003800     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00380000
003900        ORGANIZATION    IS SEQUENTIAL                             00390000
004000         ACCESS MODE    IS SEQUENTIAL                             00400000
004100         FILE STATUS    IS HIST-FILE-STATUS.                      00410000
004200                                                                  00420000
004300 DATA DIVISION.                                                   00430000
004400 FILE SECTION.                                                    00440000
004500 FD  OPO-FILE.                                                    00450000
004600 01  OPO-REC.                                                     00460000
004700     05 OPO-PO-NUMBER    PIC 9(06).                               00470000
004800     05 FILLER           PIC X(01).                               00480000
004900     05 OPO-LINE-NO      PIC 9(02).                               00490000
005000     05 FILLER           PIC X(01).                               00500000
005100     05 OPO-SUPPLIER     PIC X(10).                               00510000
005200     05 FILLER           PIC X(01).                               00520000
005300     05 OPO-ITEM         PIC X(01).                               00530000
005400     05 FILLER           PIC X(01).                               00540000
005500     05 OPO-ORDER-QTY    PIC 9(07).                               00550000
005600     05 FILLER           PIC X(01).                               00560000
005700     05 OPO-RECEIVED-QTY PIC 9(07).                               00570000
005800     05 FILLER           PIC X(01).                               00580000
005900     05 OPO-UNIT-COST    PIC 9(05)V99.                            00590000
006000     05 FILLER           PIC X(01).                               00600000
006100     05 OPO-ORDER-DATE   PIC 9(06).                               00610000
006200     05 FILLER           PIC X(01).                               00620000
006300     05 OPO-DUE-DATE     PIC 9(06).                               00630000
006400     05 FILLER           PIC X(01).                               00640000
006500     05 OPO-STATUS       PIC X(01).                               00650000
006600        88 OPO-OUTSTANDING            VALUE 'O' 'P'.              00660000
006700        88 OPO-OVER-RECEIVED          VALUE 'V'.                  00670000
006800     05 FILLER           PIC X(01).                               00680000
006900     05 OPO-LAST-RCPT    PIC 9(06).                               00690000
007000     05 FILLER           PIC X(11).                               00700000
007100                                                                  00710000
007200 FD  OOR-RPT.                                                     00720000
007300 01  OOR-REC              PIC X(80).                              00730000
007400 01  OOR-DTL-LINE.                                                00740000
007500     05 OOR-PO-NUMBER     PIC 9(06).                              00750000
007600     05 FILLER            PIC X(01).                              00760000
007700     05 OOR-LINE-NO       PIC 9(02).                              00770000
007800     05 FILLER            PIC X(02).                              00780000
007900     05 OOR-SUPPLIER      PIC X(10).                              00790000
008000     05 FILLER            PIC X(02).                              00800000
008100     05 OOR-ITEM          PIC X(01).                              00810000
008200     05 FILLER            PIC X(02).                              00820000
008300     05 OOR-STATUS        PIC X(01).                              00830000
008400     05 FILLER            PIC X(02).                              00840000
008500     05 OOR-ORDER-QTY     PIC ZZZZZZ9.                            00850000
008600     05 FILLER            PIC X(01).                              00860000
008700     05 OOR-OUTST-QTY     PIC ZZZZZZ9.                            00870000
008800     05 FILLER            PIC X(01).                              00880000
008900     05 OOR-OUTST-VALUE   PIC ZZZ,ZZZ,ZZ9.99.                     00890000
009000     05 FILLER            PIC X(01).                              00900000
009100     05 OOR-DUE-DATE      PIC 9(06).                              00910000
009200     05 FILLER            PIC X(01).                              00920000
009300     05 OOR-DAYS-LATE     PIC ZZZ9.                               00930000
009400     05 FILLER            PIC X(01).                              00940000
009500     05 OOR-FLAG          PIC X(04).                              00950000
009600     05 FILLER            PIC X(04).                              00960000
009700 01  OOR-TOT-LINE.                                                00970000
009800     05 OOR-TOT-LABEL     PIC X(30).                              00980000
009900     05 OOR-TOT-COUNT     PIC ZZZZ9.                              00990000
010000     05 FILLER            PIC X(16).                              01000000
010100     05 OOR-TOT-VALUE     PIC ZZZ,ZZZ,ZZ9.99.                     01010000
010200     05 FILLER            PIC X(15).                              01020000
010300                                                                  01030000
010400 FD  AUD-HIST                                                     01040000
010500     DATA RECORD IS AUD-HIST-REC.                                 01050000
010600 01  AUD-HIST-REC.                                                01060000
010700     05 HIST-DATE            PIC 9(08).                           01070000
010800     05 FILLER               PIC X(02).                           01080000
010900     05 HIST-TIME            PIC 9(06).                           01090000
011000     05 FILLER               PIC X(02).                           01100000
011100     05 HIST-PGM             PIC X(08).                           01110000
011200     05 FILLER               PIC X(02).                           01120000
011300     05 HIST-OUTPUT          PIC X(40).                           01130000
011301     05 FILLER               PIC X(02).                           01130100
011302     05 HIST-VERSION         PIC X(08).                           01130200
011400                                                                  01140000
011500 WORKING-STORAGE SECTION.                                         01150000
011600 01  WS-WORK-FIELDS.                                              01160000
011700     05 WS-OPO-CNT        PIC 9(05)   VALUE ZEROES.               01170000
011800     05 WS-OPEN-CNT       PIC 9(05)   VALUE ZEROES.               01180000
011900     05 WS-LATE-CNT       PIC 9(05)   VALUE ZEROES.               01190000
012000     05 WS-OVER-CNT       PIC 9(05)   VALUE ZEROES.               01200000
012100     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01210000
012200     05 WS-RUN-DATE-INT   PIC 9(08)   VALUE ZEROES.               01220000
012300     05 WS-DUE-DATE-INT   PIC 9(08)   VALUE ZEROES.               01230000
012400     05 WS-DAYS-LATE      PIC 9(05)   VALUE ZEROES.               01240000
012500     05 WS-OUTST-QTY      PIC 9(07)   VALUE ZEROES.               01250000
012600     05 WS-OUTST-VALUE    PIC 9(09)V99 VALUE ZEROES.              01260000
012700     05 WS-OPEN-VALUE     PIC 9(09)V99 VALUE ZEROES.              01270000
012800     05 WS-LATE-VALUE     PIC 9(09)V99 VALUE ZEROES.              01280000
012900                                                                  01290000
013000 01  WS-SWITCHES.                                                 01300000
013100     05 OPO-FILE-STATUS   PIC X(02)   VALUE SPACES.               01310000
013200        88 OPO-SUCCESS    VALUE '00'.                             01320000
013300        88 OPO-EOF        VALUE '10'.                             01330000
013400     05 OOR-FILE-STATUS   PIC X(02)   VALUE SPACES.               01340000
013500        88 OOR-SUCCESS    VALUE '00'.                             01350000
013600     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01360000
013700        88 HIST-SUCCESS   VALUE '00'.                             01370000
013800                                                                  01380000
013900 01  WS-HIST-FIELDS.                                              01390000
014000     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01400000
014100     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01410000
014200     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01420000
014201     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01420100
014300                                                                  01430000
014400 PROCEDURE DIVISION.                                              01440000
014500                                                                  01450000
014600     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            01460000
014700     PERFORM 2000-READ-OPEN-PO         THRU 2000-EXIT             01470000
014800       UNTIL OPO-EOF.                                             01480000
014900     PERFORM 5000-WRITE-TOTALS         THRU 5000-EXIT.            01490000
015000     CLOSE OPO-FILE.                                              01500000
015100     CLOSE OOR-RPT.                                               01510000
015200     IF WS-LATE-CNT > ZEROES                                      01520000
015300        MOVE 4                TO RETURN-CODE                      01530000
015400     END-IF.                                                      01540000
015500     STRING 'OPEN PO LINES ' DELIMITED BY SIZE                    01550000
015600        WS-OPEN-CNT DELIMITED BY SIZE                             01560000
015700        ' LATE ' DELIMITED BY SIZE                                01570000
015800        WS-LATE-CNT DELIMITED BY SIZE                             01580000
015900        INTO WS-HIST-MSG.                                         01590000
016000     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               01600000
016100     GOBACK.                                                      01610000
016200                                                                  01620000
016300 1000-OPEN-FILES.                                                 01630000
016400     OPEN INPUT OPO-FILE.                                         01640000
016500     IF NOT OPO-SUCCESS                                           01650000
016600        DISPLAY 'ERROR - UNABLE TO OPEN AOCD3OPO, FILE STATUS: '  01660000
016700                OPO-FILE-STATUS                                   01670000
016800        MOVE 16             TO RETURN-CODE                        01680000
016900        MOVE 'UNABLE TO OPEN OPEN-PO FILE'  TO WS-HIST-MSG        01690000
017000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             01700000
017100        GOBACK                                                    01710000
017200     END-IF.                                                      01720000
017300     OPEN OUTPUT OOR-RPT.                                         01730000
017400     ACCEPT WS-RUN-DATE      FROM DATE.                           01740000
017500     COMPUTE WS-RUN-DATE-INT = 20000000 + WS-RUN-DATE.            01750000
017600     MOVE SPACES              TO OOR-REC.                         01760000
017700     STRING 'OPEN PURCHASE ORDERS AS OF ' DELIMITED BY SIZE       01770000
017800        WS-RUN-DATE DELIMITED BY SIZE                             01780000
017900        INTO OOR-REC.                                             01790000
018000     WRITE OOR-REC.                                               01800000
018100     MOVE SPACES              TO OOR-REC.                         01810000
018200     MOVE 'PO     LN  SUPPLIER    I  S  ORDERED  OUTSTD'          01820000
018300                              TO OOR-REC(1:46).                   01830000
018400     MOVE '          VALUE DUE    LATE'                           01840000
018500                              TO OOR-REC(47:27).                  01850000
018600     WRITE OOR-REC.                                               01860000
018700 1000-EXIT.                                                       01870000
018800     EXIT.                                                        01880000
018900                                                                  01890000
019000 2000-READ-OPEN-PO.                                               01900000
019100     READ OPO-FILE                                                01910000
019200          AT END                                                  01920000
019300             SET OPO-EOF TO TRUE                                  01930000
019400          NOT AT END                                              01940000
019500             ADD 1                 TO WS-OPO-CNT                  01950000
019600             PERFORM 2100-LIST-ONE-LINE  THRU 2100-EXIT           01960000
019700     END-READ.                                                    01970000
019800 2000-EXIT.                                                       01980000
019900     EXIT.                                                        01990000
020000                                                                  02000000
020100 2100-LIST-ONE-LINE.                                              02010000
020200     IF OPO-OVER-RECEIVED                                         02020000
020300        ADD 1                 TO WS-OVER-CNT                      02030000
020400     END-IF.                                                      02040000
020500     IF NOT OPO-OUTSTANDING                                       02050000
020600        GO TO 2100-EXIT                                           02060000
020700     END-IF.                                                      02070000
020800     ADD 1                    TO WS-OPEN-CNT.                     02080000
020900     COMPUTE WS-OUTST-QTY = OPO-ORDER-QTY - OPO-RECEIVED-QTY.     02090000
021000     COMPUTE WS-OUTST-VALUE = WS-OUTST-QTY * OPO-UNIT-COST.       02100000
021100     ADD WS-OUTST-VALUE       TO WS-OPEN-VALUE.                   02110000
021200     MOVE SPACES              TO OOR-REC.                         02120000
021300     MOVE OPO-PO-NUMBER       TO OOR-PO-NUMBER.                   02130000
021400     MOVE OPO-LINE-NO         TO OOR-LINE-NO.                     02140000
021500     MOVE OPO-SUPPLIER        TO OOR-SUPPLIER.                    02150000
021600     MOVE OPO-ITEM            TO OOR-ITEM.                        02160000
021700     MOVE OPO-STATUS          TO OOR-STATUS.                      02170000
021800     MOVE OPO-ORDER-QTY       TO OOR-ORDER-QTY.                   02180000
021900     MOVE WS-OUTST-QTY        TO OOR-OUTST-QTY.                   02190000
022000     MOVE WS-OUTST-VALUE      TO OOR-OUTST-VALUE.                 02200000
022100     MOVE OPO-DUE-DATE        TO OOR-DUE-DATE.                    02210000
022200*----------------------------------------------------------------*02220000
022300* A LINE IS LATE ONCE ITS DUE DATE HAS PASSED - DUE TODAY IS     *02230000
022400* STILL ON TIME                                                  *02240000
022500*----------------------------------------------------------------*02250000
022600     IF OPO-DUE-DATE IS NUMERIC                                   02260000
022700        AND OPO-DUE-DATE > ZEROES                                 02270000
022800        AND OPO-DUE-DATE < WS-RUN-DATE                            02280000
022900        COMPUTE WS-DUE-DATE-INT = 20000000 + OPO-DUE-DATE         02290000
023000        COMPUTE WS-DAYS-LATE =                                    02300000
023100           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-INT)              02310000
023200         - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-INT)              02320000
023300        MOVE WS-DAYS-LATE     TO OOR-DAYS-LATE                    02330000
023400        MOVE 'LATE'           TO OOR-FLAG                         02340000
023500        ADD 1                 TO WS-LATE-CNT                      02350000
023600        ADD WS-OUTST-VALUE    TO WS-LATE-VALUE                    02360000
023700        DISPLAY 'LATE: PO ' OPO-PO-NUMBER ' ITEM ' OPO-ITEM       02370000
023800                ' SUPPLIER ' OPO-SUPPLIER ' DAYS ' WS-DAYS-LATE   02380000
023900     END-IF.                                                      02390000
024000     WRITE OOR-DTL-LINE.                                          02400000
024100 2100-EXIT.                                                       02410000
024200     EXIT.                                                        02420000
024300                                                                  02430000
024400 5000-WRITE-TOTALS.                                               02440000
024500     MOVE SPACES              TO OOR-REC.                         02450000
024600     MOVE 'OUTSTANDING ORDER LINES'  TO OOR-TOT-LABEL.            02460000
024700     MOVE WS-OPEN-CNT         TO OOR-TOT-COUNT.                   02470000
024800     MOVE WS-OPEN-VALUE       TO OOR-TOT-VALUE.                   02480000
024900     WRITE OOR-TOT-LINE.                                          02490000
025000     MOVE SPACES              TO OOR-REC.                         02500000
025100     MOVE 'LATE ORDER LINES'  TO OOR-TOT-LABEL.                   02510000
025200     MOVE WS-LATE-CNT         TO OOR-TOT-COUNT.                   02520000
025300     MOVE WS-LATE-VALUE       TO OOR-TOT-VALUE.                   02530000
025400     WRITE OOR-TOT-LINE.                                          02540000
025500     MOVE SPACES              TO OOR-REC.                         02550000
025600     MOVE 'OVER-RECEIVED ORDER LINES'  TO OOR-TOT-LABEL.          02560000
025700     MOVE WS-OVER-CNT         TO OOR-TOT-COUNT.                   02570000
025800     WRITE OOR-REC.                                               02580000
025900     DISPLAY 'ORDER LINES READ: ' WS-OPO-CNT                      02590000
026000             ' OUTSTANDING: ' WS-OPEN-CNT                         02600000
026100             ' LATE: ' WS-LATE-CNT                                02610000
026200             ' OVER-RECEIVED: ' WS-OVER-CNT.                      02620000
026300 5000-EXIT.                                                       02630000
026400     EXIT.                                                        02640000
026500                                                                  02650000
026600*----------------------------------------------------------------*02660000
026700*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *02670000
026800*----------------------------------------------------------------*02680000
026900 9800-WRITE-AUDIT-HIST.                                           02690000
027000     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      02700000
027100     ACCEPT WS-HIST-TIME FROM TIME.                               02710000
027200     OPEN EXTEND AUD-HIST.                                        02720000
027300     INITIALIZE AUD-HIST-REC.                                     02730000
027400     MOVE WS-HIST-DATE          TO HIST-DATE.                     02740000
027500     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     02750000
027600     MOVE 'AOCD3PGC'            TO HIST-PGM.                      02760000
027601     MOVE WS-HIST-VER           TO HIST-VERSION.                  02760100
027700     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   02770000
027800     WRITE AUD-HIST-REC.                                          02780000
027900     CLOSE AUD-HIST.                                              02790000
028000 9800-EXIT.                                                       02800000
028100     EXIT.                                                        02810000
