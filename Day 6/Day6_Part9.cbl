000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 6 PROGRAM 9                      *00020000
000300*----------------------------------------------------------------*00030000
000400*  FIELD SERVICE WORK ORDERS. AOCD6PG7 DISPATCH ALERTS AND THE   *00040000
000500*  AOCD6PG6 WATCHLIST WERE BEING RETYPED INTO WORK ORDERS BY THE *00050000
000600*  SERVICE DESK, AND NOBODY KNEW WHICH DISPATCHES WERE EVER      *00060000
000700*  CLOSED. THIS STEP KEEPS THE AOCD6WOM WORK-ORDER MASTER: THE   *00070000
000800*  AOCD6WOC CLOSURE FEED FROM THE TECHNICIANS CLOSES ORDERS WITH *00080000
000900*  A CAUSE CODE, THEN ONE NUMBERED ORDER IS OPENED PER DEVICE    *00090000
001000*  PER EPISODE, ROUTED TO THE REGION AND TECHNICIAN ON AOCD6DVM. *00100000
001100*  A DEVICE WITH AN ORDER STILL OPEN GETS NO SECOND ONE, AND A   *00110000
001200*  SIGNAL THAT PREDATES THE LAST CLOSURE IS NOT A NEW EPISODE.   *00120000
001300*  AOCD6WOA LISTS THE OPEN ORDERS BY REGION WITH THEIR AGE       *00130000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD6PG9.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200*----------------------------------------------------------------*00220000
002300* DEVICE MASTER - SERVICE REGION AND ASSIGNED TECHNICIAN         *00230000
002400*----------------------------------------------------------------*00240000
002500     SELECT DEV-MASTER   ASSIGN TO AOCD6DVM                       00250000
002600        ORGANIZATION    IS SEQUENTIAL                             00260000
002700         ACCESS MODE    IS SEQUENTIAL                             00270000
002800         FILE STATUS    IS DVM-FILE-STATUS.                       00280000
002900                                                                  00290000
003000*----------------------------------------------------------------*00300000
003100* THE TWO SOURCES OF WORK - ESCALATION ALERTS AND THE WATCHLIST  *00310000
003200*----------------------------------------------------------------*00320000
003300     SELECT ALT-FILE     ASSIGN TO AOCD6ALT                       00330000
003400        ORGANIZATION    IS SEQUENTIAL                             00340000
003500         ACCESS MODE    IS SEQUENTIAL                             00350000
003600         FILE STATUS    IS ALT-FILE-STATUS.                       00360000
003700                                                                  00370000
003800     SELECT WLR-RPT      ASSIGN TO AOCD6WLR                       00380000
003900        ORGANIZATION    IS SEQUENTIAL                             00390000
004000         ACCESS MODE    IS SEQUENTIAL                             00400000
004100         FILE STATUS    IS WLR-FILE-STATUS.                       00410000
004200                                                                  00420000
004300*----------------------------------------------------------------*00430000
004400* WORK-ORDER MASTER - EVERY ORDER EVER RAISED, OPEN OR CLOSED,   *00440000
004500* READ AT START AND REWRITTEN WHOLE AT END OF RUN                *00450000
004600*----------------------------------------------------------------*00460000
004700     SELECT WO-MASTER    ASSIGN TO AOCD6WOM                       00470000
004800        ORGANIZATION    IS SEQUENTIAL                             00480000
004900         ACCESS MODE    IS SEQUENTIAL                             00490000
005000         FILE STATUS    IS WOM-FILE-STATUS.                       00500000
005100                                                                  00510000
005200*----------------------------------------------------------------*00520000
005300* CLOSURE FEED FROM THE TECHNICIANS                              *00530000
005400*----------------------------------------------------------------*00540000
005500     SELECT WO-CLOSE     ASSIGN TO AOCD6WOC                       00550000
005600        ORGANIZATION    IS SEQUENTIAL                             00560000
005700         ACCESS MODE    IS SEQUENTIAL                             00570000
005800         FILE STATUS    IS WOC-FILE-STATUS.                       00580000
005900                                                                  00590000
006000*----------------------------------------------------------------*00600000
006100* OPEN WORK-ORDER AGING REPORT BY REGION                         *00610000
006200*----------------------------------------------------------------*00620000
006300     SELECT WOA-RPT      ASSIGN TO AOCD6WOA                       00630000
006400        ORGANIZATION    IS SEQUENTIAL                             00640000
006500         ACCESS MODE    IS SEQUENTIAL                             00650000
006600         FILE STATUS    IS WOA-FILE-STATUS.                       00660000
006700                                                                  00670000
006800*----------------------------------------------------------------*00680000
006900* SHARED SUITE EXCEPTION FILE - REJECTED CLOSURES                *00690000
007000*----------------------------------------------------------------*00700000
007100     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00710000
007200        ORGANIZATION    IS SEQUENTIAL                             00720000
007300         ACCESS MODE    IS SEQUENTIAL                             00730000
007400         FILE STATUS    IS SEXC-FILE-STATUS.                      00740000
007500                                                                  00750000
007600*----------------------------------------------------------------*00760000
007700*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00770000
007800*----------------------------------------------------------------*00780000
007900     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00790000
008000        ORGANIZATION    IS SEQUENTIAL                             00800000
008100         ACCESS MODE    IS SEQUENTIAL                             00810000
008200         FILE STATUS    IS HIST-FILE-STATUS.                      00820000
008300                                                                  00830000
008400 DATA DIVISION.                                                   00840000
008500 FILE SECTION.                                                    00850000
008600 FD  DEV-MASTER                                                   00860000
008700     DATA RECORD IS DVM-REC.                                      00870000
008800 01  DVM-REC.                                                     00880000
008900     05 DVM-DEVICE-ID          PIC X(08).                         00890000
009000     05 FILLER                 PIC X(01).                         00900000
009100     05 DVM-REGION             PIC X(04).                         00910000
009200     05 FILLER                 PIC X(01).                         00920000
009300     05 DVM-TECH-ID            PIC X(08).                         00930000
009310     05 FILLER                 PIC X(01).                         00931000
009320     05 DVM-MODEL              PIC X(08).                         00932000
009330     05 FILLER                 PIC X(01).                         00933000
009340     05 DVM-FIRMWARE           PIC X(08).                         00934000
009350     05 FILLER                 PIC X(01).                         00935000
009360     05 DVM-INSTALL-DATE       PIC 9(06).                         00936000
009400                                                                  00940000
009500 FD  ALT-FILE.                                                    00950000
009600 01  ALT-REC.                                                     00960000
009700     05 ALT-SEVERITY    PIC X(08).                                00970000
009800     05 FILLER          PIC X(02).                                00980000
009900     05 ALT-DEVICE-ID   PIC X(08).                                00990000
010000     05 FILLER          PIC X(02).                                01000000
010100     05 ALT-STREAK      PIC 9(03).                                01010000
010200     05 FILLER          PIC X(02).                                01020000
010300     05 ALT-LAST-DATE   PIC 9(08).                                01030000
010400     05 FILLER          PIC X(47).                                01040000
010500                                                                  01050000
010600 FD  WLR-RPT.                                                     01060000
010700 01  WLR-REC.                                                     01070000
010800     05 WLR-DEVICE-ID   PIC X(08).                                01080000
010900     05 FILLER          PIC X(02).                                01090000
011000     05 WLR-GRADE       PIC X(01).                                01100000
011100     05 FILLER          PIC X(02).                                01110000
011200     05 WLR-REASONS     PIC X(40).                                01120000
011300     05 FILLER          PIC X(27).                                01130000
011400                                                                  01140000
011500 FD  WO-MASTER.                                                   01150000
011600 01  WOM-REC.                                                     01160000
011700     05 WOM-WO-NUM      PIC 9(06).                                01170000
011800     05 FILLER          PIC X(01).                                01180000
011900     05 WOM-DEVICE-ID   PIC X(08).                                01190000
012000     05 FILLER          PIC X(01).                                01200000
012100     05 WOM-STATUS      PIC X(01).                                01210000
012200        88 WOM-IS-OPEN             VALUE 'O'.                     01220000
012300        88 WOM-IS-CLOSED           VALUE 'C'.                     01230000
012400     05 FILLER          PIC X(01).                                01240000
012500     05 WOM-REGION      PIC X(04).                                01250000
012600     05 FILLER          PIC X(01).                                01260000
012700     05 WOM-TECH-ID     PIC X(08).                                01270000
012800     05 FILLER          PIC X(01).                                01280000
012900     05 WOM-SOURCE      PIC X(08).                                01290000
013000     05 FILLER          PIC X(01).                                01300000
013100     05 WOM-OPEN-DATE   PIC 9(08).                                01310000
013200     05 FILLER          PIC X(01).                                01320000
013300     05 WOM-CLOSE-DATE  PIC 9(08).                                01330000
013400     05 FILLER          PIC X(01).                                01340000
013500     05 WOM-CAUSE       PIC X(04).                                01350000
013600     05 FILLER          PIC X(01).                                01360000
013700     05 WOM-REASON      PIC X(20).                                01370000
013800                                                                  01380000
013900 FD  WO-CLOSE.                                                    01390000
014000 01  WOC-REC.                                                     01400000
014100     05 WOC-WO-NUM      PIC 9(06).                                01410000
014200     05 FILLER          PIC X(01).                                01420000
014300     05 WOC-DEVICE-ID   PIC X(08).                                01430000
014400     05 FILLER          PIC X(01).                                01440000
014500     05 WOC-CLOSE-DATE  PIC 9(08).                                01450000
014600     05 FILLER          PIC X(01).                                01460000
014700     05 WOC-CAUSE       PIC X(04).                                01470000
014800                                                                  01480000
014900 FD  WOA-RPT.                                                     01490000
015000 01  WOA-REC                PIC X(80).                            01500000
015100 01  WOA-DTL-LINE.                                                01510000
015200     05 WOA-WO-NUM          PIC 9(06).                            01520000
015300     05 FILLER              PIC X(02).                            01530000
015400     05 WOA-DEVICE-ID       PIC X(08).                            01540000
015500     05 FILLER              PIC X(02).                            01550000
015600     05 WOA-TECH-ID         PIC X(08).                            01560000
015700     05 FILLER              PIC X(02).                            01570000
015800     05 WOA-SOURCE          PIC X(08).                            01580000
015900     05 FILLER              PIC X(02).                            01590000
016000     05 WOA-OPEN-DATE       PIC 9(08).                            01600000
016100     05 FILLER              PIC X(02).                            01610000
016200     05 WOA-DAYS            PIC ZZZZ9.                            01620000
016300     05 FILLER              PIC X(02).                            01630000
016400     05 WOA-BUCKET          PIC X(05).                            01640000
016500     05 FILLER              PIC X(20).                            01650000
016600 01  WOA-TOT-LINE.                                                01660000
016700     05 WOA-TOT-LABEL       PIC X(14).                            01670000
016800     05 FILLER              PIC X(02).                            01680000
016900     05 WOA-TOT-OPEN        PIC ZZZZ9.                            01690000
017000     05 FILLER              PIC X(06).                            01700000
017100     05 WOA-TOT-B1          PIC ZZZZ9.                            01710000
017200     05 FILLER              PIC X(06).                            01720000
017300     05 WOA-TOT-B2          PIC ZZZZ9.                            01730000
017400     05 FILLER              PIC X(06).                            01740000
017500     05 WOA-TOT-B3          PIC ZZZZ9.                            01750000
017600     05 FILLER              PIC X(06).                            01760000
017700     05 WOA-TOT-B4          PIC ZZZZ9.                            01770000
017800     05 FILLER              PIC X(15).                            01780000
017900                                                                  01790000
018000 FD  SUITE-EXC.                                                   01800000
018100     COPY AOCDEXC.                                                01810000
018200                                                                  01820000
018300 FD  AUD-HIST                                                     01830000
018400     DATA RECORD IS AUD-HIST-REC.                                 01840000
018500 01  AUD-HIST-REC.                                                01850000
018600     05 HIST-DATE            PIC 9(08).                           01860000
018700     05 FILLER               PIC X(02).                           01870000
018800     05 HIST-TIME            PIC 9(06).                           01880000
018900     05 FILLER               PIC X(02).                           01890000
019000     05 HIST-PGM             PIC X(08).                           01900000
019100     05 FILLER               PIC X(02).                           01910000
019200     05 HIST-OUTPUT          PIC X(40).                           01920000
019201     05 FILLER               PIC X(02).                           01920100
019202     05 HIST-VERSION         PIC X(08).                           01920200
019300                                                                  01930000
019400 WORKING-STORAGE SECTION.                                         01940000
019500 01  WS-WORK-FIELDS.                                              01950000
019600     05 WS-I              PIC 9(04)   VALUE ZEROES.               01960000
019700     05 WS-J              PIC 9(04)   VALUE ZEROES.               01970000
019800     05 WS-B              PIC 9(01)   VALUE ZEROES.               01980000
019900     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01990000
020000     05 WS-LAST-SLOT      PIC 9(04)   VALUE ZEROES.               02000000
020100     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               02010000
020150     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               02015000
020200     05 WS-RUN-INT        PIC 9(07)   VALUE ZEROES.               02020000
020300     05 WS-DATE-INT       PIC 9(07)   VALUE ZEROES.               02030000
020400     05 WS-DAYS           PIC 9(05)   VALUE ZEROES.               02040000
020500     05 WS-NEXT-WO        PIC 9(06)   VALUE ZEROES.               02050000
020600     05 WS-SIG-DEVICE     PIC X(08)   VALUE SPACES.               02060000
020700     05 WS-SIG-DATE       PIC 9(08)   VALUE ZEROES.               02070000
020800     05 WS-SIG-SOURCE     PIC X(08)   VALUE SPACES.               02080000
020900     05 WS-SIG-REASON     PIC X(20)   VALUE SPACES.               02090000
021000     05 WS-REJ-REASON     PIC X(08)   VALUE SPACES.               02100000
021100     05 WS-CUR-REGION     PIC X(04)   VALUE SPACES.               02110000
021200     05 WS-PRV-REGION     PIC X(04)   VALUE SPACES.               02120000
021300     05 WS-STREAK-ED      PIC ZZ9.                                02130000
021400     05 WS-CLOSE-CNT      PIC 9(05)   VALUE ZEROES.               02140000
021500     05 WS-REJECT-CNT     PIC 9(05)   VALUE ZEROES.               02150000
021600     05 WS-OPENED-CNT     PIC 9(05)   VALUE ZEROES.               02160000
021700     05 WS-STILL-OPEN-CNT PIC 9(05)   VALUE ZEROES.               02170000
021800     05 WS-NO-DVM-CNT     PIC 9(05)   VALUE ZEROES.               02180000
021900     05 WS-REG-BKT        PIC 9(05)   OCCURS 4 TIMES.             02190000
022000     05 WS-REG-OPEN       PIC 9(05)   VALUE ZEROES.               02200000
022100     05 WS-ALL-BKT        PIC 9(05)   OCCURS 4 TIMES.             02210000
022200     05 WS-ALL-OPEN       PIC 9(05)   VALUE ZEROES.               02220000
022300     05 WS-REGION-SW      PIC X(01)   VALUE 'N'.                  02230000
022400        88 WS-REGION-FOUND VALUE 'Y'.                             02240000
022500                                                                  02250000
022600*----------------------------------------------------------------*02260000
022700* CAUSE CODES A TECHNICIAN MAY CLOSE AN ORDER WITH               *02270000
022800*----------------------------------------------------------------*02280000
022900 01  WS-CAUSE-LIST.                                               02290000
023000     05 FILLER  PIC X(04) VALUE 'HWFL'.                           02300000
023100     05 FILLER  PIC X(04) VALUE 'FWUP'.                           02310000
023200     05 FILLER  PIC X(04) VALUE 'CONN'.                           02320000
023300     05 FILLER  PIC X(04) VALUE 'POWR'.                           02330000
023400     05 FILLER  PIC X(04) VALUE 'CONF'.                           02340000
023500     05 FILLER  PIC X(04) VALUE 'NFF '.                           02350000
023600 01  WS-CAUSE-TABLE REDEFINES WS-CAUSE-LIST.                      02360000
023700     05 WS-CAUSE-CODE     PIC X(04)   OCCURS 6 TIMES.             02370000
023800                                                                  02380000
023900 01  WS-DVM-FIELDS.                                               02390000
024000     05 WS-DVM-CNT        PIC 9(04)   VALUE ZEROES.               02400000
024100     05 WS-MAX-DVMS       PIC 9(04)   VALUE 500.                  02410000
024200 01  WS-DVM-TABLE.                                                02420000
024300     05 WS-DVM-ENTRY      OCCURS 500 TIMES.                       02430000
024400        10 WS-DVM-ID      PIC X(08).                              02440000
024500        10 WS-DVM-REGION  PIC X(04).                              02450000
024600        10 WS-DVM-TECH    PIC X(08).                              02460000
024700                                                                  02470000
024800*----------------------------------------------------------------*02480000
024900* THE WORK-ORDER MASTER IN STORAGE - LOADED, UPDATED BY THE      *02490000
025000* CLOSURES AND NEW ORDERS, THEN WRITTEN BACK WHOLE               *02500000
025100*----------------------------------------------------------------*02510000
025200 01  WS-WO-FIELDS.                                                02520000
025300     05 WS-WO-CNT         PIC 9(04)   VALUE ZEROES.               02530000
025400     05 WS-MAX-WOS        PIC 9(04)   VALUE 5000.                 02540000
025500 01  WS-WO-TABLE.                                                 02550000
025600     05 WS-WO-ENTRY       OCCURS 5000 TIMES.                      02560000
025700        10 WS-WO-NUM      PIC 9(06).                              02570000
025800        10 WS-WO-DEVICE   PIC X(08).                              02580000
025900        10 WS-WO-STATUS   PIC X(01).                              02590000
026000        10 WS-WO-REGION   PIC X(04).                              02600000
026100        10 WS-WO-TECH     PIC X(08).                              02610000
026200        10 WS-WO-SOURCE   PIC X(08).                              02620000
026300        10 WS-WO-OPENED   PIC 9(08).                              02630000
026400        10 WS-WO-CLOSED   PIC 9(08).                              02640000
026500        10 WS-WO-CAUSE    PIC X(04).                              02650000
026600        10 WS-WO-REASON   PIC X(20).                              02660000
026700                                                                  02670000
026800 01  WS-SWITCHES.                                                 02680000
026900     05 DVM-FILE-STATUS   PIC X(02)   VALUE SPACES.               02690000
027000        88 DVM-SUCCESS    VALUE '00'.                             02700000
027100        88 DVM-EOF        VALUE '10'.                             02710000
027200     05 ALT-FILE-STATUS   PIC X(02)   VALUE SPACES.               02720000
027300        88 ALT-SUCCESS    VALUE '00'.                             02730000
027400        88 ALT-EOF        VALUE '10'.                             02740000
027500     05 WLR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02750000
027600        88 WLR-SUCCESS    VALUE '00'.                             02760000
027700        88 WLR-EOF        VALUE '10'.                             02770000
027800     05 WOM-FILE-STATUS   PIC X(02)   VALUE SPACES.               02780000
027900        88 WOM-SUCCESS    VALUE '00'.                             02790000
028000        88 WOM-EOF        VALUE '10'.                             02800000
028100     05 WOC-FILE-STATUS   PIC X(02)   VALUE SPACES.               02810000
028200        88 WOC-SUCCESS    VALUE '00'.                             02820000
028300        88 WOC-EOF        VALUE '10'.                             02830000
028400     05 WOA-FILE-STATUS   PIC X(02)   VALUE SPACES.               02840000
028500        88 WOA-SUCCESS    VALUE '00'.                             02850000
028600     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               02860000
028700        88 SEXC-SUCCESS   VALUE '00'.                             02870000
028800     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02880000
028900        88 HIST-SUCCESS   VALUE '00'.                             02890000
029000                                                                  02900000
029100 01  WS-HIST-FIELDS.                                              02910000
029200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02920000
029300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02930000
029400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02940000
029401     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02940100
029500                                                                  02950000
029600 PROCEDURE DIVISION.                                              02960000
029700                                                                  02970000
029800     ACCEPT WS-RUN-DATE       FROM DATE.                          02980000
029850     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 02985000
029900     COMPUTE WS-RUN-INT =                                         02990000
030000        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8).                  03000000
030100     PERFORM 0500-LOAD-DEVICES         THRU 0500-EXIT.            03010000
030200     PERFORM 0600-LOAD-ORDERS          THRU 0600-EXIT.            03020000
030300     PERFORM 1000-APPLY-CLOSURES       THRU 1000-EXIT.            03030000
030400     PERFORM 2000-OPEN-FROM-ALERTS     THRU 2000-EXIT.            03040000
030500     PERFORM 2500-OPEN-FROM-WATCHLIST  THRU 2500-EXIT.            03050000
030600     PERFORM 4000-WRITE-MASTER         THRU 4000-EXIT.            03060000
030700     PERFORM 5000-WRITE-AGING          THRU 5000-EXIT.            03070000
030800     IF WS-REJECT-CNT > ZEROES OR WS-NO-DVM-CNT > ZEROES          03080000
030900        MOVE 4                TO RETURN-CODE                      03090000
031000     END-IF.                                                      03100000
031100     STRING 'WORK ORDERS OPENED ' DELIMITED BY SIZE               03110000
031200        WS-OPENED-CNT DELIMITED BY SIZE                           03120000
031300        ' CLOSED ' DELIMITED BY SIZE                              03130000
031400        WS-CLOSE-CNT DELIMITED BY SIZE                            03140000
031500        INTO WS-HIST-MSG.                                         03150000
031600     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03160000
031700     GOBACK.                                                      03170000
031800                                                                  03180000
031900 0500-LOAD-DEVICES.                                               03190000
032000     OPEN INPUT DEV-MASTER.                                       03200000
032100     IF NOT DVM-SUCCESS                                           03210000
032200        DISPLAY 'NO AOCD6DVM DEVICE MASTER - ORDERS UNROUTED'     03220000
032300        GO TO 0500-EXIT                                           03230000
032400     END-IF.                                                      03240000
032500     PERFORM UNTIL DVM-EOF                                        03250000
032600        READ DEV-MASTER                                           03260000
032700             AT END                                               03270000
032800                SET DVM-EOF TO TRUE                               03280000
032900             NOT AT END                                           03290000
033000                IF WS-DVM-CNT < WS-MAX-DVMS                       03300000
033100                   ADD 1 TO WS-DVM-CNT                            03310000
033200                   MOVE DVM-DEVICE-ID TO WS-DVM-ID(WS-DVM-CNT)    03320000
033300                   MOVE DVM-REGION    TO WS-DVM-REGION(WS-DVM-CNT)03330000
033400                   MOVE DVM-TECH-ID   TO WS-DVM-TECH(WS-DVM-CNT)  03340000
033500                ELSE                                              03350000
033600                   DISPLAY 'DEVICE MASTER CAPACITY (500) '        03360000
033700                           'EXCEEDED - ENTRY DROPPED'             03370000
033800                END-IF                                            03380000
033900        END-READ                                                  03390000
034000     END-PERFORM.                                                 03400000
034100     CLOSE DEV-MASTER.                                            03410000
034200 0500-EXIT.                                                       03420000
034300     EXIT.                                                        03430000
034400                                                                  03440000
034500 0600-LOAD-ORDERS.                                                03450000
034600*----------------------------------------------------------------*03460000
034700* NO MASTER YET MEANS NO ORDERS HAVE BEEN RAISED - NUMBERING     *03470000
034800* STARTS AT 000001. A MASTER TOO BIG FOR THE TABLE STOPS THE     *03480000
034900* RUN BEFORE ANYTHING IS REWRITTEN                               *03490000
035000*----------------------------------------------------------------*03500000
035100     OPEN INPUT WO-MASTER.                                        03510000
035200     IF NOT WOM-SUCCESS                                           03520000
035300        DISPLAY 'NO AOCD6WOM WORK-ORDER MASTER - '                03530000
035400                'STARTING A NEW ONE'                              03540000
035500        GO TO 0600-EXIT                                           03550000
035600     END-IF.                                                      03560000
035700     PERFORM UNTIL WOM-EOF                                        03570000
035800        READ WO-MASTER                                            03580000
035900             AT END                                               03590000
036000                SET WOM-EOF TO TRUE                               03600000
036100             NOT AT END                                           03610000
036200                IF WS-WO-CNT NOT < WS-MAX-WOS                     03620000
036300                   DISPLAY 'ERROR - WORK-ORDER MASTER CAPACITY '  03630000
036400                           '(5000) EXCEEDED'                      03640000
036500                   CLOSE WO-MASTER                                03650000
036600                   MOVE 16          TO RETURN-CODE                03660000
036700                   MOVE 'WORK-ORDER MASTER CAPACITY EXCEEDED'     03670000
036800                                    TO WS-HIST-MSG                03680000
036900                   PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT  03690000
037000                   GOBACK                                         03700000
037100                END-IF                                            03710000
037200                ADD 1               TO WS-WO-CNT                  03720000
037300                MOVE WOM-WO-NUM     TO WS-WO-NUM(WS-WO-CNT)       03730000
037400                MOVE WOM-DEVICE-ID  TO WS-WO-DEVICE(WS-WO-CNT)    03740000
037500                MOVE WOM-STATUS     TO WS-WO-STATUS(WS-WO-CNT)    03750000
037600                MOVE WOM-REGION     TO WS-WO-REGION(WS-WO-CNT)    03760000
037700                MOVE WOM-TECH-ID    TO WS-WO-TECH(WS-WO-CNT)      03770000
037800                MOVE WOM-SOURCE     TO WS-WO-SOURCE(WS-WO-CNT)    03780000
037900                MOVE WOM-OPEN-DATE  TO WS-WO-OPENED(WS-WO-CNT)    03790000
038000                MOVE WOM-CLOSE-DATE TO WS-WO-CLOSED(WS-WO-CNT)    03800000
038100                MOVE WOM-CAUSE      TO WS-WO-CAUSE(WS-WO-CNT)     03810000
038200                MOVE WOM-REASON     TO WS-WO-REASON(WS-WO-CNT)    03820000
038300                IF WOM-WO-NUM > WS-NEXT-WO                        03830000
038400                   MOVE WOM-WO-NUM  TO WS-NEXT-WO                 03840000
038500                END-IF                                            03850000
038600        END-READ                                                  03860000
038700     END-PERFORM.                                                 03870000
038800     CLOSE WO-MASTER.                                             03880000
038900     DISPLAY 'WORK ORDERS ON FILE: ' WS-WO-CNT                    03890000
039000             ' LAST NUMBER: ' WS-NEXT-WO.                         03900000
039100 0600-EXIT.                                                       03910000
039200     EXIT.                                                        03920000
039300                                                                  03930000
039400 1000-APPLY-CLOSURES.                                             03940000
039500     OPEN INPUT WO-CLOSE.                                         03950000
039600     IF NOT WOC-SUCCESS                                           03960000
039700        DISPLAY 'NO AOCD6WOC CLOSURE FEED - NO ORDERS CLOSED'     03970000
039800        GO TO 1000-EXIT                                           03980000
039900     END-IF.                                                      03990000
040000     OPEN EXTEND SUITE-EXC.                                       04000000
040100     PERFORM UNTIL WOC-EOF                                        04010000
040200        READ WO-CLOSE                                             04020000
040300             AT END                                               04030000
040400                SET WOC-EOF TO TRUE                               04040000
040500             NOT AT END                                           04050000
040600                PERFORM 1100-CLOSE-ONE  THRU 1100-EXIT            04060000
040700        END-READ                                                  04070000
040800     END-PERFORM.                                                 04080000
040900     CLOSE WO-CLOSE.                                              04090000
041000     CLOSE SUITE-EXC.                                             04100000
041100     DISPLAY 'WORK ORDERS CLOSED: ' WS-CLOSE-CNT                  04110000
041200             ' CLOSURES REJECTED: ' WS-REJECT-CNT.                04120000
041300 1000-EXIT.                                                       04130000
041400     EXIT.                                                        04140000
041500                                                                  04150000
041600 1100-CLOSE-ONE.                                                  04160000
041700*----------------------------------------------------------------*04170000
041800* THE ORDER MUST EXIST, STILL BE OPEN AND BE FOR THE DEVICE      *04180000
041900* NAMED, AND THE CAUSE CODE MUST BE ONE ON THE LIST. A BLANK     *04190000
042000* CLOSE DATE IS TAKEN AS TODAY                                   *04200000
042100*----------------------------------------------------------------*04210000
042200     MOVE ZEROES              TO WS-SLOT.                         04220000
042300     IF WOC-WO-NUM IS NUMERIC                                     04230000
042400        PERFORM VARYING WS-I FROM 1 BY 1                          04240000
042500                  UNTIL WS-I > WS-WO-CNT                          04250000
042600                     OR WS-SLOT > ZEROES                          04260000
042700           IF WS-WO-NUM(WS-I) = WOC-WO-NUM                        04270000
042800              MOVE WS-I             TO WS-SLOT                    04280000
042900           END-IF                                                 04290000
043000        END-PERFORM                                               04300000
043100     END-IF.                                                      04310000
043200     IF WS-SLOT = ZEROES                                          04320000
043300        MOVE 'NOTFND'         TO WS-REJ-REASON                    04330000
043400        PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT                 04340000
043500        GO TO 1100-EXIT                                           04350000
043600     END-IF.                                                      04360000
043700     IF WS-WO-STATUS(WS-SLOT) NOT = 'O'                           04370000
043800        MOVE 'NOTOPEN'        TO WS-REJ-REASON                    04380000
043900        PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT                 04390000
044000        GO TO 1100-EXIT                                           04400000
044100     END-IF.                                                      04410000
044200     IF WOC-DEVICE-ID NOT = WS-WO-DEVICE(WS-SLOT)                 04420000
044300        MOVE 'BADDEV'         TO WS-REJ-REASON                    04430000
044400        PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT                 04440000
044500        GO TO 1100-EXIT                                           04450000
044600     END-IF.                                                      04460000
044700     MOVE ZEROES              TO WS-J.                            04470000
044800     PERFORM VARYING WS-I FROM 1 BY 1                             04480000
044900               UNTIL WS-I > 6 OR WS-J > ZEROES                    04490000
045000        IF WS-CAUSE-CODE(WS-I) = WOC-CAUSE                        04500000
045100           MOVE WS-I          TO WS-J                             04510000
045200        END-IF                                                    04520000
045300     END-PERFORM.                                                 04530000
045400     IF WS-J = ZEROES                                             04540000
045500        MOVE 'BADCAUSE'       TO WS-REJ-REASON                    04550000
045600        PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT                 04560000
045700        GO TO 1100-EXIT                                           04570000
045800     END-IF.                                                      04580000
045900     IF WOC-CLOSE-DATE NOT NUMERIC OR WOC-CLOSE-DATE = ZEROES     04590000
046000        MOVE WS-RUN-DATE-8    TO WOC-CLOSE-DATE                   04600000
046100     END-IF.                                                      04610000
046200     IF WOC-CLOSE-DATE < WS-WO-OPENED(WS-SLOT)                    04620000
046300        OR WOC-CLOSE-DATE > WS-RUN-DATE-8                         04630000
046400        MOVE 'BADDATE'        TO WS-REJ-REASON                    04640000
046500        PERFORM 6000-WRITE-REJECT  THRU 6000-EXIT                 04650000
046600        GO TO 1100-EXIT                                           04660000
046700     END-IF.                                                      04670000
046800     MOVE 'C'                 TO WS-WO-STATUS(WS-SLOT).           04680000
046900     MOVE WOC-CLOSE-DATE      TO WS-WO-CLOSED(WS-SLOT).           04690000
047000     MOVE WOC-CAUSE           TO WS-WO-CAUSE(WS-SLOT).            04700000
047100     ADD 1                    TO WS-CLOSE-CNT.                    04710000
047200 1100-EXIT.                                                       04720000
047300     EXIT.                                                        04730000
047400                                                                  04740000
047500 2000-OPEN-FROM-ALERTS.                                           04750000
047600*----------------------------------------------------------------*04760000
047700* ONLY DISPATCH ALERTS RAISE AN ORDER - A WARN IS LEFT TO THE    *04770000
047800* ESCALATION STEP. THE SIGNAL DATE IS THE LAST FAILED NIGHT      *04780000
047900*----------------------------------------------------------------*04790000
048000     OPEN INPUT ALT-FILE.                                         04800000
048100     IF NOT ALT-SUCCESS                                           04810000
048200        DISPLAY 'NO AOCD6ALT ALERT FILE - NO DISPATCH ORDERS'     04820000
048300        GO TO 2000-EXIT                                           04830000
048400     END-IF.                                                      04840000
048500     PERFORM UNTIL ALT-EOF                                        04850000
048600        READ ALT-FILE                                             04860000
048700             AT END                                               04870000
048800                SET ALT-EOF TO TRUE                               04880000
048900             NOT AT END                                           04890000
049000                IF ALT-SEVERITY = 'DISPATCH'                      04900000
049100                   MOVE ALT-DEVICE-ID  TO WS-SIG-DEVICE           04910000
049200                   MOVE ALT-LAST-DATE  TO WS-SIG-DATE             04920000
049300                   IF ALT-LAST-DATE NOT NUMERIC                   04930000
049400                      MOVE WS-RUN-DATE-8 TO WS-SIG-DATE           04940000
049500                   END-IF                                         04950000
049600                   MOVE 'DISPATCH'     TO WS-SIG-SOURCE           04960000
049700                   MOVE SPACES         TO WS-SIG-REASON           04970000
049800                   MOVE ALT-STREAK     TO WS-STREAK-ED            04980000
049900                   STRING WS-STREAK-ED DELIMITED BY SIZE          04990000
050000                      ' NIGHTS FAILED' DELIMITED BY SIZE          05000000
050100                      INTO WS-SIG-REASON                          05010000
050200                   PERFORM 3000-OPEN-ORDER  THRU 3000-EXIT        05020000
050300                END-IF                                            05030000
050400        END-READ                                                  05040000
050500     END-PERFORM.                                                 05050000
050600     CLOSE ALT-FILE.                                              05060000
050700 2000-EXIT.                                                       05070000
050800     EXIT.                                                        05080000
050900                                                                  05090000
051000 2500-OPEN-FROM-WATCHLIST.                                        05100000
051100*----------------------------------------------------------------*05110000
051200* THE WATCHLIST IS TONIGHT'S GRADING, SO ITS SIGNAL DATE IS      *05120000
051300* TODAY. THE SOURCE CARRIES THE GRADE                            *05130000
051400*----------------------------------------------------------------*05140000
051500     OPEN INPUT WLR-RPT.                                          05150000
051600     IF NOT WLR-SUCCESS                                           05160000
051700        DISPLAY 'NO AOCD6WLR WATCHLIST - NO WATCHLIST ORDERS'     05170000
051800        GO TO 2500-EXIT                                           05180000
051900     END-IF.                                                      05190000
052000     PERFORM UNTIL WLR-EOF                                        05200000
052100        READ WLR-RPT                                              05210000
052200             AT END                                               05220000
052300                SET WLR-EOF TO TRUE                               05230000
052400             NOT AT END                                           05240000
052500                IF WLR-DEVICE-ID NOT = SPACES                     05250000
052600                   MOVE WLR-DEVICE-ID  TO WS-SIG-DEVICE           05260000
052700                   MOVE WS-RUN-DATE-8  TO WS-SIG-DATE             05270000
052800                   MOVE SPACES         TO WS-SIG-SOURCE           05280000
052900                   STRING 'WATCH ' DELIMITED BY SIZE              05290000
053000                      WLR-GRADE DELIMITED BY SIZE                 05300000
053100                      INTO WS-SIG-SOURCE                          05310000
053200                   MOVE WLR-REASONS    TO WS-SIG-REASON           05320000
053300                   PERFORM 3000-OPEN-ORDER  THRU 3000-EXIT        05330000
053400                END-IF                                            05340000
053500        END-READ                                                  05350000
053600     END-PERFORM.                                                 05360000
053700     CLOSE WLR-RPT.                                               05370000
053800 2500-EXIT.                                                       05380000
053900     EXIT.                                                        05390000
054000                                                                  05400000
054100 3000-OPEN-ORDER.                                                 05410000
054200*----------------------------------------------------------------*05420000
054300* ONE ORDER PER DEVICE PER EPISODE - NOTHING IS OPENED WHILE     *05430000
054400* THE DEVICE HAS AN ORDER OPEN, OR WHEN ITS LAST ORDER WAS       *05440000
054500* CLOSED ON OR AFTER THE SIGNAL DATE (THE FAILURE IS THE ONE     *05450000
054600* ALREADY FIXED)                                                 *05460000
054700*----------------------------------------------------------------*05470000
054800     MOVE ZEROES              TO WS-SLOT WS-LAST-SLOT.            05480000
054900     PERFORM VARYING WS-I FROM 1 BY 1                             05490000
055000               UNTIL WS-I > WS-WO-CNT                             05500000
055100                  OR WS-SLOT > ZEROES                             05510000
055200        IF WS-WO-DEVICE(WS-I) = WS-SIG-DEVICE                     05520000
055300           IF WS-WO-STATUS(WS-I) = 'O'                            05530000
055400              MOVE WS-I       TO WS-SLOT                          05540000
055500           ELSE                                                   05550000
055600              IF WS-LAST-SLOT = ZEROES                            05560000
055700                 OR WS-WO-CLOSED(WS-I)                            05570000
055800                  > WS-WO-CLOSED(WS-LAST-SLOT)                    05580000
055900                 MOVE WS-I    TO WS-LAST-SLOT                     05590000
056000              END-IF                                              05600000
056100           END-IF                                                 05610000
056200        END-IF                                                    05620000
056300     END-PERFORM.                                                 05630000
056400     IF WS-SLOT > ZEROES                                          05640000
056500        ADD 1                 TO WS-STILL-OPEN-CNT                05650000
056600        GO TO 3000-EXIT                                           05660000
056700     END-IF.                                                      05670000
056800     IF WS-LAST-SLOT > ZEROES                                     05680000
056900        AND WS-WO-CLOSED(WS-LAST-SLOT) NOT < WS-SIG-DATE          05690000
057000        GO TO 3000-EXIT                                           05700000
057100     END-IF.                                                      05710000
057200     IF WS-WO-CNT NOT < WS-MAX-WOS                                05720000
057300        DISPLAY 'WORK-ORDER CAPACITY (5000) REACHED - NO ORDER '  05730000
057400                'FOR ' WS-SIG-DEVICE                              05740000
057500        GO TO 3000-EXIT                                           05750000
057600     END-IF.                                                      05760000
057700     ADD 1                    TO WS-WO-CNT WS-NEXT-WO.            05770000
057800     ADD 1                    TO WS-OPENED-CNT.                   05780000
057900     MOVE WS-NEXT-WO          TO WS-WO-NUM(WS-WO-CNT).            05790000
058000     MOVE WS-SIG-DEVICE       TO WS-WO-DEVICE(WS-WO-CNT).         05800000
058100     MOVE 'O'                 TO WS-WO-STATUS(WS-WO-CNT).         05810000
058200     MOVE SPACES              TO WS-WO-REGION(WS-WO-CNT)          05820000
058300                                 WS-WO-TECH(WS-WO-CNT)            05830000
058400                                 WS-WO-CAUSE(WS-WO-CNT).          05840000
058500     MOVE WS-SIG-SOURCE       TO WS-WO-SOURCE(WS-WO-CNT).         05850000
058600     MOVE WS-RUN-DATE-8       TO WS-WO-OPENED(WS-WO-CNT).         05860000
058700     MOVE ZEROES              TO WS-WO-CLOSED(WS-WO-CNT).         05870000
058800     MOVE WS-SIG-REASON       TO WS-WO-REASON(WS-WO-CNT).         05880000
058900     MOVE ZEROES              TO WS-J.                            05890000
059000     PERFORM VARYING WS-I FROM 1 BY 1                             05900000
059100               UNTIL WS-I > WS-DVM-CNT OR WS-J > ZEROES           05910000
059200        IF WS-DVM-ID(WS-I) = WS-SIG-DEVICE                        05920000
059300           MOVE WS-I          TO WS-J                             05930000
059400        END-IF                                                    05940000
059500     END-PERFORM.                                                 05950000
059600     IF WS-J > ZEROES                                             05960000
059700        MOVE WS-DVM-REGION(WS-J)  TO WS-WO-REGION(WS-WO-CNT)      05970000
059800        MOVE WS-DVM-TECH(WS-J)    TO WS-WO-TECH(WS-WO-CNT)        05980000
059900     ELSE                                                         05990000
060000        ADD 1                 TO WS-NO-DVM-CNT                    06000000
060100        DISPLAY 'DEVICE ' WS-SIG-DEVICE                           06010000
060200                ' NOT ON AOCD6DVM - ORDER UNROUTED'               06020000
060300     END-IF.                                                      06030000
060400     DISPLAY 'WORK ORDER ' WS-NEXT-WO ' OPENED FOR '              06040000
060500             WS-SIG-DEVICE ' - ' WS-SIG-SOURCE.                   06050000
060600 3000-EXIT.                                                       06060000
060700     EXIT.                                                        06070000
060800                                                                  06080000
060900 4000-WRITE-MASTER.                                               06090000
061000     OPEN OUTPUT WO-MASTER.                                       06100000
061100     IF NOT WOM-SUCCESS                                           06110000
061200        DISPLAY 'ERROR - UNABLE TO REWRITE AOCD6WOM, '            06120000
061300                'FILE STATUS: ' WOM-FILE-STATUS                   06130000
061400        MOVE 16             TO RETURN-CODE                        06140000
061500        MOVE 'UNABLE TO REWRITE WORK-ORDER MASTER' TO WS-HIST-MSG 06150000
061600        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             06160000
061700        GOBACK                                                    06170000
061800     END-IF.                                                      06180000
061900     PERFORM VARYING WS-I FROM 1 BY 1                             06190000
062000               UNTIL WS-I > WS-WO-CNT                             06200000
062100        INITIALIZE            WOM-REC                             06210000
062200        MOVE WS-WO-NUM(WS-I)     TO WOM-WO-NUM                    06220000
062300        MOVE WS-WO-DEVICE(WS-I)  TO WOM-DEVICE-ID                 06230000
062400        MOVE WS-WO-STATUS(WS-I)  TO WOM-STATUS                    06240000
062500        MOVE WS-WO-REGION(WS-I)  TO WOM-REGION                    06250000
062600        MOVE WS-WO-TECH(WS-I)    TO WOM-TECH-ID                   06260000
062700        MOVE WS-WO-SOURCE(WS-I)  TO WOM-SOURCE                    06270000
062800        MOVE WS-WO-OPENED(WS-I)  TO WOM-OPEN-DATE                 06280000
062900        MOVE WS-WO-CLOSED(WS-I)  TO WOM-CLOSE-DATE                06290000
063000        MOVE WS-WO-CAUSE(WS-I)   TO WOM-CAUSE                     06300000
063100        MOVE WS-WO-REASON(WS-I)  TO WOM-REASON                    06310000
063200        WRITE WOM-REC                                             06320000
063300     END-PERFORM.                                                 06330000
063400     CLOSE WO-MASTER.                                             06340000
063500 4000-EXIT.                                                       06350000
063600     EXIT.                                                        06360000
063700                                                                  06370000
063800 5000-WRITE-AGING.                                                06380000
063900*----------------------------------------------------------------*06390000
064000* OPEN ORDERS REGION BY REGION IN REGION ORDER - EACH PASS       *06400000
064100* PICKS THE LOWEST REGION ABOVE THE ONE JUST PRINTED. DAYS       *06410000
064200* OPEN BUCKET AS 0-2, 3-7, 8-14 AND OVER 14                      *06420000
064300*----------------------------------------------------------------*06430000
064400     OPEN OUTPUT WOA-RPT.                                         06440000
064500     MOVE SPACES              TO WOA-REC.                         06450000
064600     STRING 'OPEN WORK ORDERS BY REGION - ' DELIMITED BY SIZE     06460000
064700        'RUN DATE ' DELIMITED BY SIZE                             06470000
064800        WS-RUN-DATE DELIMITED BY SIZE                             06480000
064900        INTO WOA-REC.                                             06490000
065000     WRITE WOA-REC.                                               06500000
065100     MOVE ZEROES              TO WS-ALL-OPEN WS-ALL-BKT(1)        06510000
065200                                 WS-ALL-BKT(2) WS-ALL-BKT(3)      06520000
065300                                 WS-ALL-BKT(4).                   06530000
065400     MOVE LOW-VALUES          TO WS-PRV-REGION.                   06540000
065500     SET WS-REGION-FOUND      TO TRUE.                            06550000
065600     PERFORM UNTIL NOT WS-REGION-FOUND                            06560000
065700        MOVE 'N'              TO WS-REGION-SW                     06570000
065800        PERFORM VARYING WS-I FROM 1 BY 1                          06580000
065900                  UNTIL WS-I > WS-WO-CNT                          06590000
066000           IF WS-WO-STATUS(WS-I) = 'O'                            06600000
066100              AND WS-WO-REGION(WS-I) > WS-PRV-REGION              06610000
066200              IF NOT WS-REGION-FOUND                              06620000
066300                 OR WS-WO-REGION(WS-I) < WS-CUR-REGION            06630000
066400                 MOVE WS-WO-REGION(WS-I)  TO WS-CUR-REGION        06640000
066500                 SET WS-REGION-FOUND      TO TRUE                 06650000
066600              END-IF                                              06660000
066700           END-IF                                                 06670000
066800        END-PERFORM                                               06680000
066900        IF WS-REGION-FOUND                                        06690000
067000           PERFORM 5100-WRITE-REGION  THRU 5100-EXIT              06700000
067100           MOVE WS-CUR-REGION TO WS-PRV-REGION                    06710000
067200        END-IF                                                    06720000
067300     END-PERFORM.                                                 06730000
067400     MOVE SPACES              TO WOA-REC.                         06740000
067500     WRITE WOA-REC.                                               06750000
067600     MOVE SPACES              TO WOA-TOT-LINE.                    06760000
067700     MOVE 'ALL REGIONS'       TO WOA-TOT-LABEL.                   06770000
067800     MOVE WS-ALL-OPEN         TO WOA-TOT-OPEN.                    06780000
067900     MOVE WS-ALL-BKT(1)       TO WOA-TOT-B1.                      06790000
068000     MOVE WS-ALL-BKT(2)       TO WOA-TOT-B2.                      06800000
068100     MOVE WS-ALL-BKT(3)       TO WOA-TOT-B3.                      06810000
068200     MOVE WS-ALL-BKT(4)       TO WOA-TOT-B4.                      06820000
068300     WRITE WOA-TOT-LINE.                                          06830000
068400     MOVE SPACES              TO WOA-REC.                         06840000
068500     WRITE WOA-REC.                                               06850000
068600     MOVE SPACES              TO WOA-REC.                         06860000
068700     STRING 'OPENED TONIGHT ' DELIMITED BY SIZE                   06870000
068800        WS-OPENED-CNT DELIMITED BY SIZE                           06880000
068900        '  CLOSED ' DELIMITED BY SIZE                             06890000
069000        WS-CLOSE-CNT DELIMITED BY SIZE                            06900000
069100        '  CLOSURES REJECTED ' DELIMITED BY SIZE                  06910000
069200        WS-REJECT-CNT DELIMITED BY SIZE                           06920000
069300        INTO WOA-REC.                                             06930000
069400     WRITE WOA-REC.                                               06940000
069500     MOVE SPACES              TO WOA-REC.                         06950000
069600     STRING 'SIGNALS ON A DEVICE ALREADY OPEN ' DELIMITED BY SIZE 06960000
069700        WS-STILL-OPEN-CNT DELIMITED BY SIZE                       06970000
069800        '  UNROUTED ' DELIMITED BY SIZE                           06980000
069900        WS-NO-DVM-CNT DELIMITED BY SIZE                           06990000
070000        INTO WOA-REC.                                             07000000
070100     WRITE WOA-REC.                                               07010000
070200     CLOSE WOA-RPT.                                               07020000
070300     DISPLAY 'OPEN WORK ORDERS: ' WS-ALL-OPEN.                    07030000
070400 5000-EXIT.                                                       07040000
070500     EXIT.                                                        07050000
070600                                                                  07060000
070700 5100-WRITE-REGION.                                               07070000
070800     MOVE SPACES              TO WOA-REC.                         07080000
070900     WRITE WOA-REC.                                               07090000
071000     MOVE SPACES              TO WOA-REC.                         07100000
071100     IF WS-CUR-REGION = SPACES                                    07110000
071200        MOVE 'REGION - NONE ON AOCD6DVM'  TO WOA-REC              07120000
071300     ELSE                                                         07130000
071400        STRING 'REGION ' DELIMITED BY SIZE                        07140000
071500           WS-CUR-REGION DELIMITED BY SIZE                        07150000
071600           INTO WOA-REC                                           07160000
071700     END-IF.                                                      07170000
071800     WRITE WOA-REC.                                               07180000
071900     MOVE 'WO NO   DEVICE    TECH      SOURCE    OPENED     DAYS' 07190000
072000                              TO WOA-REC.                         07200000
072100     MOVE 'AGE'               TO WOA-REC(56:3).                   07210000
072200     WRITE WOA-REC.                                               07220000
072300     MOVE ZEROES              TO WS-REG-OPEN WS-REG-BKT(1)        07230000
072400                                 WS-REG-BKT(2) WS-REG-BKT(3)      07240000
072500                                 WS-REG-BKT(4).                   07250000
072600     PERFORM VARYING WS-I FROM 1 BY 1                             07260000
072700               UNTIL WS-I > WS-WO-CNT                             07270000
072800        IF WS-WO-STATUS(WS-I) = 'O'                               07280000
072900           AND WS-WO-REGION(WS-I) = WS-CUR-REGION                 07290000
073000           PERFORM 5200-WRITE-ORDER  THRU 5200-EXIT               07300000
073100        END-IF                                                    07310000
073200     END-PERFORM.                                                 07320000
073300     MOVE SPACES              TO WOA-REC.                         07330000
073400     MOVE 'OPEN   0-2 DAYS   3-7 DAYS  8-14 DAYS    OVER 14'      07340000
073500                              TO WOA-REC(18:48).                  07350000
073600     WRITE WOA-REC.                                               07360000
073700     MOVE SPACES              TO WOA-TOT-LINE.                    07370000
073800     MOVE 'REGION TOTAL'      TO WOA-TOT-LABEL.                   07380000
073900     MOVE WS-REG-OPEN         TO WOA-TOT-OPEN.                    07390000
074000     MOVE WS-REG-BKT(1)       TO WOA-TOT-B1.                      07400000
074100     MOVE WS-REG-BKT(2)       TO WOA-TOT-B2.                      07410000
074200     MOVE WS-REG-BKT(3)       TO WOA-TOT-B3.                      07420000
074300     MOVE WS-REG-BKT(4)       TO WOA-TOT-B4.                      07430000
074400     WRITE WOA-TOT-LINE.                                          07440000
074500 5100-EXIT.                                                       07450000
074600     EXIT.                                                        07460000
074700                                                                  07470000
074800 5200-WRITE-ORDER.                                                07480000
074900     COMPUTE WS-DATE-INT =                                        07490000
075000        FUNCTION INTEGER-OF-DATE(WS-WO-OPENED(WS-I)).             07500000
075100     IF WS-DATE-INT < WS-RUN-INT                                  07510000
075200        COMPUTE WS-DAYS = WS-RUN-INT - WS-DATE-INT                07520000
075300     ELSE                                                         07530000
075400        MOVE ZEROES           TO WS-DAYS                          07540000
075500     END-IF.                                                      07550000
075600     MOVE SPACES              TO WOA-DTL-LINE.                    07560000
075700     EVALUATE TRUE                                                07570000
075800        WHEN WS-DAYS NOT > 2                                      07580000
075900           MOVE 1             TO WS-B                             07590000
076000           MOVE '0-2'         TO WOA-BUCKET                       07600000
076100        WHEN WS-DAYS NOT > 7                                      07610000
076200           MOVE 2             TO WS-B                             07620000
076300           MOVE '3-7'         TO WOA-BUCKET                       07630000
076400        WHEN WS-DAYS NOT > 14                                     07640000
076500           MOVE 3             TO WS-B                             07650000
076600           MOVE '8-14'        TO WOA-BUCKET                       07660000
076700        WHEN OTHER                                                07670000
076800           MOVE 4             TO WS-B                             07680000
076900           MOVE '15+'         TO WOA-BUCKET                       07690000
077000     END-EVALUATE.                                                07700000
077100     ADD 1                    TO WS-REG-OPEN WS-ALL-OPEN.         07710000
077200     ADD 1                    TO WS-REG-BKT(WS-B)                 07720000
077300                                 WS-ALL-BKT(WS-B).                07730000
077400     MOVE WS-WO-NUM(WS-I)     TO WOA-WO-NUM.                      07740000
077500     MOVE WS-WO-DEVICE(WS-I)  TO WOA-DEVICE-ID.                   07750000
077600     MOVE WS-WO-TECH(WS-I)    TO WOA-TECH-ID.                     07760000
077700     MOVE WS-WO-SOURCE(WS-I)  TO WOA-SOURCE.                      07770000
077800     MOVE WS-WO-OPENED(WS-I)  TO WOA-OPEN-DATE.                   07780000
077900     MOVE WS-DAYS             TO WOA-DAYS.                        07790000
078000     WRITE WOA-DTL-LINE.                                          07800000
078100 5200-EXIT.                                                       07810000
078200     EXIT.                                                        07820000
078300                                                                  07830000
078400 6000-WRITE-REJECT.                                               07840000
078500     ADD 1                    TO WS-REJECT-CNT.                   07850000
078600     INITIALIZE               SUITE-EXC-REC.                      07860000
078700     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    07870000
078800     MOVE 'AOCD6PG9'          TO EXC-PGM.                         07880000
078900     MOVE WOC-WO-NUM          TO EXC-REC-KEY.                     07890000
079000     MOVE WS-REJ-REASON       TO EXC-REASON.                      07900000
079100     MOVE WOC-REC             TO EXC-RAW-DATA.                    07910000
079200     WRITE SUITE-EXC-REC.                                         07920000
079300     DISPLAY 'CLOSURE REJECTED ' WOC-WO-NUM ' - ' WS-REJ-REASON.  07930000
079400 6000-EXIT.                                                       07940000
079500     EXIT.                                                        07950000
079600                                                                  07960000
079700*----------------------------------------------------------------*07970000
079800*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *07980000
079900*----------------------------------------------------------------*07990000
080000 9800-WRITE-AUDIT-HIST.                                           08000000
080100     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      08010000
080200     ACCEPT WS-HIST-TIME FROM TIME.                               08020000
080300     OPEN EXTEND AUD-HIST.                                        08030000
080400     INITIALIZE AUD-HIST-REC.                                     08040000
080500     MOVE WS-HIST-DATE          TO HIST-DATE.                     08050000
080600     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     08060000
080700     MOVE 'AOCD6PG9'            TO HIST-PGM.                      08070000
080701     MOVE WS-HIST-VER           TO HIST-VERSION.                  08070100
080800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   08080000
080900     WRITE AUD-HIST-REC.                                          08090000
081000     CLOSE AUD-HIST.                                              08100000
081100 9800-EXIT.                                                       08110000
081200     EXIT.                                                        08120000
