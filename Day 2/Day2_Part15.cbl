000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 2 PROGRAM 15                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  SEASON PRIZE PAYOUT. AT SEASON END THE COMMITTEE WORKED THE   *00040000
000500*  PRIZE MONEY OUT FROM THE AOCD2STD STANDINGS ON A CALCULATOR.  *00050000
000600*  THE AOCD2PAY TABLE NOW HOLDS THE PRIZE POOL AND THE SHARE OF  *00060000
000700*  IT PAID TO EACH FINISHING POSITION. TABLES TIED ON BOTH       *00070000
000800*  POINTS AND WINS - THE RANKING RULE AOCD2PG5 USES - SPLIT THE  *00080000
000900*  PRIZES FOR THE POSITIONS THEY OCCUPY EQUALLY. EVERY AWARD IS  *00090000
001000*  POSTED TO THE AOCD2PRL PRIZE LEDGER AGAINST THE PLAYER NAME   *00100000
001100*  ON AOCD2PLM, PAID AWARDS GO TO THE TREASURER ON AOCD2REM, AND *00110000
001200*  THE AOCD2PRG REGISTER PROVES THE AWARDS BACK TO THE POOL. A   *00120000
001300*  POSITION NAMED ON AOCD2HLF IS UNDER DISPUTE - ITS AWARD IS    *00130000
001400*  POSTED AS HELD AND NOT REMITTED, AND THE REST ARE STILL PAID  *00140000
001500*----------------------------------------------------------------*00150000
001600 IDENTIFICATION DIVISION.                                         00160000
001700 PROGRAM-ID. AOCD2PGF.                                            00170000
001800 AUTHOR. z/OS Mainframer.                                         00180000
001900                                                                  00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300*----------------------------------------------------------------*00230000
002400* THE SEASON STANDINGS AOCD2PG5 WRITES, IN RANK ORDER            *00240000
002500*----------------------------------------------------------------*00250000
002600     SELECT STD-RPT     ASSIGN TO AOCD2STD                        00260000
002700        ORGANIZATION    IS SEQUENTIAL                             00270000
002800         ACCESS MODE    IS SEQUENTIAL                             00280000
002900         FILE STATUS    IS STD-FILE-STATUS.                       00290000
003000                                                                  00300000
003100*----------------------------------------------------------------*00310000
003200* PAYOUT TABLE - A POSITION 000 ROW CARRIES THE PRIZE POOL,      *00320000
003300* EVERY OTHER ROW THE PERCENTAGE OF THE POOL FOR ONE FINISHING   *00330000
003400* POSITION                                                       *00340000
003500*----------------------------------------------------------------*00350000
003600     SELECT PAY-TABLE   ASSIGN TO AOCD2PAY                        00360000
003700        ORGANIZATION    IS SEQUENTIAL                             00370000
003800         ACCESS MODE    IS SEQUENTIAL                             00380000
003900         FILE STATUS    IS PAY-FILE-STATUS.                       00390000
004000                                                                  00400000
004100     SELECT PLAYER-MST  ASSIGN TO AOCD2PLM                        00410000
004200        ORGANIZATION    IS SEQUENTIAL                             00420000
004300         ACCESS MODE    IS SEQUENTIAL                             00430000
004400         FILE STATUS    IS PLM-FILE-STATUS.                       00440000
004500                                                                  00450000
004600*----------------------------------------------------------------*00460000
004700* DISPUTED POSITIONS - OPTIONAL, ONE ROW PER POSITION ON HOLD    *00470000
004800*----------------------------------------------------------------*00480000
004900     SELECT HOLD-FILE   ASSIGN TO AOCD2HLF                        00490000
005000        ORGANIZATION    IS SEQUENTIAL                             00500000
005100         ACCESS MODE    IS SEQUENTIAL                             00510000
005200         FILE STATUS    IS HLF-FILE-STATUS.                       00520000
005300                                                                  00530000
005400*----------------------------------------------------------------*00540000
005500* PRIZE LEDGER - EVERY AWARD EVER POSTED, APPENDED PER SEASON    *00550000
005600*----------------------------------------------------------------*00560000
005700     SELECT PRZ-LEDGER  ASSIGN TO AOCD2PRL                        00570000
005800        ORGANIZATION    IS SEQUENTIAL                             00580000
005900         ACCESS MODE    IS SEQUENTIAL                             00590000
006000         FILE STATUS    IS PRL-FILE-STATUS.                       00600000
006100                                                                  00610000
006200*----------------------------------------------------------------*00620000
006300* PAYOUT REGISTER - ONE LINE PER AWARD, CLOSED BY THE PROOF      *00630000
006400* THAT AWARDS AND UNAWARDED SHARES ADD BACK TO THE POOL          *00640000
006500*----------------------------------------------------------------*00650000
006600     SELECT PRG-RPT     ASSIGN TO AOCD2PRG                        00660000
006700        ORGANIZATION    IS SEQUENTIAL                             00670000
006800         ACCESS MODE    IS SEQUENTIAL                             00680000
006900         FILE STATUS    IS PRG-FILE-STATUS.                       00690000
007000                                                                  00700000
007100*----------------------------------------------------------------*00710000
007200* REMITTANCE FILE FOR THE TREASURER - PAID AWARDS ONLY           *00720000
007300*----------------------------------------------------------------*00730000
007400     SELECT REM-FILE    ASSIGN TO AOCD2REM                        00740000
007500        ORGANIZATION    IS SEQUENTIAL                             00750000
007600         ACCESS MODE    IS SEQUENTIAL                             00760000
007700         FILE STATUS    IS REM-FILE-STATUS.                       00770000
007800                                                                  00780000
007900*----------------------------------------------------------------*00790000
008000*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00800000
008100*----------------------------------------------------------------*00810000
008200     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00820000
008300        ORGANIZATION    IS SEQUENTIAL                             00830000
008400         ACCESS MODE    IS SEQUENTIAL                             00840000
008500         FILE STATUS    IS HIST-FILE-STATUS.                      00850000
008600                                                                  00860000
008700 DATA DIVISION.                                                   00870000
008800 FILE SECTION.                                                    00880000
008900 FD  STD-RPT.                                                     00890000
009000 01  STD-REC.                                                     00900000
009100     05 STD-RANK        PIC 9(03).                                00910000
009200     05 FILLER          PIC X(02).                                00920000
009300     05 STD-TABLE-ID    PIC X(05).                                00930000
009400     05 FILLER          PIC X(02).                                00940000
009500     05 STD-GAMES       PIC 9(07).                                00950000
009600     05 FILLER          PIC X(02).                                00960000
009700     05 STD-WIN         PIC 9(05).                                00970000
009800     05 FILLER          PIC X(01).                                00980000
009900     05 STD-LOSE        PIC 9(05).                                00990000
010000     05 FILLER          PIC X(01).                                01000000
010100     05 STD-DRAW        PIC 9(05).                                01010000
010200     05 FILLER          PIC X(02).                                01020000
010300     05 STD-POINTS      PIC 9(12).                                01030000
010400     05 FILLER          PIC X(02).                                01040000
010500     05 STD-PLAYER-NAME PIC X(20).                                01050000
010600     05 FILLER          PIC X(06).                                01060000
010700                                                                  01070000
010800 FD  PAY-TABLE.                                                   01080000
010900 01  PAY-REC.                                                     01090000
011000     05 PAY-POSITION    PIC 9(03).                                01100000
011100     05 FILLER          PIC X(01).                                01110000
011200     05 PAY-PCT         PIC 9(03)V99.                             01120000
011300     05 FILLER          PIC X(01).                                01130000
011400     05 PAY-POOL        PIC 9(09)V99.                             01140000
011500                                                                  01150000
011600 FD  PLAYER-MST.                                                  01160000
011700 01  PLM-REC.                                                     01170000
011800     05 PLM-TABLE-ID     PIC X(05).                               01180000
011900     05 PLM-PLAYER-NAME  PIC X(20).                               01190000
012000     05 PLM-HOME-HALL    PIC X(10).                               01200000
012100                                                                  01210000
012200 FD  HOLD-FILE.                                                   01220000
012300 01  HLF-REC.                                                     01230000
012400     05 HLF-POSITION    PIC 9(03).                                01240000
012500     05 FILLER          PIC X(01).                                01250000
012600     05 HLF-REASON      PIC X(30).                                01260000
012700                                                                  01270000
012800 FD  PRZ-LEDGER.                                                  01280000
012900 01  PRL-REC.                                                     01290000
013000     05 PRL-RUN-DATE    PIC 9(08).                                01300000
013100     05 FILLER          PIC X(01).                                01310000
013200     05 PRL-POSITION    PIC 9(03).                                01320000
013300     05 FILLER          PIC X(01).                                01330000
013400     05 PRL-TABLE-ID    PIC X(05).                                01340000
013500     05 FILLER          PIC X(01).                                01350000
013600     05 PRL-PLAYER-NAME PIC X(20).                                01360000
013700     05 FILLER          PIC X(01).                                01370000
013800     05 PRL-AWARD       PIC 9(09)V99.                             01380000
013900     05 FILLER          PIC X(01).                                01390000
014000     05 PRL-STATUS      PIC X(04).                                01400000
014100        88 PRL-PAID                  VALUE 'PAID'.                01410000
014200        88 PRL-HELD                  VALUE 'HELD'.                01420000
014300     05 FILLER          PIC X(01).                                01430000
014400     05 PRL-TIED-CNT    PIC 9(03).                                01440000
014500     05 FILLER          PIC X(01).                                01450000
014600     05 PRL-HOLD-REASON PIC X(30).                                01460000
014700                                                                  01470000
014800 FD  PRG-RPT.                                                     01480000
014900 01  PRG-REC.                                                     01490000
015000     05 PRG-TEXT        PIC X(20).                                01500000
015100     05 FILLER          PIC X(02).                                01510000
015200     05 PRG-POSITION    PIC 9(03).                                01520000
015300     05 FILLER          PIC X(02).                                01530000
015400     05 PRG-TABLE-ID    PIC X(05).                                01540000
015500     05 FILLER          PIC X(02).                                01550000
015600     05 PRG-PLAYER-NAME PIC X(20).                                01560000
015700     05 FILLER          PIC X(02).                                01570000
015800     05 PRG-AMOUNT      PIC 9(09)V99.                             01580000
015900     05 FILLER          PIC X(02).                                01590000
016000     05 PRG-STATUS      PIC X(04).                                01600000
016100     05 FILLER          PIC X(07).                                01610000
016200                                                                  01620000
016300 FD  REM-FILE.                                                    01630000
016400 01  REM-REC.                                                     01640000
016500     05 REM-RUN-DATE    PIC 9(08).                                01650000
016600     05 FILLER          PIC X(01).                                01660000
016700     05 REM-TABLE-ID    PIC X(05).                                01670000
016800     05 FILLER          PIC X(01).                                01680000
016900     05 REM-PAYEE       PIC X(20).                                01690000
017000     05 FILLER          PIC X(01).                                01700000
017100     05 REM-AMOUNT      PIC 9(09)V99.                             01710000
017200     05 FILLER          PIC X(01).                                01720000
017300     05 REM-POSITION    PIC 9(03).                                01730000
017400                                                                  01740000
017500 FD  AUD-HIST                                                     01750000
017600     DATA RECORD IS AUD-HIST-REC.                                 01760000
017700 01  AUD-HIST-REC.                                                01770000
017800     05 HIST-DATE            PIC 9(08).                           01780000
017900     05 FILLER               PIC X(02).                           01790000
018000     05 HIST-TIME            PIC 9(06).                           01800000
018100     05 FILLER               PIC X(02).                           01810000
018200     05 HIST-PGM             PIC X(08).                           01820000
018300     05 FILLER               PIC X(02).                           01830000
018400     05 HIST-OUTPUT          PIC X(40).                           01840000
018401     05 FILLER               PIC X(02).                           01840100
018402     05 HIST-VERSION         PIC X(08).                           01840200
018500                                                                  01850000
018600 WORKING-STORAGE SECTION.                                         01860000
018700 01  WS-WORK-FIELDS.                                              01870000
018800     05 WS-I              PIC 9(03)   VALUE ZEROES.               01880000
018900     05 WS-J              PIC 9(03)   VALUE ZEROES.               01890000
019000     05 WS-K              PIC 9(03)   VALUE ZEROES.               01900000
019100     05 WS-GRP-END        PIC 9(03)   VALUE ZEROES.               01910000
019200     05 WS-GRP-CNT        PIC 9(03)   VALUE ZEROES.               01920000
019300     05 WS-RUN-DATE       PIC 9(08)   VALUE ZEROES.               01930000
019400     05 WS-PAID-CNT       PIC 9(03)   VALUE ZEROES.               01940000
019500     05 WS-HELD-CNT       PIC 9(03)   VALUE ZEROES.               01950000
019600     05 WS-PCT-TOTAL      PIC 9(05)V99 VALUE ZEROES.              01960000
019700     05 WS-POOL           PIC 9(09)V99 VALUE ZEROES.              01970000
019800     05 WS-SHARE-TOTAL    PIC 9(11)V99 VALUE ZEROES.              01980000
019900     05 WS-GRP-PRIZE      PIC 9(11)V99 VALUE ZEROES.              01990000
020000     05 WS-GRP-EACH       PIC 9(11)V99 VALUE ZEROES.              02000000
020100     05 WS-GRP-LEFT       PIC 9(11)V99 VALUE ZEROES.              02010000
020200     05 WS-AWARD          PIC 9(11)V99 VALUE ZEROES.              02020000
020300     05 WS-AWARDED        PIC 9(11)V99 VALUE ZEROES.              02030000
020400     05 WS-PAID-AMT       PIC 9(11)V99 VALUE ZEROES.              02040000
020500     05 WS-HELD-AMT       PIC 9(11)V99 VALUE ZEROES.              02050000
020600     05 WS-UNAWARDED      PIC 9(11)V99 VALUE ZEROES.              02060000
020700     05 WS-PROOF          PIC 9(11)V99 VALUE ZEROES.              02070000
020800     05 WS-CUR-NAME       PIC X(20)   VALUE SPACES.               02080000
020900     05 WS-CUR-REASON     PIC X(30)   VALUE SPACES.               02090000
021000     05 WS-POOL-SW        PIC X(01)   VALUE 'N'.                  02100000
021100        88 WS-POOL-FOUND  VALUE 'Y'.                              02110000
021200     05 WS-FOUND-SW       PIC X(01)   VALUE 'N'.                  02120000
021300        88 WS-FOUND       VALUE 'Y'.                              02130000
021400                                                                  02140000
021500*----------------------------------------------------------------*02150000
021600* PRIZE SHARE PER FINISHING POSITION. THE PENNY LEFT OVER WHEN   *02160000
021700* THE SHARES ARE ROUNDED GOES TO FIRST PLACE, SO THE SHARES      *02170000
021800* ALWAYS ADD BACK TO THE POOL EXACTLY                            *02180000
021900*----------------------------------------------------------------*02190000
022000 01  WS-PAY-FIELDS.                                               02200000
022100     05 WS-PAY-CNT        PIC 9(03)   VALUE ZEROES.               02210000
022200     05 WS-MAX-PAYS       PIC 9(03)   VALUE 50.                   02220000
022300 01  WS-PAY-TABLE.                                                02230000
022400     05 WS-PAY-ENTRY      OCCURS 50 TIMES.                        02240000
022500        10 WS-PAY-PCT     PIC 9(03)V99.                           02250000
022600        10 WS-PAY-SHARE   PIC 9(11)V99.                           02260000
022700                                                                  02270000
022800 01  WS-STD-FIELDS.                                               02280000
022900     05 WS-STD-CNT        PIC 9(03)   VALUE ZEROES.               02290000
023000     05 WS-MAX-STDS       PIC 9(03)   VALUE 100.                  02300000
023100 01  WS-STD-TABLE.                                                02310000
023200     05 WS-STD-ENTRY      OCCURS 100 TIMES.                       02320000
023300        10 WS-STD-ID      PIC X(05).                              02330000
023400        10 WS-STD-POINTS  PIC 9(12).                              02340000
023500        10 WS-STD-WIN     PIC 9(05).                              02350000
023600                                                                  02360000
023700 01  WS-PLM-FIELDS.                                               02370000
023800     05 WS-PLM-CNT        PIC 9(03)   VALUE ZEROES.               02380000
023900     05 WS-MAX-PLMS       PIC 9(03)   VALUE 500.                  02390000
024000 01  WS-PLM-TABLE.                                                02400000
024100     05 WS-PLM-ENTRY      OCCURS 500 TIMES.                       02410000
024200        10 WS-PLM-ID      PIC X(05).                              02420000
024300        10 WS-PLM-NAME    PIC X(20).                              02430000
024400                                                                  02440000
024500 01  WS-HLF-FIELDS.                                               02450000
024600     05 WS-HLF-CNT        PIC 9(03)   VALUE ZEROES.               02460000
024700     05 WS-MAX-HLFS       PIC 9(03)   VALUE 50.                   02470000
024800 01  WS-HLF-TABLE.                                                02480000
024900     05 WS-HLF-ENTRY      OCCURS 50 TIMES.                        02490000
025000        10 WS-HLF-POS     PIC 9(03).                              02500000
025100        10 WS-HLF-REASON  PIC X(30).                              02510000
025200                                                                  02520000
025300 01  WS-SWITCHES.                                                 02530000
025400     05 STD-FILE-STATUS   PIC X(02)   VALUE SPACES.               02540000
025500        88 STD-SUCCESS    VALUE '00'.                             02550000
025600        88 STD-EOF        VALUE '10'.                             02560000
025700     05 PAY-FILE-STATUS   PIC X(02)   VALUE SPACES.               02570000
025800        88 PAY-SUCCESS    VALUE '00'.                             02580000
025900        88 PAY-EOF        VALUE '10'.                             02590000
026000     05 PLM-FILE-STATUS   PIC X(02)   VALUE SPACES.               02600000
026100        88 PLM-SUCCESS    VALUE '00'.                             02610000
026200        88 PLM-EOF        VALUE '10'.                             02620000
026300     05 HLF-FILE-STATUS   PIC X(02)   VALUE SPACES.               02630000
026400        88 HLF-SUCCESS    VALUE '00'.                             02640000
026500        88 HLF-EOF        VALUE '10'.                             02650000
026600     05 PRL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02660000
026700        88 PRL-SUCCESS    VALUE '00'.                             02670000
026800        88 PRL-EOF        VALUE '10'.                             02680000
026900     05 PRG-FILE-STATUS   PIC X(02)   VALUE SPACES.               02690000
027000        88 PRG-SUCCESS    VALUE '00'.                             02700000
027100     05 REM-FILE-STATUS   PIC X(02)   VALUE SPACES.               02710000
027200        88 REM-SUCCESS    VALUE '00'.                             02720000
027300     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02730000
027400        88 HIST-SUCCESS   VALUE '00'.                             02740000
027500                                                                  02750000
027600 01  WS-HIST-FIELDS.                                              02760000
027700     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02770000
027800     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02780000
027900     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02790000
027901     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02790100
028000                                                                  02800000
028100 PROCEDURE DIVISION.                                              02810000
028200                                                                  02820000
028300     ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD.                 02830000
028400     PERFORM 0500-LOAD-PAYOUTS         THRU 0500-EXIT.            02840000
028500     PERFORM 0600-LOAD-STANDINGS       THRU 0600-EXIT.            02850000
028600     PERFORM 0700-LOAD-PLAYERS         THRU 0700-EXIT.            02860000
028700     PERFORM 0800-LOAD-HOLDS           THRU 0800-EXIT.            02870000
028800     PERFORM 0900-CHECK-ALREADY-POSTED THRU 0900-EXIT.            02880000
028900     PERFORM 1000-OPEN-OUTPUTS         THRU 1000-EXIT.            02890000
029000     PERFORM 2000-AWARD-GROUPS         THRU 2000-EXIT.            02900000
029100     PERFORM 5000-WRITE-PROOF          THRU 5000-EXIT.            02910000
029200     CLOSE PRZ-LEDGER.                                            02920000
029300     CLOSE PRG-RPT.                                               02930000
029400     CLOSE REM-FILE.                                              02940000
029500     STRING 'PRIZES PAID ' DELIMITED BY SIZE                      02950000
029600        WS-PAID-CNT DELIMITED BY SIZE                             02960000
029700        ' HELD ' DELIMITED BY SIZE                                02970000
029800        WS-HELD-CNT DELIMITED BY SIZE                             02980000
029900        INTO WS-HIST-MSG.                                         02990000
030000     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03000000
030100     GOBACK.                                                      03010000
030200                                                                  03020000
030300 0500-LOAD-PAYOUTS.                                               03030000
030400*----------------------------------------------------------------*03040000
030500* THE SHARES MUST ADD TO EXACTLY 100 PERCENT OR NOTHING IS       *03050000
030600* POSTED - A PAYOUT TABLE THAT GIVES AWAY MORE, OR LESS, THAN    *03060000
030700* THE POOL IS A COMMITTEE DECISION, NOT A ROUNDING MATTER        *03070000
030800*----------------------------------------------------------------*03080000
030900     OPEN INPUT PAY-TABLE.                                        03090000
031000     IF NOT PAY-SUCCESS                                           03100000
031100        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2PAY, FILE STATUS: '  03110000
031200                PAY-FILE-STATUS                                   03120000
031300        MOVE 16             TO RETURN-CODE                        03130000
031400        MOVE 'UNABLE TO OPEN PAYOUT TABLE'   TO WS-HIST-MSG       03140000
031500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03150000
031600        GOBACK                                                    03160000
031700     END-IF.                                                      03170000
031800     PERFORM UNTIL PAY-EOF                                        03180000
031900        READ PAY-TABLE                                            03190000
032000             AT END                                               03200000
032100                SET PAY-EOF TO TRUE                               03210000
032200             NOT AT END                                           03220000
032300                EVALUATE TRUE                                     03230000
032400                    WHEN PAY-POSITION NOT NUMERIC                 03240000
032500                         DISPLAY 'PAYOUT ROW DROPPED: ' PAY-REC   03250000
032600                    WHEN PAY-POSITION = ZEROES                    03260000
032700                         AND PAY-POOL IS NUMERIC                  03270000
032800                         MOVE PAY-POOL  TO WS-POOL                03280000
032900                         SET WS-POOL-FOUND TO TRUE                03290000
033000                    WHEN PAY-POSITION > ZEROES                    03300000
033100                         AND PAY-POSITION NOT > WS-MAX-PAYS       03310000
033200                         AND PAY-PCT IS NUMERIC                   03320000
033300                         MOVE PAY-PCT                             03330000
033400                           TO WS-PAY-PCT(PAY-POSITION)            03340000
033500                         IF PAY-POSITION > WS-PAY-CNT             03350000
033600                            MOVE PAY-POSITION TO WS-PAY-CNT       03360000
033700                         END-IF                                   03370000
033800                    WHEN OTHER                                    03380000
033900                         DISPLAY 'PAYOUT ROW DROPPED: ' PAY-REC   03390000
034000                END-EVALUATE                                      03400000
034100        END-READ                                                  03410000
034200     END-PERFORM.                                                 03420000
034300     CLOSE PAY-TABLE.                                             03430000
034400     PERFORM VARYING WS-I FROM 1 BY 1                             03440000
034500               UNTIL WS-I > WS-PAY-CNT                            03450000
034600        ADD WS-PAY-PCT(WS-I)  TO WS-PCT-TOTAL                     03460000
034700     END-PERFORM.                                                 03470000
034800     IF NOT WS-POOL-FOUND                                         03480000
034900        OR WS-PCT-TOTAL NOT = 100                                 03490000
035000        DISPLAY 'ERROR - PAYOUT TABLE INVALID - POOL '            03500000
035100                WS-POOL ' SHARES ' WS-PCT-TOTAL '%'               03510000
035200        MOVE 16             TO RETURN-CODE                        03520000
035300        MOVE 'PAYOUT TABLE DOES NOT BALANCE' TO WS-HIST-MSG       03530000
035400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03540000
035500        GOBACK                                                    03550000
035600     END-IF.                                                      03560000
035700     MOVE ZEROES              TO WS-SHARE-TOTAL.                  03570000
035800     PERFORM VARYING WS-I FROM 1 BY 1                             03580000
035900               UNTIL WS-I > WS-PAY-CNT                            03590000
036000        COMPUTE WS-PAY-SHARE(WS-I) ROUNDED =                      03600000
036100                WS-POOL * WS-PAY-PCT(WS-I) / 100                  03610000
036200        ADD WS-PAY-SHARE(WS-I)  TO WS-SHARE-TOTAL                 03620000
036300     END-PERFORM.                                                 03630000
036400     IF WS-SHARE-TOTAL > WS-POOL                                  03640000
036500        SUBTRACT WS-POOL FROM WS-SHARE-TOTAL                      03650000
036600        SUBTRACT WS-SHARE-TOTAL FROM WS-PAY-SHARE(1)              03660000
036700     ELSE                                                         03670000
036800        SUBTRACT WS-SHARE-TOTAL FROM WS-POOL                      03680000
036900                 GIVING WS-SHARE-TOTAL                            03690000
037000        ADD WS-SHARE-TOTAL    TO WS-PAY-SHARE(1)                  03700000
037100     END-IF.                                                      03710000
037200 0500-EXIT.                                                       03720000
037300     EXIT.                                                        03730000
037400                                                                  03740000
037500 0600-LOAD-STANDINGS.                                             03750000
037600     OPEN INPUT STD-RPT.                                          03760000
037700     IF NOT STD-SUCCESS                                           03770000
037800        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2STD, FILE STATUS: '  03780000
037900                STD-FILE-STATUS                                   03790000
038000        MOVE 16             TO RETURN-CODE                        03800000
038100        MOVE 'UNABLE TO OPEN STANDINGS'      TO WS-HIST-MSG       03810000
038200        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03820000
038300        GOBACK                                                    03830000
038400     END-IF.                                                      03840000
038500     PERFORM UNTIL STD-EOF                                        03850000
038600        READ STD-RPT                                              03860000
038700             AT END                                               03870000
038800                SET STD-EOF TO TRUE                               03880000
038900             NOT AT END                                           03890000
039000                IF WS-STD-CNT < WS-MAX-STDS                       03900000
039100                   ADD 1 TO WS-STD-CNT                            03910000
039200                   MOVE STD-TABLE-ID  TO WS-STD-ID(WS-STD-CNT)    03920000
039300                   MOVE STD-POINTS    TO WS-STD-POINTS(WS-STD-CNT)03930000
039400                   MOVE STD-WIN       TO WS-STD-WIN(WS-STD-CNT)   03940000
039500                ELSE                                              03950000
039600                   DISPLAY 'STANDINGS CAPACITY (100) EXCEEDED - ' 03960000
039700                           STD-TABLE-ID ' NOT CONSIDERED'         03970000
039800                END-IF                                            03980000
039900        END-READ                                                  03990000
040000     END-PERFORM.                                                 04000000
040100     CLOSE STD-RPT.                                               04010000
040200 0600-EXIT.                                                       04020000
040300     EXIT.                                                        04030000
040400                                                                  04040000
040500 0700-LOAD-PLAYERS.                                               04050000
040600     OPEN INPUT PLAYER-MST.                                       04060000
040700     IF NOT PLM-SUCCESS                                           04070000
040800        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2PLM, FILE STATUS: '  04080000
040900                PLM-FILE-STATUS                                   04090000
041000        MOVE 16             TO RETURN-CODE                        04100000
041100        MOVE 'UNABLE TO OPEN PLAYER MASTER'  TO WS-HIST-MSG       04110000
041200        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04120000
041300        GOBACK                                                    04130000
041400     END-IF.                                                      04140000
041500     PERFORM UNTIL PLM-EOF                                        04150000
041600        READ PLAYER-MST                                           04160000
041700             AT END                                               04170000
041800                SET PLM-EOF TO TRUE                               04180000
041900             NOT AT END                                           04190000
042000                IF WS-PLM-CNT < WS-MAX-PLMS                       04200000
042100                   ADD 1 TO WS-PLM-CNT                            04210000
042200                   MOVE PLM-TABLE-ID    TO WS-PLM-ID(WS-PLM-CNT)  04220000
042300                   MOVE PLM-PLAYER-NAME TO WS-PLM-NAME(WS-PLM-CNT)04230000
042400                END-IF                                            04240000
042500        END-READ                                                  04250000
042600     END-PERFORM.                                                 04260000
042700     CLOSE PLAYER-MST.                                            04270000
042800 0700-EXIT.                                                       04280000
042900     EXIT.                                                        04290000
043000                                                                  04300000
043100 0800-LOAD-HOLDS.                                                 04310000
043200     OPEN INPUT HOLD-FILE.                                        04320000
043300     IF NOT HLF-SUCCESS                                           04330000
043400        DISPLAY 'NO DISPUTED POSITIONS - AOCD2HLF NOT PRESENT'    04340000
043500        GO TO 0800-EXIT                                           04350000
043600     END-IF.                                                      04360000
043700     PERFORM UNTIL HLF-EOF                                        04370000
043800        READ HOLD-FILE                                            04380000
043900             AT END                                               04390000
044000                SET HLF-EOF TO TRUE                               04400000
044100             NOT AT END                                           04410000
044200                IF HLF-POSITION IS NUMERIC                        04420000
044300                   AND WS-HLF-CNT < WS-MAX-HLFS                   04430000
044400                   ADD 1 TO WS-HLF-CNT                            04440000
044500                   MOVE HLF-POSITION  TO WS-HLF-POS(WS-HLF-CNT)   04450000
044600                   MOVE HLF-REASON    TO WS-HLF-REASON(WS-HLF-CNT)04460000
044700                END-IF                                            04470000
044800        END-READ                                                  04480000
044900     END-PERFORM.                                                 04490000
045000     CLOSE HOLD-FILE.                                             04500000
045100 0800-EXIT.                                                       04510000
045200     EXIT.                                                        04520000
045300                                                                  04530000
045400 0900-CHECK-ALREADY-POSTED.                                       04540000
045500*----------------------------------------------------------------*04550000
045600* A SEASON IS PAID ONCE - A RERUN THE SAME DAY WOULD POST EVERY  *04560000
045700* AWARD AND REMIT EVERY CHEQUE A SECOND TIME                     *04570000
045800*----------------------------------------------------------------*04580000
045900     OPEN INPUT PRZ-LEDGER.                                       04590000
046000     IF NOT PRL-SUCCESS                                           04600000
046100        GO TO 0900-EXIT                                           04610000
046200     END-IF.                                                      04620000
046300     PERFORM UNTIL PRL-EOF                                        04630000
046400        READ PRZ-LEDGER                                           04640000
046500             AT END                                               04650000
046600                SET PRL-EOF TO TRUE                               04660000
046700             NOT AT END                                           04670000
046800                IF PRL-RUN-DATE = WS-RUN-DATE                     04680000
046900                   SET PRL-EOF TO TRUE                            04690000
047000                   SET WS-FOUND TO TRUE                           04700000
047100                END-IF                                            04710000
047200        END-READ                                                  04720000
047300     END-PERFORM.                                                 04730000
047400     CLOSE PRZ-LEDGER.                                            04740000
047500     IF WS-FOUND                                                  04750000
047600        DISPLAY 'ERROR - PRIZES ALREADY POSTED FOR ' WS-RUN-DATE  04760000
047700        MOVE 8              TO RETURN-CODE                        04770000
047800        MOVE 'PRIZES ALREADY POSTED TODAY'   TO WS-HIST-MSG       04780000
047900        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04790000
048000        GOBACK                                                    04800000
048100     END-IF.                                                      04810000
048200 0900-EXIT.                                                       04820000
048300     EXIT.                                                        04830000
048400                                                                  04840000
048500 1000-OPEN-OUTPUTS.                                               04850000
048600     OPEN EXTEND PRZ-LEDGER.                                      04860000
048700     OPEN OUTPUT PRG-RPT.                                         04870000
048800     OPEN OUTPUT REM-FILE.                                        04880000
048900 1000-EXIT.                                                       04890000
049000     EXIT.                                                        04900000
049100                                                                  04910000
049200 2000-AWARD-GROUPS.                                               04920000
049300*----------------------------------------------------------------*04930000
049400* WALK THE STANDINGS ONE TIE GROUP AT A TIME. A GROUP IS EVERY   *04940000
049500* TABLE LEVEL ON POINTS AND WINS WITH THE FIRST; IT SHARES THE   *04950000
049600* PRIZES FOR THE POSITIONS IT OCCUPIES, AND THE ODD PENNY OF     *04960000
049700* AN UNEVEN SPLIT GOES TO THE HIGHEST-LISTED TABLE               *04970000
049800*----------------------------------------------------------------*04980000
049900     MOVE 1                   TO WS-I.                            04990000
050000     PERFORM UNTIL WS-I > WS-STD-CNT                              05000000
050100                OR WS-I > WS-PAY-CNT                              05010000
050200        MOVE WS-I             TO WS-GRP-END                       05020000
050300        PERFORM UNTIL WS-GRP-END NOT < WS-STD-CNT                 05030000
050400                   OR WS-STD-POINTS(WS-GRP-END + 1)               05040000
050500                      NOT = WS-STD-POINTS(WS-I)                   05050000
050600                   OR WS-STD-WIN(WS-GRP-END + 1)                  05060000
050700                      NOT = WS-STD-WIN(WS-I)                      05070000
050800           ADD 1              TO WS-GRP-END                       05080000
050900        END-PERFORM                                               05090000
051000        COMPUTE WS-GRP-CNT = WS-GRP-END - WS-I + 1                05100000
051100        MOVE ZEROES           TO WS-GRP-PRIZE                     05110000
051200        PERFORM VARYING WS-J FROM WS-I BY 1                       05120000
051300                  UNTIL WS-J > WS-GRP-END                         05130000
051400                     OR WS-J > WS-PAY-CNT                         05140000
051500           ADD WS-PAY-SHARE(WS-J)  TO WS-GRP-PRIZE                05150000
051600        END-PERFORM                                               05160000
051700        DIVIDE WS-GRP-PRIZE BY WS-GRP-CNT                         05170000
051800               GIVING WS-GRP-EACH                                 05180000
051900        COMPUTE WS-GRP-LEFT = WS-GRP-PRIZE                        05190000
052000                            - WS-GRP-EACH * WS-GRP-CNT            05200000
052100        PERFORM VARYING WS-J FROM WS-I BY 1                       05210000
052200                  UNTIL WS-J > WS-GRP-END                         05220000
052300           MOVE WS-GRP-EACH   TO WS-AWARD                         05230000
052400           IF WS-J = WS-I                                         05240000
052500              ADD WS-GRP-LEFT TO WS-AWARD                         05250000
052600           END-IF                                                 05260000
052700           PERFORM 3000-POST-AWARD  THRU 3000-EXIT                05270000
052800        END-PERFORM                                               05280000
052900        COMPUTE WS-I = WS-GRP-END + 1                             05290000
053000     END-PERFORM.                                                 05300000
053100 2000-EXIT.                                                       05310000
053200     EXIT.                                                        05320000
053300                                                                  05330000
053400 3000-POST-AWARD.                                                 05340000
053500*----------------------------------------------------------------*05350000
053600* THE AWARD IS POSTED AGAINST THE PLAYER NAME ON THE MASTER. A   *05360000
053700* DISPUTED POSITION, OR A TABLE WITH NO PLAYER TO PAY, IS        *05370000
053800* POSTED HELD AND KEPT OFF THE REMITTANCE                        *05380000
053900*----------------------------------------------------------------*05390000
054000     IF WS-AWARD = ZEROES                                         05400000
054100        GO TO 3000-EXIT                                           05410000
054200     END-IF.                                                      05420000
054300     MOVE SPACES              TO WS-CUR-NAME.                     05430000
054400     MOVE SPACES              TO WS-CUR-REASON.                   05440000
054500     PERFORM VARYING WS-K FROM 1 BY 1                             05450000
054600               UNTIL WS-K > WS-PLM-CNT                            05460000
054700                  OR WS-CUR-NAME NOT = SPACES                     05470000
054800        IF WS-PLM-ID(WS-K) = WS-STD-ID(WS-J)                      05480000
054900           MOVE WS-PLM-NAME(WS-K)  TO WS-CUR-NAME                 05490000
055000        END-IF                                                    05500000
055100     END-PERFORM.                                                 05510000
055200     PERFORM VARYING WS-K FROM 1 BY 1                             05520000
055300               UNTIL WS-K > WS-HLF-CNT                            05530000
055400                  OR WS-CUR-REASON NOT = SPACES                   05540000
055500        IF WS-HLF-POS(WS-K) = WS-J                                05550000
055600           MOVE WS-HLF-REASON(WS-K)  TO WS-CUR-REASON             05560000
055700           IF WS-CUR-REASON = SPACES                              05570000
055800              MOVE 'POSITION DISPUTED'  TO WS-CUR-REASON          05580000
055900           END-IF                                                 05590000
056000        END-IF                                                    05600000
056100     END-PERFORM.                                                 05610000
056200     IF WS-CUR-NAME = SPACES                                      05620000
056300        AND WS-CUR-REASON = SPACES                                05630000
056400        MOVE 'NO PLAYER ON AOCD2PLM'  TO WS-CUR-REASON            05640000
056500     END-IF.                                                      05650000
056600     INITIALIZE               PRL-REC.                            05660000
056700     MOVE WS-RUN-DATE         TO PRL-RUN-DATE.                    05670000
056800     MOVE WS-J                TO PRL-POSITION.                    05680000
056900     MOVE WS-STD-ID(WS-J)     TO PRL-TABLE-ID.                    05690000
057000     MOVE WS-CUR-NAME         TO PRL-PLAYER-NAME.                 05700000
057100     MOVE WS-AWARD            TO PRL-AWARD.                       05710000
057200     MOVE WS-GRP-CNT          TO PRL-TIED-CNT.                    05720000
057300     MOVE WS-CUR-REASON       TO PRL-HOLD-REASON.                 05730000
057400     ADD WS-AWARD             TO WS-AWARDED.                      05740000
057500     IF WS-CUR-REASON = SPACES                                    05750000
057600        SET PRL-PAID          TO TRUE                             05760000
057700        ADD 1                 TO WS-PAID-CNT                      05770000
057800        ADD WS-AWARD          TO WS-PAID-AMT                      05780000
057900        INITIALIZE            REM-REC                             05790000
058000        MOVE WS-RUN-DATE      TO REM-RUN-DATE                     05800000
058100        MOVE WS-STD-ID(WS-J)  TO REM-TABLE-ID                     05810000
058200        MOVE WS-CUR-NAME      TO REM-PAYEE                        05820000
058300        MOVE WS-AWARD         TO REM-AMOUNT                       05830000
058400        MOVE WS-J             TO REM-POSITION                     05840000
058500        WRITE REM-REC                                             05850000
058600     ELSE                                                         05860000
058700        SET PRL-HELD          TO TRUE                             05870000
058800        ADD 1                 TO WS-HELD-CNT                      05880000
058900        ADD WS-AWARD          TO WS-HELD-AMT                      05890000
059000        DISPLAY 'AWARD HELD - POSITION ' WS-J ' TABLE '           05900000
059100                WS-STD-ID(WS-J) ' ' WS-CUR-REASON                 05910000
059200     END-IF.                                                      05920000
059300     WRITE PRL-REC.                                               05930000
059400     INITIALIZE               PRG-REC.                            05940000
059500     IF WS-GRP-CNT > 1                                            05950000
059600        MOVE 'AWARD - TIED'   TO PRG-TEXT                         05960000
059700     ELSE                                                         05970000
059800        MOVE 'AWARD'          TO PRG-TEXT                         05980000
059900     END-IF.                                                      05990000
060000     MOVE WS-J                TO PRG-POSITION.                    06000000
060100     MOVE WS-STD-ID(WS-J)     TO PRG-TABLE-ID.                    06010000
060200     MOVE WS-CUR-NAME         TO PRG-PLAYER-NAME.                 06020000
060300     MOVE WS-AWARD            TO PRG-AMOUNT.                      06030000
060400     MOVE PRL-STATUS          TO PRG-STATUS.                      06040000
060500     WRITE PRG-REC.                                               06050000
060600 3000-EXIT.                                                       06060000
060700     EXIT.                                                        06070000
060800                                                                  06080000
060900 5000-WRITE-PROOF.                                                06090000
061000*----------------------------------------------------------------*06100000
061100* PROOF - WHAT WAS AWARDED PLUS THE SHARES OF POSITIONS NO TABLE *06110000
061200* REACHED MUST EQUAL THE POOL, AND PAID PLUS HELD MUST EQUAL     *06120000
061300* WHAT WAS AWARDED. EITHER FAILING IS RC 8                       *06130000
061400*----------------------------------------------------------------*06140000
061500     COMPUTE WS-UNAWARDED = WS-POOL - WS-AWARDED.                 06150000
061600     INITIALIZE               PRG-REC.                            06160000
061700     MOVE 'PRIZE POOL'        TO PRG-TEXT.                        06170000
061800     MOVE WS-POOL             TO PRG-AMOUNT.                      06180000
061900     WRITE PRG-REC.                                               06190000
062000     INITIALIZE               PRG-REC.                            06200000
062100     MOVE 'TOTAL AWARDED'     TO PRG-TEXT.                        06210000
062200     MOVE WS-AWARDED          TO PRG-AMOUNT.                      06220000
062300     WRITE PRG-REC.                                               06230000
062400     INITIALIZE               PRG-REC.                            06240000
062500     MOVE 'AWARDS PAID'       TO PRG-TEXT.                        06250000
062600     MOVE WS-PAID-CNT         TO PRG-POSITION.                    06260000
062700     MOVE WS-PAID-AMT         TO PRG-AMOUNT.                      06270000
062800     WRITE PRG-REC.                                               06280000
062900     INITIALIZE               PRG-REC.                            06290000
063000     MOVE 'AWARDS HELD'       TO PRG-TEXT.                        06300000
063100     MOVE WS-HELD-CNT         TO PRG-POSITION.                    06310000
063200     MOVE WS-HELD-AMT         TO PRG-AMOUNT.                      06320000
063300     WRITE PRG-REC.                                               06330000
063400     INITIALIZE               PRG-REC.                            06340000
063500     MOVE 'POSITIONS UNFILLED' TO PRG-TEXT.                       06350000
063600     MOVE WS-UNAWARDED        TO PRG-AMOUNT.                      06360000
063700     WRITE PRG-REC.                                               06370000
063800     COMPUTE WS-PROOF = WS-AWARDED + WS-UNAWARDED.                06380000
063900     INITIALIZE               PRG-REC.                            06390000
064000     IF WS-PROOF = WS-POOL                                        06400000
064100        AND WS-PAID-AMT + WS-HELD-AMT = WS-AWARDED                06410000
064200        MOVE 'PROOF - IN BALANCE' TO PRG-TEXT                     06420000
064300     ELSE                                                         06430000
064400        MOVE 'PROOF - OUT OF BAL' TO PRG-TEXT                     06440000
064500        MOVE 8                TO RETURN-CODE                      06450000
064600     END-IF.                                                      06460000
064700     MOVE WS-PROOF            TO PRG-AMOUNT.                      06470000
064800     WRITE PRG-REC.                                               06480000
064900     DISPLAY 'PRIZE POOL: ' WS-POOL ' AWARDED: ' WS-AWARDED       06490000
065000             ' PAID: ' WS-PAID-AMT ' HELD: ' WS-HELD-AMT          06500000
065100             ' UNFILLED: ' WS-UNAWARDED.                          06510000
065200 5000-EXIT.                                                       06520000
065300     EXIT.                                                        06530000
065400                                                                  06540000
065500*----------------------------------------------------------------*06550000
065600*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06560000
065700*----------------------------------------------------------------*06570000
065800 9800-WRITE-AUDIT-HIST.                                           06580000
065900     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06590000
066000     ACCEPT WS-HIST-TIME FROM TIME.                               06600000
066100     OPEN EXTEND AUD-HIST.                                        06610000
066200     INITIALIZE AUD-HIST-REC.                                     06620000
066300     MOVE WS-HIST-DATE          TO HIST-DATE.                     06630000
066400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06640000
066500     MOVE 'AOCD2PGF'            TO HIST-PGM.                      06650000
066501     MOVE WS-HIST-VER           TO HIST-VERSION.                  06650100
066600     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06660000
066700     WRITE AUD-HIST-REC.                                          06670000
066800     CLOSE AUD-HIST.                                              06680000
066900 9800-EXIT.                                                       06690000
067000     EXIT.                                                        06700000
