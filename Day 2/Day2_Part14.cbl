000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 2 PROGRAM 14                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  HANDICAP DIVISION. THE RATINGS AOCD2PGA KEEPS ON AOCD2RTG     *00040000
000500*  WERE ONLY EVER USED FOR SEEDING, SO THE WEAKER TABLES NEVER   *00050000
000600*  PLACE ON THE SCRATCH LEADERBOARD. EACH TABLE ON THE NEWEST    *00060000
000700*  AOCD2LDR NIGHT IS GIVEN A HANDICAP FROM ITS RATING - ONE      *00070000
000800*  PERCENT FOR EVERY STEP OF RATING POINTS IT SITS BELOW THE     *00080000
000900*  NIGHT'S STRONGEST TABLE, UP TO A CAP - AND THE                *00090000
001000*  HANDICAP-ADJUSTED NIGHT IS APPENDED TO AOCD2HLD WITH THE RAW  *00100000
001100*  TOTAL, THE RATING AND THE HANDICAP ALONGSIDE. AOCD2HST THEN   *00110000
001200*  RANKS THE WHOLE HANDICAP HISTORY THE WAY AOCD2PG5 RANKS THE   *00120000
001300*  SCRATCH ONE. AOCD2LDR ITSELF IS ONLY EVER READ                *00130000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD2PGE.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200     SELECT LEADER-HIST ASSIGN TO AOCD2LDR                        00220000
002300        ORGANIZATION    IS SEQUENTIAL                             00230000
002400         ACCESS MODE    IS SEQUENTIAL                             00240000
002500         FILE STATUS    IS LEADER-FILE-STATUS.                    00250000
002600                                                                  00260000
002700     SELECT RTG-FILE    ASSIGN TO AOCD2RTG                        00270000
002800        ORGANIZATION    IS SEQUENTIAL                             00280000
002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS RTG-FILE-STATUS.                       00300000
003100                                                                  00310000
003200*----------------------------------------------------------------*00320000
003300* THE HANDICAP LEADERBOARD - ONE ROW PER SCRATCH LEADERBOARD     *00330000
003400* ROW, APPENDED NIGHT BY NIGHT THE SAME WAY AOCD2LDR IS          *00340000
003500*----------------------------------------------------------------*00350000
003600     SELECT HCP-HIST    ASSIGN TO AOCD2HLD                        00360000
003700        ORGANIZATION    IS SEQUENTIAL                             00370000
003800         ACCESS MODE    IS SEQUENTIAL                             00380000
003900         FILE STATUS    IS HLD-FILE-STATUS.                       00390000
004000                                                                  00400000
004100*----------------------------------------------------------------*00410000
004200* THE HANDICAP STANDINGS - ONE LINE PER TABLE ID, RANKED BY      *00420000
004300* CUMULATIVE ADJUSTED POINTS                                     *00430000
004400*----------------------------------------------------------------*00440000
004500     SELECT HST-RPT     ASSIGN TO AOCD2HST                        00450000
004600        ORGANIZATION    IS SEQUENTIAL                             00460000
004700         ACCESS MODE    IS SEQUENTIAL                             00470000
004800         FILE STATUS    IS HST-FILE-STATUS.                       00480000
004900                                                                  00490000
005000*----------------------------------------------------------------*00500000
005100*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00510000
005200*----------------------------------------------------------------*00520000
005300     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00530000
005400        ORGANIZATION    IS SEQUENTIAL                             00540000
005500         ACCESS MODE    IS SEQUENTIAL                             00550000
005600         FILE STATUS    IS HIST-FILE-STATUS.                      00560000
005700                                                                  00570000
005800 DATA DIVISION.                                                   00580000
005900 FILE SECTION.                                                    00590000
006000 FD  LEADER-HIST.                                                 00600000
006100 01  LEADER-REC.                                                  00610000
006200     05 LDR-RUN-DATE     PIC 9(08).                               00620000
006300     05 FILLER           PIC X(01).                               00630000
006400     05 LDR-TABLE-ID     PIC X(05).                               00640000
006500     05 FILLER           PIC X(01).                               00650000
006600     05 LDR-TOTAL        PIC 9(10).                               00660000
006700     05 FILLER           PIC X(01).                               00670000
006800     05 LDR-WIN          PIC 9(05).                               00680000
006900     05 LDR-LOSE         PIC 9(05).                               00690000
007000     05 LDR-DRAW         PIC 9(05).                               00700000
007200     05 LDR-PLAYER-NAME  PIC X(20).                               00720000
007300*----------------------------------------------------------------*00730000
007301* TYPE A IS A DISPUTE ADJUSTMENT POSTED BY AOCD2PGH AGAINST AN   *00730100
007302* EARLIER NIGHT - NOT A NIGHT PLAYED, SO NEVER LOADED AS ONE     *00730200
007303*----------------------------------------------------------------*00730300
007304     05 LDR-REC-TYPE     PIC X(01).                               00730400
007305        88 LDR-ADJUSTMENT             VALUE 'A'.                  00730500
007306     05 FILLER           PIC X(18).                               00730600
007400                                                                  00740000
007500 FD  RTG-FILE.                                                    00750000
007600 01  RTG-REC.                                                     00760000
007700     05 RTG-TABLE-ID    PIC X(05).                                00770000
007800     05 FILLER          PIC X(01).                                00780000
007900     05 RTG-RATING      PIC 9(05).                                00790000
008000     05 FILLER          PIC X(01).                                00800000
008100     05 RTG-RUNS        PIC 9(05).                                00810000
008200     05 FILLER          PIC X(01).                                00820000
008300     05 RTG-LAST-DATE   PIC 9(08).                                00830000
008400                                                                  00840000
008500*----------------------------------------------------------------*00850000
008600* HANDICAP LEADERBOARD ROW - THE SCRATCH ROW'S RAW TOTAL IS      *00860000
008700* CARRIED UNCHANGED NEXT TO THE RATING, HANDICAP PERCENT AND     *00870000
008800* POINTS THAT TURN IT INTO THE ADJUSTED TOTAL                    *00880000
008900*----------------------------------------------------------------*00890000
009000 FD  HCP-HIST.                                                    00900000
009100 01  HLD-REC.                                                     00910000
009200     05 HLD-RUN-DATE     PIC 9(08).                               00920000
009300     05 FILLER           PIC X(01).                               00930000
009400     05 HLD-TABLE-ID     PIC X(05).                               00940000
009500     05 FILLER           PIC X(01).                               00950000
009600     05 HLD-RAW-TOTAL    PIC 9(10).                               00960000
009700     05 FILLER           PIC X(01).                               00970000
009800     05 HLD-RATING       PIC 9(05).                               00980000
009900     05 FILLER           PIC X(01).                               00990000
010000     05 HLD-HCP-PCT      PIC 9(03).                               01000000
010100     05 FILLER           PIC X(01).                               01010000
010200     05 HLD-HCP-POINTS   PIC 9(10).                               01020000
010300     05 FILLER           PIC X(01).                               01030000
010400     05 HLD-ADJ-TOTAL    PIC 9(10).                               01040000
010500     05 FILLER           PIC X(01).                               01050000
010600     05 HLD-WIN          PIC 9(05).                               01060000
010700     05 HLD-LOSE         PIC 9(05).                               01070000
010800     05 HLD-DRAW         PIC 9(05).                               01080000
010900     05 FILLER           PIC X(01).                               01090000
011000     05 HLD-PLAYER-NAME  PIC X(20).                               01100000
011100                                                                  01110000
011200 FD  HST-RPT.                                                     01120000
011300 01  HST-REC.                                                     01130000
011400     05 HST-RANK        PIC 9(03).                                01140000
011500     05 FILLER          PIC X(02).                                01150000
011600     05 HST-TABLE-ID    PIC X(05).                                01160000
011700     05 FILLER          PIC X(02).                                01170000
011800     05 HST-GAMES       PIC 9(07).                                01180000
011900     05 FILLER          PIC X(02).                                01190000
012000     05 HST-WIN         PIC 9(05).                                01200000
012100     05 FILLER          PIC X(01).                                01210000
012200     05 HST-LOSE        PIC 9(05).                                01220000
012300     05 FILLER          PIC X(01).                                01230000
012400     05 HST-DRAW        PIC 9(05).                                01240000
012500     05 FILLER          PIC X(02).                                01250000
012600     05 HST-RAW-POINTS  PIC 9(12).                                01260000
012700     05 FILLER          PIC X(02).                                01270000
012800     05 HST-HCP-POINTS  PIC 9(12).                                01280000
012900     05 FILLER          PIC X(02).                                01290000
013000     05 HST-ADJ-POINTS  PIC 9(12).                                01300000
013100     05 FILLER          PIC X(02).                                01310000
013200     05 HST-HCP-PCT     PIC 9(03).                                01320000
013300     05 FILLER          PIC X(02).                                01330000
013400     05 HST-PLAYER-NAME PIC X(20).                                01340000
013500                                                                  01350000
013600 FD  AUD-HIST                                                     01360000
013700     DATA RECORD IS AUD-HIST-REC.                                 01370000
013800 01  AUD-HIST-REC.                                                01380000
013900     05 HIST-DATE            PIC 9(08).                           01390000
014000     05 FILLER               PIC X(02).                           01400000
014100     05 HIST-TIME            PIC 9(06).                           01410000
014200     05 FILLER               PIC X(02).                           01420000
014300     05 HIST-PGM             PIC X(08).                           01430000
014400     05 FILLER               PIC X(02).                           01440000
014500     05 HIST-OUTPUT          PIC X(40).                           01450000
014501     05 FILLER               PIC X(02).                           01450100
014502     05 HIST-VERSION         PIC X(08).                           01450200
014600                                                                  01460000
014700 WORKING-STORAGE SECTION.                                         01470000
014800 01  WS-WORK-FIELDS.                                              01480000
014900     05 WS-I              PIC 9(03)   VALUE ZEROES.               01490000
015000     05 WS-J              PIC 9(03)   VALUE ZEROES.               01500000
015100     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01510000
015200     05 WS-NIGHT-DATE     PIC 9(08)   VALUE ZEROES.               01520000
015300     05 WS-NIGHT-CNT      PIC 9(03)   VALUE ZEROES.               01530000
015400     05 WS-TOP-RATING     PIC 9(05)   VALUE ZEROES.               01540000
015500     05 WS-RATING         PIC 9(05)   VALUE ZEROES.               01550000
015600     05 WS-HCP-PCT        PIC S9(05)  VALUE ZEROES.               01560000
015700     05 WS-HLD-CNT        PIC 9(07)   VALUE ZEROES.               01570000
015800     05 WS-APPENDED-CNT   PIC 9(03)   VALUE ZEROES.               01580000
015900     05 WS-TBL-CNT        PIC 9(03)   VALUE ZEROES.               01590000
016000     05 WS-MAX-TABLES     PIC 9(03)   VALUE 100.                  01600000
016100     05 WS-NIGHT-DONE-SW  PIC X(01)   VALUE 'N'.                  01610000
016200        88 WS-NIGHT-DONE  VALUE 'Y'.                              01620000
016300                                                                  01630000
016400*----------------------------------------------------------------*01640000
016500* HANDICAP CONSTANTS - RATING POINTS BELOW THE STRONGEST TABLE   *01650000
016600* PER ONE PERCENT OF HANDICAP, AND THE MOST ANY TABLE IS GIVEN.  *01660000
016700* A TABLE AOCD2PGA HAS NOT RATED YET PLAYS OFF ITS START RATING  *01670000
016800*----------------------------------------------------------------*01680000
016900 01  WS-HCP-CONSTANTS.                                            01690000
017000     05 WS-HCP-STEP       PIC 9(03)   VALUE 20.                   01700000
017100     05 WS-HCP-MAX        PIC 9(03)   VALUE 50.                   01710000
017200     05 WS-START-RATING   PIC 9(05)   VALUE 1500.                 01720000
017300                                                                  01730000
017400*----------------------------------------------------------------*01740000
017500* ALL KNOWN RATINGS, LOADED FROM AOCD2RTG - READ ONLY HERE       *01750000
017600*----------------------------------------------------------------*01760000
017700 01  WS-RTG-FIELDS.                                               01770000
017800     05 WS-RTG-CNT        PIC 9(03)   VALUE ZEROES.               01780000
017900     05 WS-MAX-RTGS       PIC 9(03)   VALUE 200.                  01790000
018000 01  WS-RTG-TABLE.                                                01800000
018100     05 WS-RTG-ENTRY      OCCURS 200 TIMES.                       01810000
018200        10 WS-RTG-ID      PIC X(05).                              01820000
018300        10 WS-RTG-RATING  PIC 9(05).                              01830000
018400                                                                  01840000
018500*----------------------------------------------------------------*01850000
018600* THE NIGHT BEING HANDICAPPED - EVERY AOCD2LDR ROW ON THE        *01860000
018700* NEWEST RUN DATE                                                *01870000
018800*----------------------------------------------------------------*01880000
018900 01  WS-NIGHT-FIELDS.                                             01890000
019000     05 WS-MAX-NIGHT      PIC 9(03)   VALUE 200.                  01900000
019100 01  WS-NIGHT-TABLE.                                              01910000
019200     05 WS-NGT-ENTRY      OCCURS 200 TIMES.                       01920000
019300        10 WS-NGT-ID      PIC X(05).                              01930000
019400        10 WS-NGT-TOTAL   PIC 9(10).                              01940000
019500        10 WS-NGT-WIN     PIC 9(05).                              01950000
019600        10 WS-NGT-LOSE    PIC 9(05).                              01960000
019700        10 WS-NGT-DRAW    PIC 9(05).                              01970000
019800        10 WS-NGT-NAME    PIC X(20).                              01980000
019900        10 WS-NGT-RATING  PIC 9(05).                              01990000
020000                                                                  02000000
020100*----------------------------------------------------------------*02010000
020200* ONE ENTRY PER DISTINCT TABLE ID ACROSS THE HANDICAP HISTORY    *02020000
020300*----------------------------------------------------------------*02030000
020400 01  WS-STAND-TABLE.                                              02040000
020500     05 WS-STD-ENTRY      OCCURS 100 TIMES.                       02050000
020600        10 WS-STD-ID      PIC X(05).                              02060000
020700        10 WS-STD-RAW     PIC 9(12).                              02070000
020800        10 WS-STD-HCP     PIC 9(12).                              02080000
020900        10 WS-STD-ADJ     PIC 9(12).                              02090000
021000        10 WS-STD-WIN     PIC 9(07).                              02100000
021100        10 WS-STD-LOSE    PIC 9(07).                              02110000
021200        10 WS-STD-DRAW    PIC 9(07).                              02120000
021300        10 WS-STD-PCT     PIC 9(03).                              02130000
021400        10 WS-STD-DATE    PIC 9(08).                              02140000
021500        10 WS-STD-NAME    PIC X(20).                              02150000
021600                                                                  02160000
021700 01  WS-SWAP-ENTRY.                                               02170000
021800     05 WS-SWP-ID         PIC X(05).                              02180000
021900     05 WS-SWP-RAW        PIC 9(12).                              02190000
022000     05 WS-SWP-HCP        PIC 9(12).                              02200000
022100     05 WS-SWP-ADJ        PIC 9(12).                              02210000
022200     05 WS-SWP-WIN        PIC 9(07).                              02220000
022300     05 WS-SWP-LOSE       PIC 9(07).                              02230000
022400     05 WS-SWP-DRAW       PIC 9(07).                              02240000
022500     05 WS-SWP-PCT        PIC 9(03).                              02250000
022600     05 WS-SWP-DATE       PIC 9(08).                              02260000
022700     05 WS-SWP-NAME       PIC X(20).                              02270000
022800                                                                  02280000
022900 01  WS-SWITCHES.                                                 02290000
023000     05 LEADER-FILE-STATUS PIC X(02)  VALUE SPACES.               02300000
023100        88 LEADER-SUCCESS VALUE '00'.                             02310000
023200        88 LEADER-EOF     VALUE '10'.                             02320000
023300     05 RTG-FILE-STATUS   PIC X(02)   VALUE SPACES.               02330000
023400        88 RTG-SUCCESS    VALUE '00'.                             02340000
023500        88 RTG-EOF        VALUE '10'.                             02350000
023600     05 HLD-FILE-STATUS   PIC X(02)   VALUE SPACES.               02360000
023700        88 HLD-SUCCESS    VALUE '00'.                             02370000
023800        88 HLD-EOF        VALUE '10'.                             02380000
023900     05 HST-FILE-STATUS   PIC X(02)   VALUE SPACES.               02390000
024000        88 HST-SUCCESS    VALUE '00'.                             02400000
024100     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02410000
024200        88 HIST-SUCCESS   VALUE '00'.                             02420000
024300                                                                  02430000
024400 01  WS-HIST-FIELDS.                                              02440000
024500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02450000
024600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02460000
024700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02470000
024701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02470100
024800                                                                  02480000
024900 PROCEDURE DIVISION.                                              02490000
025000                                                                  02500000
025100     PERFORM 0500-LOAD-RATINGS         THRU 0500-EXIT.            02510000
025200     PERFORM 1000-PICK-NEWEST-NIGHT    THRU 1000-EXIT.            02520000
025300     PERFORM 1500-LOAD-NIGHT           THRU 1500-EXIT.            02530000
025400     PERFORM 2000-FOLD-HCP-HISTORY     THRU 2000-EXIT.            02540000
025500     PERFORM 3000-HANDICAP-THE-NIGHT   THRU 3000-EXIT.            02550000
025600     PERFORM 4000-RANK-STANDINGS       THRU 4000-EXIT.            02560000
025700     PERFORM 5000-WRITE-STANDINGS      THRU 5000-EXIT.            02570000
025800     STRING 'HANDICAP ROWS ' DELIMITED BY SIZE                    02580000
025900        WS-APPENDED-CNT DELIMITED BY SIZE                         02590000
026000        ' FOR NIGHT ' DELIMITED BY SIZE                           02600000
026100        WS-NIGHT-DATE DELIMITED BY SIZE                           02610000
026200        INTO WS-HIST-MSG.                                         02620000
026300     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02630000
026400     GOBACK.                                                      02640000
026500                                                                  02650000
026600 0500-LOAD-RATINGS.                                               02660000
026700     OPEN INPUT RTG-FILE.                                         02670000
026800     IF RTG-SUCCESS                                               02680000
026900        PERFORM UNTIL RTG-EOF                                     02690000
027000           READ RTG-FILE                                          02700000
027100                AT END                                            02710000
027200                   SET RTG-EOF TO TRUE                            02720000
027300                NOT AT END                                        02730000
027400                   IF WS-RTG-CNT < WS-MAX-RTGS                    02740000
027500                      AND RTG-RATING IS NUMERIC                   02750000
027600                      ADD 1 TO WS-RTG-CNT                         02760000
027700                      MOVE RTG-TABLE-ID TO WS-RTG-ID(WS-RTG-CNT)  02770000
027800                      MOVE RTG-RATING                             02780000
027900                                  TO WS-RTG-RATING(WS-RTG-CNT)    02790000
028000                   ELSE                                           02800000
028100                      DISPLAY 'RATING ROW DROPPED: ' RTG-TABLE-ID 02810000
028200                   END-IF                                         02820000
028300           END-READ                                               02830000
028400        END-PERFORM                                               02840000
028500        CLOSE RTG-FILE                                            02850000
028600     ELSE                                                         02860000
028700        DISPLAY 'NO RATING FILE YET - ALL TABLES PLAY OFF '       02870000
028800                WS-START-RATING                                   02880000
028900     END-IF.                                                      02890000
029000 0500-EXIT.                                                       02900000
029100     EXIT.                                                        02910000
029200                                                                  02920000
029300 1000-PICK-NEWEST-NIGHT.                                          02930000
029400     OPEN INPUT LEADER-HIST.                                      02940000
029500     IF NOT LEADER-SUCCESS                                        02950000
029600        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2LDR, FILE STATUS: '  02960000
029700                LEADER-FILE-STATUS                                02970000
029800        MOVE 16             TO RETURN-CODE                        02980000
029900        MOVE 'UNABLE TO OPEN LEADERBOARD'    TO WS-HIST-MSG       02990000
030000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03000000
030100        GOBACK                                                    03010000
030200     END-IF.                                                      03020000
030300     PERFORM UNTIL LEADER-EOF                                     03030000
030400        READ LEADER-HIST                                          03040000
030500             AT END                                               03050000
030600                SET LEADER-EOF TO TRUE                            03060000
030700             NOT AT END                                           03070000
030800                IF LDR-RUN-DATE > WS-NIGHT-DATE                   03080000
030900                   MOVE LDR-RUN-DATE  TO WS-NIGHT-DATE            03090000
031000                END-IF                                            03100000
031100        END-READ                                                  03110000
031200     END-PERFORM.                                                 03120000
031300     CLOSE LEADER-HIST.                                           03130000
031400     MOVE SPACES              TO LEADER-FILE-STATUS.              03140000
031500 1000-EXIT.                                                       03150000
031600     EXIT.                                                        03160000
031700                                                                  03170000
031800 1500-LOAD-NIGHT.                                                 03180000
031900*----------------------------------------------------------------*03190000
032000* EACH ROW TAKES ITS TABLE'S CURRENT RATING, AND THE STRONGEST   *03200000
032100* RATING ON THE NIGHT BECOMES SCRATCH - HANDICAP ZERO            *03210000
032200*----------------------------------------------------------------*03220000
032300     OPEN INPUT LEADER-HIST.                                      03230000
032400     PERFORM UNTIL LEADER-EOF                                     03240000
032500        READ LEADER-HIST                                          03250000
032600             AT END                                               03260000
032700                SET LEADER-EOF TO TRUE                            03270000
032800             NOT AT END                                           03280000
032900                IF LDR-RUN-DATE = WS-NIGHT-DATE                   03290000
032901                   AND NOT LDR-ADJUSTMENT                         03290100
033000                   AND WS-NIGHT-CNT < WS-MAX-NIGHT                03300000
033100                   PERFORM 1550-LOAD-ONE-ROW  THRU 1550-EXIT      03310000
033200                END-IF                                            03320000
033300        END-READ                                                  03330000
033400     END-PERFORM.                                                 03340000
033500     CLOSE LEADER-HIST.                                           03350000
033600 1500-EXIT.                                                       03360000
033700     EXIT.                                                        03370000
033800                                                                  03380000
033900 1550-LOAD-ONE-ROW.                                               03390000
034000     ADD 1                    TO WS-NIGHT-CNT.                    03400000
034100     MOVE LDR-TABLE-ID        TO WS-NGT-ID(WS-NIGHT-CNT).         03410000
034200     MOVE LDR-TOTAL           TO WS-NGT-TOTAL(WS-NIGHT-CNT).      03420000
034300     MOVE LDR-WIN             TO WS-NGT-WIN(WS-NIGHT-CNT).        03430000
034400     MOVE LDR-LOSE            TO WS-NGT-LOSE(WS-NIGHT-CNT).       03440000
034500     MOVE LDR-DRAW            TO WS-NGT-DRAW(WS-NIGHT-CNT).       03450000
034600     MOVE LDR-PLAYER-NAME     TO WS-NGT-NAME(WS-NIGHT-CNT).       03460000
034700     MOVE WS-START-RATING     TO WS-RATING.                       03470000
034800     PERFORM VARYING WS-J FROM 1 BY 1                             03480000
034900               UNTIL WS-J > WS-RTG-CNT                            03490000
035000        IF WS-RTG-ID(WS-J) = LDR-TABLE-ID                         03500000
035100           MOVE WS-RTG-RATING(WS-J)  TO WS-RATING                 03510000
035200        END-IF                                                    03520000
035300     END-PERFORM.                                                 03530000
035400     MOVE WS-RATING           TO WS-NGT-RATING(WS-NIGHT-CNT).     03540000
035500     IF WS-RATING > WS-TOP-RATING                                 03550000
035600        MOVE WS-RATING        TO WS-TOP-RATING                    03560000
035700     END-IF.                                                      03570000
035800 1550-EXIT.                                                       03580000
035900     EXIT.                                                        03590000
036000                                                                  03600000
036100 2000-FOLD-HCP-HISTORY.                                           03610000
036200*----------------------------------------------------------------*03620000
036300* EVERY NIGHT ALREADY ON AOCD2HLD IS FOLDED INTO THE STANDINGS.  *03630000
036400* IF THE NEWEST NIGHT IS ALREADY THERE A RERUN MUST NOT APPEND   *03640000
036500* IT AGAIN - THE STANDINGS ARE SIMPLY REBUILT                    *03650000
036600*----------------------------------------------------------------*03660000
036700     OPEN INPUT HCP-HIST.                                         03670000
036800     IF NOT HLD-SUCCESS                                           03680000
036900        DISPLAY 'NO HANDICAP LEADERBOARD YET - STARTING ONE'      03690000
037000        GO TO 2000-EXIT                                           03700000
037100     END-IF.                                                      03710000
037200     PERFORM UNTIL HLD-EOF                                        03720000
037300        READ HCP-HIST                                             03730000
037400             AT END                                               03740000
037500                SET HLD-EOF TO TRUE                               03750000
037600             NOT AT END                                           03760000
037700                ADD 1 TO WS-HLD-CNT                               03770000
037800                IF HLD-RUN-DATE = WS-NIGHT-DATE                   03780000
037900                   SET WS-NIGHT-DONE TO TRUE                      03790000
038000                END-IF                                            03800000
038100                PERFORM 2100-FOLD-ONE-RECORD  THRU 2100-EXIT      03810000
038200        END-READ                                                  03820000
038300     END-PERFORM.                                                 03830000
038400     CLOSE HCP-HIST.                                              03840000
038500     DISPLAY 'HANDICAP RECORDS READ: ' WS-HLD-CNT.                03850000
038600 2000-EXIT.                                                       03860000
038700     EXIT.                                                        03870000
038800                                                                  03880000
038900 2100-FOLD-ONE-RECORD.                                            03890000
039000     MOVE ZEROES              TO WS-SLOT.                         03900000
039100     PERFORM VARYING WS-I FROM 1 BY 1                             03910000
039200               UNTIL WS-I > WS-TBL-CNT                            03920000
039300                  OR WS-SLOT > ZEROES                             03930000
039400        IF WS-STD-ID(WS-I) = HLD-TABLE-ID                         03940000
039500           MOVE WS-I             TO WS-SLOT                       03950000
039600        END-IF                                                    03960000
039700     END-PERFORM.                                                 03970000
039800     IF WS-SLOT = ZEROES                                          03980000
039900        IF WS-TBL-CNT < WS-MAX-TABLES                             03990000
040000           ADD 1                 TO WS-TBL-CNT                    04000000
040100           MOVE WS-TBL-CNT       TO WS-SLOT                       04010000
040200           INITIALIZE            WS-STD-ENTRY(WS-SLOT)            04020000
040300           MOVE HLD-TABLE-ID     TO WS-STD-ID(WS-SLOT)            04030000
040400        ELSE                                                      04040000
040500           DISPLAY 'TABLE CAPACITY (100) EXCEEDED - NOT RANKED: ' 04050000
040600                   HLD-TABLE-ID                                   04060000
040700           GO TO 2100-EXIT                                        04070000
040800        END-IF                                                    04080000
040900     END-IF.                                                      04090000
041000     ADD HLD-RAW-TOTAL        TO WS-STD-RAW(WS-SLOT).             04100000
041100     ADD HLD-HCP-POINTS       TO WS-STD-HCP(WS-SLOT).             04110000
041200     ADD HLD-ADJ-TOTAL        TO WS-STD-ADJ(WS-SLOT).             04120000
041300     ADD HLD-WIN              TO WS-STD-WIN(WS-SLOT).             04130000
041400     ADD HLD-LOSE             TO WS-STD-LOSE(WS-SLOT).            04140000
041500     ADD HLD-DRAW             TO WS-STD-DRAW(WS-SLOT).            04150000
041600     IF HLD-RUN-DATE NOT < WS-STD-DATE(WS-SLOT)                   04160000
041700        MOVE HLD-RUN-DATE     TO WS-STD-DATE(WS-SLOT)             04170000
041800        MOVE HLD-HCP-PCT      TO WS-STD-PCT(WS-SLOT)              04180000
041900     END-IF.                                                      04190000
042000     IF HLD-PLAYER-NAME NOT = SPACES                              04200000
042100        MOVE HLD-PLAYER-NAME  TO WS-STD-NAME(WS-SLOT)             04210000
042200     END-IF.                                                      04220000
042300 2100-EXIT.                                                       04230000
042400     EXIT.                                                        04240000
042500                                                                  04250000
042600 3000-HANDICAP-THE-NIGHT.                                         04260000
042700     IF WS-NIGHT-DONE                                             04270000
042800        DISPLAY 'NIGHT ' WS-NIGHT-DATE                            04280000
042900                ' ALREADY ON THE HANDICAP LEADERBOARD'            04290000
043000        GO TO 3000-EXIT                                           04300000
043100     END-IF.                                                      04310000
043200     IF WS-NIGHT-CNT = ZEROES                                     04320000
043300        GO TO 3000-EXIT                                           04330000
043400     END-IF.                                                      04340000
043500     OPEN EXTEND HCP-HIST.                                        04350000
043600     DISPLAY 'NIGHT ' WS-NIGHT-DATE ' SCRATCH RATING: '           04360000
043700             WS-TOP-RATING.                                       04370000
043800     PERFORM VARYING WS-I FROM 1 BY 1                             04380000
043900               UNTIL WS-I > WS-NIGHT-CNT                          04390000
044000        PERFORM 3100-HANDICAP-ONE-ROW  THRU 3100-EXIT             04400000
044100     END-PERFORM.                                                 04410000
044200     CLOSE HCP-HIST.                                              04420000
044300 3000-EXIT.                                                       04430000
044400     EXIT.                                                        04440000
044500                                                                  04450000
044600 3100-HANDICAP-ONE-ROW.                                           04460000
044700*----------------------------------------------------------------*04470000
044800* THE HANDICAP IS A PERCENTAGE OF THE RAW NIGHT TOTAL, SO IT     *04480000
044900* SCALES WITH HOW MANY ROUNDS WERE PLAYED RATHER THAN HANDING    *04490000
045000* A FIXED GIFT TO A TABLE THAT BARELY SAT DOWN                   *04500000
045100*----------------------------------------------------------------*04510000
045200     COMPUTE WS-HCP-PCT =                                         04520000
045300        (WS-TOP-RATING - WS-NGT-RATING(WS-I)) / WS-HCP-STEP.      04530000
045400     IF WS-HCP-PCT < ZEROES                                       04540000
045500        MOVE ZEROES           TO WS-HCP-PCT                       04550000
045600     END-IF.                                                      04560000
045700     IF WS-HCP-PCT > WS-HCP-MAX                                   04570000
045800        MOVE WS-HCP-MAX       TO WS-HCP-PCT                       04580000
045900     END-IF.                                                      04590000
046000     INITIALIZE               HLD-REC.                            04600000
046100     MOVE WS-NIGHT-DATE       TO HLD-RUN-DATE.                    04610000
046200     MOVE WS-NGT-ID(WS-I)     TO HLD-TABLE-ID.                    04620000
046300     MOVE WS-NGT-TOTAL(WS-I)  TO HLD-RAW-TOTAL.                   04630000
046400     MOVE WS-NGT-RATING(WS-I) TO HLD-RATING.                      04640000
046500     MOVE WS-HCP-PCT          TO HLD-HCP-PCT.                     04650000
046600     COMPUTE HLD-HCP-POINTS ROUNDED =                             04660000
046700        WS-NGT-TOTAL(WS-I) * WS-HCP-PCT / 100.                    04670000
046800     COMPUTE HLD-ADJ-TOTAL = WS-NGT-TOTAL(WS-I) + HLD-HCP-POINTS. 04680000
046900     MOVE WS-NGT-WIN(WS-I)    TO HLD-WIN.                         04690000
047000     MOVE WS-NGT-LOSE(WS-I)   TO HLD-LOSE.                        04700000
047100     MOVE WS-NGT-DRAW(WS-I)   TO HLD-DRAW.                        04710000
047200     MOVE WS-NGT-NAME(WS-I)   TO HLD-PLAYER-NAME.                 04720000
047300     WRITE HLD-REC.                                               04730000
047400     ADD 1                    TO WS-APPENDED-CNT.                 04740000
047500     PERFORM 2100-FOLD-ONE-RECORD  THRU 2100-EXIT.                04750000
047600     DISPLAY 'TABLE ' HLD-TABLE-ID ' RATING ' HLD-RATING          04760000
047700             ' HCP ' HLD-HCP-PCT '% RAW ' HLD-RAW-TOTAL           04770000
047800             ' ADJ ' HLD-ADJ-TOTAL.                               04780000
047900 3100-EXIT.                                                       04790000
048000     EXIT.                                                        04800000
048100                                                                  04810000
048200 4000-RANK-STANDINGS.                                             04820000
048300*----------------------------------------------------------------*04830000
048400* RANK BY CUMULATIVE ADJUSTED POINTS, DESCENDING, WITH WIN       *04840000
048500* COUNT AS THE TIE-BREAK - THE SAME RULE AS THE SCRATCH TABLE    *04850000
048600*----------------------------------------------------------------*04860000
048700     PERFORM VARYING WS-I FROM 1 BY 1                             04870000
048800               UNTIL WS-I >= WS-TBL-CNT                           04880000
048900        PERFORM VARYING WS-J FROM WS-I BY 1                       04890000
049000                  UNTIL WS-J > WS-TBL-CNT                         04900000
049100           IF WS-STD-ADJ(WS-J) > WS-STD-ADJ(WS-I)                 04910000
049200              OR ( WS-STD-ADJ(WS-J) = WS-STD-ADJ(WS-I)            04920000
049300                   AND WS-STD-WIN(WS-J) > WS-STD-WIN(WS-I) )      04930000
049400              MOVE WS-STD-ENTRY(WS-I)  TO WS-SWAP-ENTRY           04940000
049500              MOVE WS-STD-ENTRY(WS-J)  TO WS-STD-ENTRY(WS-I)      04950000
049600              MOVE WS-SWAP-ENTRY       TO WS-STD-ENTRY(WS-J)      04960000
049700           END-IF                                                 04970000
049800        END-PERFORM                                               04980000
049900     END-PERFORM.                                                 04990000
050000 4000-EXIT.                                                       05000000
050100     EXIT.                                                        05010000
050200                                                                  05020000
050300 5000-WRITE-STANDINGS.                                            05030000
050400     OPEN OUTPUT HST-RPT.                                         05040000
050500     PERFORM VARYING WS-I FROM 1 BY 1                             05050000
050600               UNTIL WS-I > WS-TBL-CNT                            05060000
050700        INITIALIZE               HST-REC                          05070000
050800        MOVE WS-I                TO HST-RANK                      05080000
050900        MOVE WS-STD-ID(WS-I)     TO HST-TABLE-ID                  05090000
051000        COMPUTE HST-GAMES = WS-STD-WIN(WS-I)                      05100000
051100                          + WS-STD-LOSE(WS-I)                     05110000
051200                          + WS-STD-DRAW(WS-I)                     05120000
051300        MOVE WS-STD-WIN(WS-I)    TO HST-WIN                       05130000
051400        MOVE WS-STD-LOSE(WS-I)   TO HST-LOSE                      05140000
051500        MOVE WS-STD-DRAW(WS-I)   TO HST-DRAW                      05150000
051600        MOVE WS-STD-RAW(WS-I)    TO HST-RAW-POINTS                05160000
051700        MOVE WS-STD-HCP(WS-I)    TO HST-HCP-POINTS                05170000
051800        MOVE WS-STD-ADJ(WS-I)    TO HST-ADJ-POINTS                05180000
051900        MOVE WS-STD-PCT(WS-I)    TO HST-HCP-PCT                   05190000
052000        MOVE WS-STD-NAME(WS-I)   TO HST-PLAYER-NAME               05200000
052100        WRITE HST-REC                                             05210000
052200        DISPLAY 'HANDICAP RANK ' WS-I ' TABLE ' WS-STD-ID(WS-I)   05220000
052300                ' ' WS-STD-NAME(WS-I)                             05230000
052400                ' ADJ ' WS-STD-ADJ(WS-I)                          05240000
052500                ' HCP ' WS-STD-PCT(WS-I) '%'                      05250000
052600     END-PERFORM.                                                 05260000
052700     CLOSE HST-RPT.                                               05270000
052800 5000-EXIT.                                                       05280000
052900     EXIT.                                                        05290000
053000                                                                  05300000
053100*----------------------------------------------------------------*05310000
053200*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *05320000
053300*----------------------------------------------------------------*05330000
053400 9800-WRITE-AUDIT-HIST.                                           05340000
053500     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      05350000
053600     ACCEPT WS-HIST-TIME FROM TIME.                               05360000
053700     OPEN EXTEND AUD-HIST.                                        05370000
053800     INITIALIZE AUD-HIST-REC.                                     05380000
053900     MOVE WS-HIST-DATE          TO HIST-DATE.                     05390000
054000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     05400000
054100     MOVE 'AOCD2PGE'            TO HIST-PGM.                      05410000
054101     MOVE WS-HIST-VER           TO HIST-VERSION.                  05410100
054200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   05420000
054300     WRITE AUD-HIST-REC.                                          05430000
054400     CLOSE AUD-HIST.                                              05440000
054500 9800-EXIT.                                                       05450000
054600     EXIT.                                                        05460000
