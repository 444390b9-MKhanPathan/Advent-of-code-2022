000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 1 PROGRAM 13                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  FOOD STORES DRAW-DOWN. EVERY CALORIE LINE CARRIES A           *00040000
000500*  FOOD-TYPE CODE BUT NOTHING TRACKED THE STORES THOSE CALORIES  *00050000
000600*  COME OUT OF. THE AOCD1FSL LEDGER HOLDS ON-HAND AND A REORDER  *00060000
000700*  POINT PER FOOD-TYPE CODE; EACH NIGHT THE CAMP-SCOPE TOTALS    *00070000
000800*  AOCD1PG1 WRITES TO AOCD1FTR ARE DRAWN OFF IT, EVERY DRAW IS   *00080000
000900*  JOURNALLED TO AOCD1FSJ AND EVERY TYPE AT OR BELOW ITS         *00090000
001000*  REORDER POINT IS LISTED ON AOCD1FSR - THE SAME DISCIPLINE AS  *00100000
001100*  THE DAY 3 BADGE LEDGER. RESTOCKING IS POSTED BY AOCD1PGE      *00110000
001200*----------------------------------------------------------------*00120000
001300 IDENTIFICATION DIVISION.                                         00130000
001400 PROGRAM-ID. AOCD1PGD.                                            00140000
001500 AUTHOR. z/OS Mainframer.                                         00150000
001600                                                                  00160000
001700 ENVIRONMENT DIVISION.                                            00170000
001800 INPUT-OUTPUT SECTION.                                            00180000
001900 FILE-CONTROL.                                                    00190000
002000*----------------------------------------------------------------*00200000
002100* THE NUTRITION BREAKDOWN WRITTEN BY AOCD1PG1 - ONLY THE CAMP-   *00210000
002200* SCOPE LINES ARE DRAWN; ELF AND TEAM LINES ARE PASSED OVER      *00220000
002300*----------------------------------------------------------------*00230000
002400     SELECT FTY-RPT     ASSIGN TO AOCD1FTR                        00240000
002500        ORGANIZATION    IS SEQUENTIAL                             00250000
002600         ACCESS MODE    IS SEQUENTIAL                             00260000
002700         FILE STATUS    IS FTR-FILE-STATUS.                       00270000
002800                                                                  00280000
002900*----------------------------------------------------------------*00290000
003000* FOOD STORES LEDGER - ONE ROW PER FOOD-TYPE CODE                *00300000
003100*----------------------------------------------------------------*00310000
003200     SELECT FSL-FILE    ASSIGN TO AOCD1FSL                        00320000
003300        ORGANIZATION    IS SEQUENTIAL                             00330000
003400         ACCESS MODE    IS SEQUENTIAL                             00340000
003500         FILE STATUS    IS FSL-FILE-STATUS.                       00350000
003600                                                                  00360000
003700*----------------------------------------------------------------*00370000
003800* DATED DRAW-DOWN JOURNAL - APPENDED, ONE LINE PER CAMP TYPE     *00380000
003900*----------------------------------------------------------------*00390000
004000     SELECT FSJ-FILE    ASSIGN TO AOCD1FSJ                        00400000
004100        ORGANIZATION    IS SEQUENTIAL                             00410000
004200         ACCESS MODE    IS SEQUENTIAL                             00420000
004300         FILE STATUS    IS FSJ-FILE-STATUS.                       00430000
004400                                                                  00440000
004500*----------------------------------------------------------------*00450000
004600* BELOW-REORDER REPORT - EVERY TYPE AT OR UNDER ITS POINT        *00460000
004700*----------------------------------------------------------------*00470000
004800     SELECT FSR-RPT     ASSIGN TO AOCD1FSR                        00480000
004900        ORGANIZATION    IS SEQUENTIAL                             00490000
005000         ACCESS MODE    IS SEQUENTIAL                             00500000
005100         FILE STATUS    IS FSR-FILE-STATUS.                       00510000
005200                                                                  00520000
005300*----------------------------------------------------------------*00530000
005400* SHARED SUITE EXCEPTION FILE - UNDRAWABLE LINES LAND HERE       *00540000
005500*----------------------------------------------------------------*00550000
005600     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00560000
005700        ORGANIZATION    IS SEQUENTIAL                             00570000
005800         ACCESS MODE    IS SEQUENTIAL                             00580000
005900         FILE STATUS    IS SEXC-FILE-STATUS.                      00590000
006000                                                                  00600000
006100*----------------------------------------------------------------*00610000
006200*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00620000
006300*----------------------------------------------------------------*00630000
006400     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00640000
006500        ORGANIZATION    IS SEQUENTIAL                             00650000
006600         ACCESS MODE    IS SEQUENTIAL                             00660000
006700         FILE STATUS    IS HIST-FILE-STATUS.                      00670000
006800                                                                  00680000
006900 DATA DIVISION.                                                   00690000
007000 FILE SECTION.                                                    00700000
007100 FD  FTY-RPT.                                                     00710000
007200 01  FTR-REC.                                                     00720000
007300     05 FTR-SCOPE         PIC X(04).                              00730000
007400     05 FILLER            PIC X(02).                              00740000
007500     05 FTR-ELF-NAME      PIC X(10).                              00750000
007600     05 FILLER            PIC X(02).                              00760000
007700     05 FTR-TYPE-CODE     PIC X(02).                              00770000
007800     05 FILLER            PIC X(02).                              00780000
007900     05 FTR-TYPE-DESC     PIC X(20).                              00790000
008000     05 FILLER            PIC X(02).                              00800000
008100     05 FTR-AMOUNT        PIC 9(10).                              00810000
008200     05 FILLER            PIC X(26).                              00820000
008300                                                                  00830000
008400 FD  FSL-FILE.                                                    00840000
008500 01  FSL-REC.                                                     00850000
008600     05 FSL-TYPE-CODE     PIC X(02).                              00860000
008700     05 FILLER            PIC X(01).                              00870000
008800     05 FSL-TYPE-DESC     PIC X(20).                              00880000
008900     05 FILLER            PIC X(01).                              00890000
009000     05 FSL-ON-HAND       PIC 9(10).                              00900000
009100     05 FILLER            PIC X(01).                              00910000
009200     05 FSL-REORDER-PT    PIC 9(10).                              00920000
009300     05 FILLER            PIC X(01).                              00930000
009400     05 FSL-LAST-DRAW     PIC 9(08).                              00940000
009500                                                                  00950000
009600 FD  FSJ-FILE.                                                    00960000
009700 01  FSJ-REC.                                                     00970000
009800     05 FSJ-RUN-DATE      PIC 9(08).                              00980000
009900     05 FILLER            PIC X(02).                              00990000
010000     05 FSJ-TYPE-CODE     PIC X(02).                              01000000
010100     05 FILLER            PIC X(02).                              01010000
010200     05 FSJ-OPENING       PIC 9(10).                              01020000
010300     05 FILLER            PIC X(02).                              01030000
010400     05 FSJ-DRAWN         PIC 9(10).                              01040000
010500     05 FILLER            PIC X(02).                              01050000
010600     05 FSJ-CLOSING       PIC 9(10).                              01060000
010700     05 FILLER            PIC X(02).                              01070000
010800     05 FSJ-SHORTFALL     PIC 9(10).                              01080000
010900     05 FILLER            PIC X(02).                              01090000
011000     05 FSJ-NOTE          PIC X(08).                              01100000
011100                                                                  01110000
011200 FD  FSR-RPT.                                                     01120000
011300 01  FSR-REC.                                                     01130000
011400     05 FSR-TYPE-CODE     PIC X(02).                              01140000
011500     05 FILLER            PIC X(02).                              01150000
011600     05 FSR-TYPE-DESC     PIC X(20).                              01160000
011700     05 FILLER            PIC X(02).                              01170000
011800     05 FSR-ON-HAND       PIC 9(10).                              01180000
011900     05 FILLER            PIC X(02).                              01190000
012000     05 FSR-REORDER-PT    PIC 9(10).                              01200000
012100     05 FILLER            PIC X(02).                              01210000
012200     05 FSR-BELOW-BY      PIC 9(10).                              01220000
012300     05 FILLER            PIC X(02).                              01230000
012400     05 FSR-LAST-DRAWN    PIC 9(10).                              01240000
012500                                                                  01250000
012600 FD  SUITE-EXC.                                                   01260000
012700     COPY AOCDEXC.                                                01270000
012800                                                                  01280000
012900*----------------------------------------------------------------*01290000
013000*  ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT      *01300000
013100*----------------------------------------------------------------*01310000
013200 FD  AUD-HIST                                                     01320000
013300     DATA RECORD IS AUD-HIST-REC.                                 01330000
013400 01  AUD-HIST-REC.                                                01340000
013500     05 HIST-DATE            PIC 9(08).                           01350000
013600     05 FILLER               PIC X(02).                           01360000
013700     05 HIST-TIME            PIC 9(06).                           01370000
013800     05 FILLER               PIC X(02).                           01380000
013900     05 HIST-PGM             PIC X(08).                           01390000
014000     05 FILLER               PIC X(02).                           01400000
014100     05 HIST-OUTPUT          PIC X(40).                           01410000
014101     05 FILLER               PIC X(02).                           01410100
014102     05 HIST-VERSION         PIC X(08).                           01410200
014200                                                                  01420000
014300 WORKING-STORAGE SECTION.                                         01430000
014400 01  WS-WORK-FIELDS.                                              01440000
014500     05 WS-I              PIC 9(03)   VALUE ZEROES.               01450000
014600     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01460000
014700     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01470000
014800     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01480000
014900     05 WS-CAMP-CNT       PIC 9(03)   VALUE ZEROES.               01490000
015000     05 WS-DRAWN-CNT      PIC 9(03)   VALUE ZEROES.               01500000
015100     05 WS-SHORT-CNT      PIC 9(03)   VALUE ZEROES.               01510000
015200     05 WS-REJECT-CNT     PIC 9(03)   VALUE ZEROES.               01520000
015300     05 WS-REDRAW-CNT     PIC 9(03)   VALUE ZEROES.               01530000
015400     05 WS-REORDER-CNT    PIC 9(03)   VALUE ZEROES.               01540000
015500     05 WS-TOTAL-DRAWN    PIC 9(12)   VALUE ZEROES.               01550000
015600     05 WS-REJ-REASON     PIC X(08)   VALUE SPACES.               01560000
015700                                                                  01570000
015800*----------------------------------------------------------------*01580000
015900* THE LEDGER LOADED TO STORAGE, DRAWN IN PLACE AND REWRITTEN     *01590000
016000* WHOLE AT END OF RUN, AS AOCD3PG6 DOES FOR THE BADGE LEDGER.    *01600000
016100* THE LAST-DRAW DATE STOPS A RERUN OF THE SAME NIGHT FROM        *01610000
016200* DRAWING THE SAME CALORIES OFF THE STORES TWICE                 *01620000
016300*----------------------------------------------------------------*01630000
016400 01  WS-FSL-FIELDS.                                               01640000
016500     05 WS-FSL-CNT        PIC 9(03)   VALUE ZEROES.               01650000
016600     05 WS-MAX-FSLS       PIC 9(03)   VALUE 100.                  01660000
016700 01  WS-FSL-TABLE.                                                01670000
016800     05 WS-FSL-ENTRY      OCCURS 100 TIMES.                       01680000
016900        10 WS-FSL-CODE    PIC X(02).                              01690000
017000        10 WS-FSL-DESC    PIC X(20).                              01700000
017100        10 WS-FSL-ON-HAND PIC 9(10).                              01710000
017200        10 WS-FSL-REORDER PIC 9(10).                              01720000
017300        10 WS-FSL-LAST    PIC 9(08).                              01730000
017400        10 WS-FSL-DRAWN   PIC 9(10).                              01740000
017500                                                                  01750000
017600 01  WS-SWITCHES.                                                 01760000
017700     05 FTR-FILE-STATUS   PIC X(02)   VALUE SPACES.               01770000
017800        88 FTR-SUCCESS    VALUE '00'.                             01780000
017900        88 FTR-EOF        VALUE '10'.                             01790000
018000     05 FSL-FILE-STATUS   PIC X(02)   VALUE SPACES.               01800000
018100        88 FSL-SUCCESS    VALUE '00'.                             01810000
018200        88 FSL-EOF        VALUE '10'.                             01820000
018300     05 FSJ-FILE-STATUS   PIC X(02)   VALUE SPACES.               01830000
018400        88 FSJ-SUCCESS    VALUE '00'.                             01840000
018500     05 FSR-FILE-STATUS   PIC X(02)   VALUE SPACES.               01850000
018600        88 FSR-SUCCESS    VALUE '00'.                             01860000
018700     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               01870000
018800        88 SEXC-SUCCESS   VALUE '00'.                             01880000
018900     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01890000
019000        88 HIST-SUCCESS   VALUE '00'.                             01900000
019100                                                                  01910000
019200 01  WS-HIST-FIELDS.                                              01920000
019300     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01930000
019400     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01940000
019500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01950000
019501     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01950100
019600                                                                  01960000
019700 PROCEDURE DIVISION.                                              01970000
019800                                                                  01980000
019900     PERFORM 0500-LOAD-LEDGER          THRU 0500-EXIT.            01990000
020000     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            02000000
020100     PERFORM 2000-READ-BREAKDOWN       THRU 2000-EXIT             02010000
020200       UNTIL FTR-EOF.                                             02020000
020300     PERFORM 4000-REWRITE-LEDGER       THRU 4000-EXIT.            02030000
020400     CLOSE FTY-RPT.                                               02040000
020500     CLOSE FSJ-FILE.                                              02050000
020600     CLOSE FSR-RPT.                                               02060000
020700     CLOSE SUITE-EXC.                                             02070000
020800     DISPLAY 'CAMP FOOD TYPES READ: ' WS-CAMP-CNT                 02080000
020900             ' DRAWN: ' WS-DRAWN-CNT                              02090000
021000             ' SHORT: ' WS-SHORT-CNT                              02100000
021100             ' REJECTED: ' WS-REJECT-CNT                          02110000
021200             ' ALREADY DRAWN: ' WS-REDRAW-CNT.                    02120000
021300     DISPLAY 'CALORIES DRAWN FROM STORES: ' WS-TOTAL-DRAWN        02130000
021400             ' TYPES AT REORDER: ' WS-REORDER-CNT.                02140000
021500     STRING 'FOOD TYPES DRAWN ' DELIMITED BY SIZE                 02150000
021600        WS-DRAWN-CNT DELIMITED BY SIZE                            02160000
021700        ' REORDER ' DELIMITED BY SIZE                             02170000
021800        WS-REORDER-CNT DELIMITED BY SIZE                          02180000
021900        INTO WS-HIST-MSG.                                         02190000
022000     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02200000
022100     GOBACK.                                                      02210000
022200                                                                  02220000
022300 0500-LOAD-LEDGER.                                                02230000
022400     OPEN INPUT FSL-FILE.                                         02240000
022500     IF FSL-SUCCESS                                               02250000
022600        PERFORM UNTIL FSL-EOF                                     02260000
022700           READ FSL-FILE                                          02270000
022800                AT END                                            02280000
022900                   SET FSL-EOF TO TRUE                            02290000
023000                NOT AT END                                        02300000
023100                   IF WS-FSL-CNT < WS-MAX-FSLS                    02310000
023200                      AND FSL-ON-HAND IS NUMERIC                  02320000
023300                      AND FSL-REORDER-PT IS NUMERIC               02330000
023400                      ADD 1 TO WS-FSL-CNT                         02340000
023500                      MOVE FSL-TYPE-CODE                          02350000
023600                                  TO WS-FSL-CODE(WS-FSL-CNT)      02360000
023700                      MOVE FSL-TYPE-DESC                          02370000
023800                                  TO WS-FSL-DESC(WS-FSL-CNT)      02380000
023900                      MOVE FSL-ON-HAND                            02390000
024000                                  TO WS-FSL-ON-HAND(WS-FSL-CNT)   02400000
024100                      MOVE FSL-REORDER-PT                         02410000
024200                                  TO WS-FSL-REORDER(WS-FSL-CNT)   02420000
024300                      MOVE ZEROES TO WS-FSL-LAST(WS-FSL-CNT)      02430000
024400                      IF FSL-LAST-DRAW IS NUMERIC                 02440000
024500                         MOVE FSL-LAST-DRAW                       02450000
024600                                  TO WS-FSL-LAST(WS-FSL-CNT)      02460000
024700                      END-IF                                      02470000
024800                      MOVE ZEROES TO WS-FSL-DRAWN(WS-FSL-CNT)     02480000
024900                   ELSE                                           02490000
025000                      DISPLAY 'LEDGER ROW DROPPED: ' FSL-TYPE-CODE02500000
025100                   END-IF                                         02510000
025200           END-READ                                               02520000
025300        END-PERFORM                                               02530000
025400        CLOSE FSL-FILE                                            02540000
025500     ELSE                                                         02550000
025600        DISPLAY 'ERROR - UNABLE TO OPEN AOCD1FSL, FILE STATUS: '  02560000
025700                FSL-FILE-STATUS                                   02570000
025800        MOVE 16             TO RETURN-CODE                        02580000
025900        MOVE 'UNABLE TO OPEN FOOD LEDGER'   TO WS-HIST-MSG        02590000
026000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02600000
026100        GOBACK                                                    02610000
026200     END-IF.                                                      02620000
026300 0500-EXIT.                                                       02630000
026400     EXIT.                                                        02640000
026500                                                                  02650000
026600 1000-OPEN-FILES.                                                 02660000
026700     OPEN INPUT FTY-RPT.                                          02670000
026800     IF NOT FTR-SUCCESS                                           02680000
026900        DISPLAY 'ERROR - UNABLE TO OPEN AOCD1FTR, FILE STATUS: '  02690000
027000                FTR-FILE-STATUS                                   02700000
027100        MOVE 16             TO RETURN-CODE                        02710000
027200        MOVE 'UNABLE TO OPEN FOOD BREAKDOWN' TO WS-HIST-MSG       02720000
027300        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02730000
027400        GOBACK                                                    02740000
027500     END-IF.                                                      02750000
027600     OPEN EXTEND FSJ-FILE.                                        02760000
027700     OPEN OUTPUT FSR-RPT.                                         02770000
027800     OPEN EXTEND SUITE-EXC.                                       02780000
027900     ACCEPT WS-RUN-DATE      FROM DATE.                           02790000
028000     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  02800000
028100 1000-EXIT.                                                       02810000
028200     EXIT.                                                        02820000
028300                                                                  02830000
028400 2000-READ-BREAKDOWN.                                             02840000
028500     READ FTY-RPT                                                 02850000
028600          AT END                                                  02860000
028700             SET FTR-EOF TO TRUE                                  02870000
028800          NOT AT END                                              02880000
028900             IF FTR-SCOPE = 'CAMP'                                02890000
029000                ADD 1              TO WS-CAMP-CNT                 02900000
029100                PERFORM 2100-DRAW-ONE-TYPE  THRU 2100-EXIT        02910000
029200             END-IF                                               02920000
029300     END-READ.                                                    02930000
029400 2000-EXIT.                                                       02940000
029500     EXIT.                                                        02950000
029600                                                                  02960000
029700 2100-DRAW-ONE-TYPE.                                              02970000
029800*----------------------------------------------------------------*02980000
029900* A TYPE NOT ON THE LEDGER, OR THE UNCLASSIFIED SLOT (NO CODE),  *02990000
030000* CANNOT BE DRAWN AND IS REJECTED. A DRAW LARGER THAN ON-HAND    *03000000
030100* TAKES THE TYPE TO ZERO AND JOURNALS THE SHORTFALL - THE CAMP   *03010000
030200* ATE IT, SO THE LEDGER MUST NOT CLAIM STOCK THAT IS GONE        *03020000
030300*----------------------------------------------------------------*03030000
030400     INITIALIZE               FSJ-REC.                            03040000
030500     MOVE WS-RUN-DATE-8       TO FSJ-RUN-DATE.                    03050000
030600     MOVE FTR-TYPE-CODE       TO FSJ-TYPE-CODE.                   03060000
030700     MOVE FTR-AMOUNT          TO FSJ-DRAWN.                       03070000
030800     IF FTR-AMOUNT NOT NUMERIC                                    03080000
030900        MOVE 'BADAMT'         TO WS-REJ-REASON                    03090000
031000        PERFORM 3000-WRITE-REJECT  THRU 3000-EXIT                 03100000
031100        GO TO 2100-EXIT                                           03110000
031200     END-IF.                                                      03120000
031300     IF FTR-AMOUNT = ZEROES                                       03130000
031400        GO TO 2100-EXIT                                           03140000
031500     END-IF.                                                      03150000
031600     IF FTR-TYPE-CODE = SPACES                                    03160000
031700        MOVE 'UNCLASS'        TO WS-REJ-REASON                    03170000
031800        PERFORM 3000-WRITE-REJECT  THRU 3000-EXIT                 03180000
031900        GO TO 2100-EXIT                                           03190000
032000     END-IF.                                                      03200000
032100     MOVE ZEROES              TO WS-SLOT.                         03210000
032200     PERFORM VARYING WS-I FROM 1 BY 1                             03220000
032300               UNTIL WS-I > WS-FSL-CNT                            03230000
032400                  OR WS-SLOT > ZEROES                             03240000
032500        IF WS-FSL-CODE(WS-I) = FTR-TYPE-CODE                      03250000
032600           MOVE WS-I             TO WS-SLOT                       03260000
032700        END-IF                                                    03270000
032800     END-PERFORM.                                                 03280000
032900     IF WS-SLOT = ZEROES                                          03290000
033000        MOVE 'NOLEDGER'       TO WS-REJ-REASON                    03300000
033100        PERFORM 3000-WRITE-REJECT  THRU 3000-EXIT                 03310000
033200        GO TO 2100-EXIT                                           03320000
033300     END-IF.                                                      03330000
033400     MOVE WS-FSL-ON-HAND(WS-SLOT)  TO FSJ-OPENING.                03340000
033500     IF WS-FSL-LAST(WS-SLOT) = WS-RUN-DATE-8                      03350000
033600        ADD 1                 TO WS-REDRAW-CNT                    03360000
033700        MOVE ZEROES           TO FSJ-DRAWN                        03370000
033800        MOVE WS-FSL-ON-HAND(WS-SLOT)  TO FSJ-CLOSING              03380000
033900        MOVE 'REDRAW'         TO FSJ-NOTE                         03390000
034000        WRITE FSJ-REC                                             03400000
034100        IF RETURN-CODE < 4                                        03410000
034200           MOVE 4             TO RETURN-CODE                      03420000
034300        END-IF                                                    03430000
034400        DISPLAY 'FOOD TYPE ' FTR-TYPE-CODE                        03440000
034500                ' ALREADY DRAWN TODAY - NOT DRAWN AGAIN'          03450000
034600        GO TO 2100-EXIT                                           03460000
034700     END-IF.                                                      03470000
034800     IF FTR-AMOUNT > WS-FSL-ON-HAND(WS-SLOT)                      03480000
034900        ADD 1                 TO WS-SHORT-CNT                     03490000
035000        COMPUTE FSJ-SHORTFALL = FTR-AMOUNT                        03500000
035100                              - WS-FSL-ON-HAND(WS-SLOT)           03510000
035200        MOVE ZEROES           TO WS-FSL-ON-HAND(WS-SLOT)          03520000
035300        MOVE 'SHORT'          TO FSJ-NOTE                         03530000
035400        DISPLAY 'FOOD TYPE ' FTR-TYPE-CODE ' DRAWN SHORT BY '     03540000
035500                FSJ-SHORTFALL                                     03550000
035600     ELSE                                                         03560000
035700        SUBTRACT FTR-AMOUNT FROM WS-FSL-ON-HAND(WS-SLOT)          03570000
035800        MOVE 'DRAWN'          TO FSJ-NOTE                         03580000
035900     END-IF.                                                      03590000
036000     ADD 1                    TO WS-DRAWN-CNT.                    03600000
036100     ADD FTR-AMOUNT           TO WS-TOTAL-DRAWN.                  03610000
036200     ADD FTR-AMOUNT           TO WS-FSL-DRAWN(WS-SLOT).           03620000
036300     MOVE WS-RUN-DATE-8       TO WS-FSL-LAST(WS-SLOT).            03630000
036400     MOVE WS-FSL-ON-HAND(WS-SLOT)  TO FSJ-CLOSING.                03640000
036500     WRITE FSJ-REC.                                               03650000
036600 2100-EXIT.                                                       03660000
036700     EXIT.                                                        03670000
036800                                                                  03680000
036900 3000-WRITE-REJECT.                                               03690000
037000     ADD 1                    TO WS-REJECT-CNT.                   03700000
037100     MOVE WS-REJ-REASON       TO FSJ-NOTE.                        03710000
037200     WRITE FSJ-REC.                                               03720000
037300     INITIALIZE               SUITE-EXC-REC.                      03730000
037400     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    03740000
037500     MOVE 'AOCD1PGD'          TO EXC-PGM.                         03750000
037600     MOVE FTR-TYPE-CODE       TO EXC-REC-KEY.                     03760000
037700     MOVE WS-REJ-REASON       TO EXC-REASON.                      03770000
037800     MOVE FTR-REC             TO EXC-RAW-DATA.                    03780000
037900     WRITE SUITE-EXC-REC.                                         03790000
038000     DISPLAY 'DRAW REJECT ' WS-REJ-REASON ' - FOOD TYPE '         03800000
038100             FTR-TYPE-CODE ' ' FTR-TYPE-DESC.                     03810000
038200 3000-EXIT.                                                       03820000
038300     EXIT.                                                        03830000
038400                                                                  03840000
038500 4000-REWRITE-LEDGER.                                             03850000
038600*----------------------------------------------------------------*03860000
038700* REWRITE AOCD1FSL WITH THE POST-DRAW ON-HAND FIGURES AND LIST   *03870000
038800* EVERY TYPE AT OR BELOW ITS REORDER POINT                       *03880000
038900*----------------------------------------------------------------*03890000
039000     OPEN OUTPUT FSL-FILE.                                        03900000
039100     PERFORM VARYING WS-I FROM 1 BY 1                             03910000
039200               UNTIL WS-I > WS-FSL-CNT                            03920000
039300        INITIALIZE            FSL-REC                             03930000
039400        MOVE WS-FSL-CODE(WS-I)    TO FSL-TYPE-CODE                03940000
039500        MOVE WS-FSL-DESC(WS-I)    TO FSL-TYPE-DESC                03950000
039600        MOVE WS-FSL-ON-HAND(WS-I) TO FSL-ON-HAND                  03960000
039700        MOVE WS-FSL-REORDER(WS-I) TO FSL-REORDER-PT               03970000
039800        MOVE WS-FSL-LAST(WS-I)    TO FSL-LAST-DRAW                03980000
039900        WRITE FSL-REC                                             03990000
040000        IF WS-FSL-ON-HAND(WS-I) NOT > WS-FSL-REORDER(WS-I)        04000000
040100           ADD 1              TO WS-REORDER-CNT                   04010000
040200           INITIALIZE         FSR-REC                             04020000
040300           MOVE WS-FSL-CODE(WS-I)    TO FSR-TYPE-CODE             04030000
040400           MOVE WS-FSL-DESC(WS-I)    TO FSR-TYPE-DESC             04040000
040500           MOVE WS-FSL-ON-HAND(WS-I) TO FSR-ON-HAND               04050000
040600           MOVE WS-FSL-REORDER(WS-I) TO FSR-REORDER-PT            04060000
040700           COMPUTE FSR-BELOW-BY = WS-FSL-REORDER(WS-I)            04070000
040800                                - WS-FSL-ON-HAND(WS-I)            04080000
040900           MOVE WS-FSL-DRAWN(WS-I)   TO FSR-LAST-DRAWN            04090000
041000           WRITE FSR-REC                                          04100000
041100           DISPLAY 'REORDER FOOD STOCK FOR: '                     04110000
041200                   WS-FSL-CODE(WS-I) ' ' WS-FSL-DESC(WS-I)        04120000
041300        END-IF                                                    04130000
041400     END-PERFORM.                                                 04140000
041500     CLOSE FSL-FILE.                                              04150000
041600 4000-EXIT.                                                       04160000
041700     EXIT.                                                        04170000
041800                                                                  04180000
041900*----------------------------------------------------------------*04190000
042000*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *04200000
042100*----------------------------------------------------------------*04210000
042200 9800-WRITE-AUDIT-HIST.                                           04220000
042300     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      04230000
042400     ACCEPT WS-HIST-TIME FROM TIME.                               04240000
042500     OPEN EXTEND AUD-HIST.                                        04250000
042600     INITIALIZE AUD-HIST-REC.                                     04260000
042700     MOVE WS-HIST-DATE          TO HIST-DATE.                     04270000
042800     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04280000
042900     MOVE 'AOCD1PGD'            TO HIST-PGM.                      04290000
042901     MOVE WS-HIST-VER           TO HIST-VERSION.                  04290100
043000     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04300000
043100     WRITE AUD-HIST-REC.                                          04310000
043200     CLOSE AUD-HIST.                                              04320000
043300 9800-EXIT.                                                       04330000
043400     EXIT.                                                        04340000
