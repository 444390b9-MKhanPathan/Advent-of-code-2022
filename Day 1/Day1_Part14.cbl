000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 1 PROGRAM 14                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  FOOD STORES RECEIPTS POSTING. AOCD1PGD DRAWS THE AOCD1FSL     *00040000
000500*  LEDGER DOWN EACH NIGHT; RESTOCKING ARRIVES HERE AS RECEIPT    *00050000
000600*  TRANSACTIONS ON AOCD1FRC, IS EDITED AGAINST THE LEDGER, ADDED *00060000
000700*  TO ON-HAND AND PROVED OUT ON THE AOCD1FRR RECEIPTS REGISTER - *00070000
000800*  THE SAME RECEIPTS DISCIPLINE AOCD3PG6 KEEPS FOR THE BADGES    *00080000
000900*----------------------------------------------------------------*00090000
001000 IDENTIFICATION DIVISION.                                         00100000
001100 PROGRAM-ID. AOCD1PGE.                                            00110000
001200 AUTHOR. z/OS Mainframer.                                         00120000
001300                                                                  00130000
001400 ENVIRONMENT DIVISION.                                            00140000
001500 INPUT-OUTPUT SECTION.                                            00150000
001600 FILE-CONTROL.                                                    00160000
001700*----------------------------------------------------------------*00170000
001800* RECEIPTS TRANSACTION FILE - FOOD-TYPE CODE, QUANTITY, SUPPLIER *00180000
001900* REFERENCE AND RECEIPT DATE, ONE RECEIPT PER RECORD             *00190000
002000*----------------------------------------------------------------*00200000
002100     SELECT FRC-FILE    ASSIGN TO AOCD1FRC                        00210000
002200        ORGANIZATION    IS SEQUENTIAL                             00220000
002300         ACCESS MODE    IS SEQUENTIAL                             00230000
002400         FILE STATUS    IS FRC-FILE-STATUS.                       00240000
002500                                                                  00250000
002600     SELECT FSL-FILE    ASSIGN TO AOCD1FSL                        00260000
002700        ORGANIZATION    IS SEQUENTIAL                             00270000
002800         ACCESS MODE    IS SEQUENTIAL                             00280000
002900         FILE STATUS    IS FSL-FILE-STATUS.                       00290000
003000                                                                  00300000
003100*----------------------------------------------------------------*00310000
003200* RECEIPTS REGISTER - ONE LINE PER RECEIPT WITH ITS NEW          *00320000
003300* ON-HAND, CLOSED BY THE POSTED/REJECTED TOTALS                  *00330000
003400*----------------------------------------------------------------*00340000
003500     SELECT FRR-RPT     ASSIGN TO AOCD1FRR                        00350000
003600        ORGANIZATION    IS SEQUENTIAL                             00360000
003700         ACCESS MODE    IS SEQUENTIAL                             00370000
003800         FILE STATUS    IS FRR-FILE-STATUS.                       00380000
003900                                                                  00390000
004000*----------------------------------------------------------------*00400000
004100* SHARED SUITE EXCEPTION FILE - BAD RECEIPTS LAND HERE           *00410000
004200*----------------------------------------------------------------*00420000
004300     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00430000
004400        ORGANIZATION    IS SEQUENTIAL                             00440000
004500         ACCESS MODE    IS SEQUENTIAL                             00450000
004600         FILE STATUS    IS SEXC-FILE-STATUS.                      00460000
004700                                                                  00470000
004800*----------------------------------------------------------------*00480000
004900*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00490000
005000*----------------------------------------------------------------*00500000
005100     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00510000
005200        ORGANIZATION    IS SEQUENTIAL                             00520000
005300         ACCESS MODE    IS SEQUENTIAL                             00530000
005400         FILE STATUS    IS HIST-FILE-STATUS.                      00540000
005500                                                                  00550000
005600 DATA DIVISION.                                                   00560000
005700 FILE SECTION.                                                    00570000
005800 FD  FRC-FILE.                                                    00580000
005900 01  FRC-REC.                                                     00590000
006000     05 FRC-TYPE-CODE    PIC X(02).                               00600000
006100     05 FILLER           PIC X(01).                               00610000
006200     05 FRC-QTY          PIC X(10).                               00620000
006300     05 FILLER           PIC X(01).                               00630000
006400     05 FRC-SUPPLIER-REF PIC X(10).                               00640000
006500     05 FILLER           PIC X(01).                               00650000
006600     05 FRC-DATE         PIC X(08).                               00660000
006700     05 FILLER           PIC X(47).                               00670000
006800                                                                  00680000
006900 FD  FSL-FILE.                                                    00690000
007000 01  FSL-REC.                                                     00700000
007100     05 FSL-TYPE-CODE     PIC X(02).                              00710000
007200     05 FILLER            PIC X(01).                              00720000
007300     05 FSL-TYPE-DESC     PIC X(20).                              00730000
007400     05 FILLER            PIC X(01).                              00740000
007500     05 FSL-ON-HAND       PIC 9(10).                              00750000
007600     05 FILLER            PIC X(01).                              00760000
007700     05 FSL-REORDER-PT    PIC 9(10).                              00770000
007800     05 FILLER            PIC X(01).                              00780000
007900     05 FSL-LAST-DRAW     PIC 9(08).                              00790000
008000                                                                  00800000
008100 FD  FRR-RPT.                                                     00810000
008200 01  FRR-REC.                                                     00820000
008300     05 FRR-TEXT        PIC X(20).                                00830000
008400     05 FILLER          PIC X(02).                                00840000
008500     05 FRR-TYPE-CODE   PIC X(02).                                00850000
008600     05 FILLER          PIC X(02).                                00860000
008700     05 FRR-QTY         PIC 9(10).                                00870000
008800     05 FILLER          PIC X(02).                                00880000
008900     05 FRR-SUPPLIER    PIC X(10).                                00890000
009000     05 FILLER          PIC X(02).                                00900000
009100     05 FRR-DATE        PIC 9(08).                                00910000
009200     05 FILLER          PIC X(02).                                00920000
009300     05 FRR-NEW-ON-HAND PIC 9(10).                                00930000
009400     05 FILLER          PIC X(10).                                00940000
009500                                                                  00950000
009600 FD  SUITE-EXC.                                                   00960000
009700     COPY AOCDEXC.                                                00970000
009800                                                                  00980000
009900 FD  AUD-HIST                                                     00990000
010000     DATA RECORD IS AUD-HIST-REC.                                 01000000
010100 01  AUD-HIST-REC.                                                01010000
010200     05 HIST-DATE            PIC 9(08).                           01020000
010300     05 FILLER               PIC X(02).                           01030000
010400     05 HIST-TIME            PIC 9(06).                           01040000
010500     05 FILLER               PIC X(02).                           01050000
010600     05 HIST-PGM             PIC X(08).                           01060000
010700     05 FILLER               PIC X(02).                           01070000
010800     05 HIST-OUTPUT          PIC X(40).                           01080000
010801     05 FILLER               PIC X(02).                           01080100
010802     05 HIST-VERSION         PIC X(08).                           01080200
010900                                                                  01090000
011000 WORKING-STORAGE SECTION.                                         01100000
011100 01  WS-WORK-FIELDS.                                              01110000
011200     05 WS-FRC-CNT        PIC 9(05)   VALUE ZEROES.               01120000
011300     05 WS-POSTED-CNT     PIC 9(05)   VALUE ZEROES.               01130000
011400     05 WS-REJECT-CNT     PIC 9(05)   VALUE ZEROES.               01140000
011500     05 WS-QTY-POSTED     PIC 9(12)   VALUE ZEROES.               01150000
011600     05 WS-I              PIC 9(03)   VALUE ZEROES.               01160000
011700     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01170000
011800     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01180000
011850     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01185000
011900     05 WS-NEW-ON-HAND    PIC 9(11)   VALUE ZEROES.               01190000
012000     05 WS-REJ-REASON     PIC X(08)   VALUE SPACES.               01200000
012100                                                                  01210000
012200*----------------------------------------------------------------*01220000
012300* THE LEDGER LOADED TO STORAGE, POSTED IN PLACE AND REWRITTEN    *01230000
012400* WHOLE AT END OF RUN. THE LAST-DRAW DATE BELONGS TO AOCD1PGD    *01240000
012500* AND IS CARRIED THROUGH UNTOUCHED                               *01250000
012600*----------------------------------------------------------------*01260000
012700 01  WS-FSL-FIELDS.                                               01270000
012800     05 WS-FSL-CNT        PIC 9(03)   VALUE ZEROES.               01280000
012900     05 WS-MAX-FSLS       PIC 9(03)   VALUE 100.                  01290000
013000 01  WS-FSL-TABLE.                                                01300000
013100     05 WS-FSL-ENTRY      OCCURS 100 TIMES.                       01310000
013200        10 WS-FSL-CODE    PIC X(02).                              01320000
013300        10 WS-FSL-DESC    PIC X(20).                              01330000
013400        10 WS-FSL-ON-HAND PIC 9(10).                              01340000
013500        10 WS-FSL-REORDER PIC 9(10).                              01350000
013600        10 WS-FSL-LAST    PIC 9(08).                              01360000
013700                                                                  01370000
013800 01  WS-SWITCHES.                                                 01380000
013900     05 FRC-FILE-STATUS   PIC X(02)   VALUE SPACES.               01390000
014000        88 FRC-SUCCESS    VALUE '00'.                             01400000
014100        88 FRC-EOF        VALUE '10'.                             01410000
014200     05 FSL-FILE-STATUS   PIC X(02)   VALUE SPACES.               01420000
014300        88 FSL-SUCCESS    VALUE '00'.                             01430000
014400        88 FSL-EOF        VALUE '10'.                             01440000
014500     05 FRR-FILE-STATUS   PIC X(02)   VALUE SPACES.               01450000
014600        88 FRR-SUCCESS    VALUE '00'.                             01460000
014700     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               01470000
014800        88 SEXC-SUCCESS   VALUE '00'.                             01480000
014900     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01490000
015000        88 HIST-SUCCESS   VALUE '00'.                             01500000
015100                                                                  01510000
015200 01  WS-HIST-FIELDS.                                              01520000
015300     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01530000
015400     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01540000
015500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01550000
015501     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01550100
015600                                                                  01560000
015700 PROCEDURE DIVISION.                                              01570000
015800                                                                  01580000
015900     PERFORM 0500-LOAD-LEDGER          THRU 0500-EXIT.            01590000
016000     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            01600000
016100     PERFORM 2000-READ-RECEIPT         THRU 2000-EXIT             01610000
016200       UNTIL FRC-EOF.                                             01620000
016300     PERFORM 4000-REWRITE-LEDGER       THRU 4000-EXIT.            01630000
016400     PERFORM 5000-WRITE-TOTALS         THRU 5000-EXIT.            01640000
016500     CLOSE FRC-FILE.                                              01650000
016600     CLOSE FRR-RPT.                                               01660000
016700     CLOSE SUITE-EXC.                                             01670000
016800     STRING 'FOOD RECEIPTS POSTED ' DELIMITED BY SIZE             01680000
016900        WS-POSTED-CNT DELIMITED BY SIZE                           01690000
017000        ' REJECTED ' DELIMITED BY SIZE                            01700000
017100        WS-REJECT-CNT DELIMITED BY SIZE                           01710000
017200        INTO WS-HIST-MSG.                                         01720000
017300     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               01730000
017400     GOBACK.                                                      01740000
017500                                                                  01750000
017600 0500-LOAD-LEDGER.                                                01760000
017700     OPEN INPUT FSL-FILE.                                         01770000
017800     IF FSL-SUCCESS                                               01780000
017900        PERFORM UNTIL FSL-EOF                                     01790000
018000           READ FSL-FILE                                          01800000
018100                AT END                                            01810000
018200                   SET FSL-EOF TO TRUE                            01820000
018300                NOT AT END                                        01830000
018400                   IF WS-FSL-CNT < WS-MAX-FSLS                    01840000
018500                      AND FSL-ON-HAND IS NUMERIC                  01850000
018600                      AND FSL-REORDER-PT IS NUMERIC               01860000
018700                      ADD 1 TO WS-FSL-CNT                         01870000
018800                      MOVE FSL-TYPE-CODE                          01880000
018900                                  TO WS-FSL-CODE(WS-FSL-CNT)      01890000
019000                      MOVE FSL-TYPE-DESC                          01900000
019100                                  TO WS-FSL-DESC(WS-FSL-CNT)      01910000
019200                      MOVE FSL-ON-HAND                            01920000
019300                                  TO WS-FSL-ON-HAND(WS-FSL-CNT)   01930000
019400                      MOVE FSL-REORDER-PT                         01940000
019500                                  TO WS-FSL-REORDER(WS-FSL-CNT)   01950000
019600                      MOVE ZEROES TO WS-FSL-LAST(WS-FSL-CNT)      01960000
019700                      IF FSL-LAST-DRAW IS NUMERIC                 01970000
019800                         MOVE FSL-LAST-DRAW                       01980000
019900                                  TO WS-FSL-LAST(WS-FSL-CNT)      01990000
020000                      END-IF                                      02000000
020100                   ELSE                                           02010000
020200                      DISPLAY 'LEDGER ROW DROPPED: ' FSL-TYPE-CODE02020000
020300                   END-IF                                         02030000
020400           END-READ                                               02040000
020500        END-PERFORM                                               02050000
020600        CLOSE FSL-FILE                                            02060000
020700     ELSE                                                         02070000
020800        DISPLAY 'ERROR - UNABLE TO OPEN AOCD1FSL, FILE STATUS: '  02080000
020900                FSL-FILE-STATUS                                   02090000
021000        MOVE 16             TO RETURN-CODE                        02100000
021100        MOVE 'UNABLE TO OPEN FOOD LEDGER'   TO WS-HIST-MSG        02110000
021200        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02120000
021300        GOBACK                                                    02130000
021400     END-IF.                                                      02140000
021500 0500-EXIT.                                                       02150000
021600     EXIT.                                                        02160000
021700                                                                  02170000
021800 1000-OPEN-FILES.                                                 02180000
021900     OPEN INPUT FRC-FILE.                                         02190000
022000     IF NOT FRC-SUCCESS                                           02200000
022100        DISPLAY 'ERROR - UNABLE TO OPEN AOCD1FRC, FILE STATUS: '  02210000
022200                FRC-FILE-STATUS                                   02220000
022300        MOVE 16             TO RETURN-CODE                        02230000
022400        MOVE 'UNABLE TO OPEN FOOD RECEIPTS'  TO WS-HIST-MSG       02240000
022500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02250000
022600        GOBACK                                                    02260000
022700     END-IF.                                                      02270000
022800     OPEN OUTPUT FRR-RPT.                                         02280000
022900     OPEN EXTEND SUITE-EXC.                                       02290000
023000     ACCEPT WS-RUN-DATE      FROM DATE.                           02300000
023050     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  02305000
023100 1000-EXIT.                                                       02310000
023200     EXIT.                                                        02320000
023300                                                                  02330000
023400 2000-READ-RECEIPT.                                               02340000
023500     READ FRC-FILE                                                02350000
023600          AT END                                                  02360000
023700             SET FRC-EOF TO TRUE                                  02370000
023800          NOT AT END                                              02380000
023900             ADD 1                 TO WS-FRC-CNT                  02390000
024000             PERFORM 2100-POST-ONE-RECEIPT  THRU 2100-EXIT        02400000
024100     END-READ.                                                    02410000
024200 2000-EXIT.                                                       02420000
024300     EXIT.                                                        02430000
024400                                                                  02440000
024500 2100-POST-ONE-RECEIPT.                                           02450000
024600*----------------------------------------------------------------*02460000
024700* EVERY FIELD IS EDITED BEFORE THE LEDGER IS TOUCHED, AS THE     *02470000
024800* BADGE RECEIPTS ARE - A BAD QUANTITY BOUNCES RATHER THAN        *02480000
024900* BECOMING FOOD THE CAMP DOES NOT HAVE                           *02490000
025000*----------------------------------------------------------------*02500000
025100     IF FRC-QTY NOT NUMERIC OR FRC-QTY = ZEROES                   02510000
025200        MOVE 'BADQTY'         TO WS-REJ-REASON                    02520000
025300        PERFORM 3000-WRITE-REJECT  THRU 3000-EXIT                 02530000
025400        GO TO 2100-EXIT                                           02540000
025500     END-IF.                                                      02550000
025600     IF FRC-DATE NOT NUMERIC                                      02560000
025700        MOVE 'BADDATE'        TO WS-REJ-REASON                    02570000
025800        PERFORM 3000-WRITE-REJECT  THRU 3000-EXIT                 02580000
025900        GO TO 2100-EXIT                                           02590000
026000     END-IF.                                                      02600000
026100     IF FRC-SUPPLIER-REF = SPACES                                 02610000
026200        MOVE 'NOSUPPL'        TO WS-REJ-REASON                    02620000
026300        PERFORM 3000-WRITE-REJECT  THRU 3000-EXIT                 02630000
026400        GO TO 2100-EXIT                                           02640000
026500     END-IF.                                                      02650000
026600     MOVE ZEROES              TO WS-SLOT.                         02660000
026700     PERFORM VARYING WS-I FROM 1 BY 1                             02670000
026800               UNTIL WS-I > WS-FSL-CNT                            02680000
026900                  OR WS-SLOT > ZEROES                             02690000
027000        IF WS-FSL-CODE(WS-I) = FRC-TYPE-CODE                      02700000
027100           MOVE WS-I             TO WS-SLOT                       02710000
027200        END-IF                                                    02720000
027300     END-PERFORM.                                                 02730000
027400     IF WS-SLOT = ZEROES                                          02740000
027500        MOVE 'NOTYPE'         TO WS-REJ-REASON                    02750000
027600        PERFORM 3000-WRITE-REJECT  THRU 3000-EXIT                 02760000
027700        GO TO 2100-EXIT                                           02770000
027800     END-IF.                                                      02780000
027900     COMPUTE WS-NEW-ON-HAND = WS-FSL-ON-HAND(WS-SLOT)             02790000
028000                            + FUNCTION NUMVAL(FRC-QTY).           02800000
028100     IF WS-NEW-ON-HAND > 9999999999                               02810000
028200        MOVE 'OVERFLW'        TO WS-REJ-REASON                    02820000
028300        PERFORM 3000-WRITE-REJECT  THRU 3000-EXIT                 02830000
028400        GO TO 2100-EXIT                                           02840000
028500     END-IF.                                                      02850000
028600     MOVE WS-NEW-ON-HAND      TO WS-FSL-ON-HAND(WS-SLOT).         02860000
028700     ADD 1                    TO WS-POSTED-CNT.                   02870000
028800     COMPUTE WS-QTY-POSTED = WS-QTY-POSTED                        02880000
028900                           + FUNCTION NUMVAL(FRC-QTY).            02890000
029000     INITIALIZE               FRR-REC.                            02900000
029100     MOVE 'RECEIPT POSTED'    TO FRR-TEXT.                        02910000
029200     MOVE FRC-TYPE-CODE       TO FRR-TYPE-CODE.                   02920000
029300     MOVE FUNCTION NUMVAL(FRC-QTY)  TO FRR-QTY.                   02930000
029400     MOVE FRC-SUPPLIER-REF    TO FRR-SUPPLIER.                    02940000
029500     MOVE FUNCTION NUMVAL(FRC-DATE) TO FRR-DATE.                  02950000
029600     MOVE WS-FSL-ON-HAND(WS-SLOT)   TO FRR-NEW-ON-HAND.           02960000
029700     WRITE FRR-REC.                                               02970000
029800     DISPLAY 'RECEIPT POSTED: FOOD TYPE ' FRC-TYPE-CODE           02980000
029900             ' QTY ' FRR-QTY ' NEW ON-HAND ' FRR-NEW-ON-HAND.     02990000
030000 2100-EXIT.                                                       03000000
030100     EXIT.                                                        03010000
030200                                                                  03020000
030300 3000-WRITE-REJECT.                                               03030000
030400     ADD 1                    TO WS-REJECT-CNT.                   03040000
030500     INITIALIZE               SUITE-EXC-REC.                      03050000
030600     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    03060000
030700     MOVE 'AOCD1PGE'          TO EXC-PGM.                         03070000
030800     MOVE FRC-TYPE-CODE       TO EXC-REC-KEY.                     03080000
030900     MOVE WS-REJ-REASON       TO EXC-REASON.                      03090000
031000     MOVE FRC-REC             TO EXC-RAW-DATA.                    03100000
031100     WRITE SUITE-EXC-REC.                                         03110000
031200     INITIALIZE               FRR-REC.                            03120000
031300     MOVE 'RECEIPT REJECTED'  TO FRR-TEXT.                        03130000
031400     MOVE FRC-TYPE-CODE       TO FRR-TYPE-CODE.                   03140000
031500     MOVE FRC-SUPPLIER-REF    TO FRR-SUPPLIER.                    03150000
031600     WRITE FRR-REC.                                               03160000
031700     DISPLAY 'RECEIPT REJECT ' WS-REJ-REASON ' - FOOD TYPE '      03170000
031800             FRC-TYPE-CODE ' REF ' FRC-SUPPLIER-REF.              03180000
031900 3000-EXIT.                                                       03190000
032000     EXIT.                                                        03200000
032100                                                                  03210000
032200 4000-REWRITE-LEDGER.                                             03220000
032300     OPEN OUTPUT FSL-FILE.                                        03230000
032400     PERFORM VARYING WS-I FROM 1 BY 1                             03240000
032500               UNTIL WS-I > WS-FSL-CNT                            03250000
032600        INITIALIZE            FSL-REC                             03260000
032700        MOVE WS-FSL-CODE(WS-I)    TO FSL-TYPE-CODE                03270000
032800        MOVE WS-FSL-DESC(WS-I)    TO FSL-TYPE-DESC                03280000
032900        MOVE WS-FSL-ON-HAND(WS-I) TO FSL-ON-HAND                  03290000
033000        MOVE WS-FSL-REORDER(WS-I) TO FSL-REORDER-PT               03300000
033100        MOVE WS-FSL-LAST(WS-I)    TO FSL-LAST-DRAW                03310000
033200        WRITE FSL-REC                                             03320000
033300     END-PERFORM.                                                 03330000
033400     CLOSE FSL-FILE.                                              03340000
033500 4000-EXIT.                                                       03350000
033600     EXIT.                                                        03360000
033700                                                                  03370000
033800 5000-WRITE-TOTALS.                                               03380000
033900     INITIALIZE               FRR-REC.                            03390000
034000     MOVE 'RECEIPTS READ'     TO FRR-TEXT.                        03400000
034100     MOVE WS-FRC-CNT          TO FRR-QTY.                         03410000
034200     WRITE FRR-REC.                                               03420000
034300     INITIALIZE               FRR-REC.                            03430000
034400     MOVE 'RECEIPTS POSTED'   TO FRR-TEXT.                        03440000
034500     MOVE WS-POSTED-CNT       TO FRR-QTY.                         03450000
034600     WRITE FRR-REC.                                               03460000
034700     INITIALIZE               FRR-REC.                            03470000
034800     MOVE 'RECEIPTS REJECTED' TO FRR-TEXT.                        03480000
034900     MOVE WS-REJECT-CNT       TO FRR-QTY.                         03490000
035000     WRITE FRR-REC.                                               03500000
035100     DISPLAY 'FOOD RECEIPTS READ: ' WS-FRC-CNT                    03510000
035200             ' POSTED: ' WS-POSTED-CNT                            03520000
035300             ' REJECTED: ' WS-REJECT-CNT                          03530000
035400             ' CALORIES ADDED: ' WS-QTY-POSTED.                   03540000
035500 5000-EXIT.                                                       03550000
035600     EXIT.                                                        03560000
035700                                                                  03570000
035800*----------------------------------------------------------------*03580000
035900*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *03590000
036000*----------------------------------------------------------------*03600000
036100 9800-WRITE-AUDIT-HIST.                                           03610000
036200     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      03620000
036300     ACCEPT WS-HIST-TIME FROM TIME.                               03630000
036400     OPEN EXTEND AUD-HIST.                                        03640000
036500     INITIALIZE AUD-HIST-REC.                                     03650000
036600     MOVE WS-HIST-DATE          TO HIST-DATE.                     03660000
036700     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     03670000
036800     MOVE 'AOCD1PGE'            TO HIST-PGM.                      03680000
036801     MOVE WS-HIST-VER           TO HIST-VERSION.                  03680100
036900     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   03690000
037000     WRITE AUD-HIST-REC.                                          03700000
037100     CLOSE AUD-HIST.                                              03710000
037200 9800-EXIT.                                                       03720000
037300     EXIT.                                                        03730000
