000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 5 PROGRAM 16                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  CRATE DWELL-TIME AND AGING BY SERIAL. THE SUITE KNOWS WHERE   *00040000
000500*  EVERY SERIAL IS BUT NOT HOW LONG IT HAS SAT THERE. FOR EVERY  *00050000
000600*  SERIAL IN THE CURRENT LAYOUT - THE AOCD5PG7 AOCD5COC FINAL    *00060000
000700*  POSITIONS, OR AOCDAY53 WHEN THERE IS NO CUSTODY REPORT - THIS *00070000
000800*  STEP WORKS OUT THE DATE IT WAS LAST MOVED OR RECEIVED AND ITS *00080000
000900*  DAYS IN PLACE. A SERIAL AOCD5COC SHOWS MOVED TAKES THE DATE   *00090000
001000*  OF THE LATEST AOCD5CRH MOVES; ANY OTHER KEEPS THE DATE HELD   *00100000
001100*  FOR IT ON THE AOCD5DWL DWELL FILE, AND A SERIAL NEW TO THAT   *00110000
001200*  FILE IS DATED AS RECEIVED TODAY. AOCD5AGE LISTS EVERY CRATE,  *00120000
001300*  BUCKETS THEM 0-7, 8-30, 31-90 AND OVER 90 DAYS BY TYPE AND BY *00130000
001400*  STACK, AND FLAGS A CRATE BURIED UNDER OTHERS FOR LONGER THAN  *00140000
001500*  THE PARM THRESHOLD SO STALE STOCK IS ROTATED OUT              *00150000
001600*----------------------------------------------------------------*00160000
001700 IDENTIFICATION DIVISION.                                         00170000
001800 PROGRAM-ID. AOCD5PGG.                                            00180000
001900 AUTHOR. z/OS Mainframer.                                         00190000
002000                                                                  00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400*----------------------------------------------------------------*00240000
002500* AOCD5PG7 CHAIN OF CUSTODY - FINAL POSITION AND MOVES TONIGHT   *00250000
002600* PER SERIAL. WITHOUT IT THE LAYOUT IS TAKEN FROM AOCDAY53       *00260000
002700*----------------------------------------------------------------*00270000
002800     SELECT COC-RPT      ASSIGN TO AOCD5COC                       00280000
002900         ORGANIZATION    IS SEQUENTIAL                            00290000
003000          ACCESS MODE    IS SEQUENTIAL                            00300000
003100          FILE STATUS    IS COC-FILE-STATUS.                      00310000
003200                                                                  00320000
003300     SELECT SERIAL-DATA  ASSIGN TO AOCDAY53                       00330000
003400         ORGANIZATION    IS SEQUENTIAL                            00340000
003500          ACCESS MODE    IS SEQUENTIAL                            00350000
003600          FILE STATUS    IS SRL-FILE-STATUS.                      00360000
003700                                                                  00370000
003800*----------------------------------------------------------------*00380000
003900* DATED CRANE MOVE HISTORY WRITTEN BY AOCD5PG9                   *00390000
004000*----------------------------------------------------------------*00400000
004100     SELECT CRH-HIST     ASSIGN TO AOCD5CRH                       00410000
004200         ORGANIZATION    IS SEQUENTIAL                            00420000
004300          ACCESS MODE    IS SEQUENTIAL                            00430000
004400          FILE STATUS    IS CRH-FILE-STATUS.                      00440000
004500                                                                  00450000
004600*----------------------------------------------------------------*00460000
004700* DWELL FILE - THE LAST-MOVED OR RECEIVED DATE PER SERIAL,       *00470000
004800* READ AND THEN REWRITTEN FOR THE CURRENT LAYOUT                 *00480000
004900*----------------------------------------------------------------*00490000
005000     SELECT DWL-FILE     ASSIGN TO AOCD5DWL                       00500000
005100         ORGANIZATION    IS SEQUENTIAL                            00510000
005200          ACCESS MODE    IS SEQUENTIAL                            00520000
005300          FILE STATUS    IS DWL-FILE-STATUS.                      00530000
005400                                                                  00540000
005500*----------------------------------------------------------------*00550000
005600* AGING REPORT                                                   *00560000
005700*----------------------------------------------------------------*00570000
005800     SELECT AGE-RPT      ASSIGN TO AOCD5AGE                       00580000
005900         ORGANIZATION    IS SEQUENTIAL                            00590000
006000          ACCESS MODE    IS SEQUENTIAL                            00600000
006100          FILE STATUS    IS AGE-FILE-STATUS.                      00610000
006200                                                                  00620000
006300*----------------------------------------------------------------*00630000
006400*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00640000
006500*----------------------------------------------------------------*00650000
006600     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00660000
006700        ORGANIZATION    IS SEQUENTIAL                             00670000
006800         ACCESS MODE    IS SEQUENTIAL                             00680000
006900         FILE STATUS    IS HIST-FILE-STATUS.                      00690000
007000                                                                  00700000
007100 DATA DIVISION.                                                   00710000
007200 FILE SECTION.                                                    00720000
007300 FD  COC-RPT.                                                     00730000
007400 01  COC-REC.                                                     00740000
007500     05 COC-SERIAL      PIC X(08).                                00750000
007600     05 FILLER          PIC X(02).                                00760000
007700     05 COC-TYPE        PIC X(01).                                00770000
007800     05 FILLER          PIC X(02).                                00780000
007900     05 COC-START-STK   PIC 9(02).                                00790000
008000     05 FILLER          PIC X(01).                                00800000
008100     05 COC-START-POS   PIC 9(03).                                00810000
008200     05 FILLER          PIC X(02).                                00820000
008300     05 COC-FINAL-STK   PIC 9(02).                                00830000
008400     05 FILLER          PIC X(01).                                00840000
008500     05 COC-FINAL-POS   PIC 9(03).                                00850000
008600     05 FILLER          PIC X(02).                                00860000
008700     05 COC-MOVE-CNT    PIC 9(03).                                00870000
008800     05 FILLER          PIC X(44).                                00880000
008900                                                                  00890000
009000 FD  SERIAL-DATA.                                                 00900000
009100 01  SRL-REC.                                                     00910000
009200     05 SRL-STACK       PIC 9(02).                                00920000
009300     05 FILLER          PIC X(01).                                00930000
009400     05 SRL-TYPE        PIC X(01).                                00940000
009500     05 FILLER          PIC X(01).                                00950000
009600     05 SRL-SERIAL      PIC X(08).                                00960000
009700                                                                  00970000
009800 FD  CRH-HIST.                                                    00980000
009900 01  CRH-REC.                                                     00990000
010000     05 CRH-RUN-DATE    PIC 9(08).                                01000000
010100     05 FILLER          PIC X(02).                                01010000
010200     05 CRH-MOVE-SEQ    PIC 9(05).                                01020000
010300     05 FILLER          PIC X(02).                                01030000
010400     05 CRH-CRATES      PIC 9(03).                                01040000
010500     05 FILLER          PIC X(02).                                01050000
010600     05 CRH-FROM-STACK  PIC 9(02).                                01060000
010700     05 FILLER          PIC X(02).                                01070000
010800     05 CRH-TO-STACK    PIC 9(02).                                01080000
010900                                                                  01090000
011000 FD  DWL-FILE.                                                    01100000
011100 01  DWL-REC.                                                     01110000
011200     05 DWL-SERIAL      PIC X(08).                                01120000
011300     05 FILLER          PIC X(01).                                01130000
011400     05 DWL-TYPE        PIC X(01).                                01140000
011500     05 FILLER          PIC X(01).                                01150000
011600     05 DWL-STACK       PIC 9(02).                                01160000
011700     05 FILLER          PIC X(01).                                01170000
011800     05 DWL-DATE        PIC 9(08).                                01180000
011900                                                                  01190000
012000 FD  AGE-RPT.                                                     01200000
012100 01  AGE-REC                PIC X(80).                            01210000
012200 01  AGE-DTL-LINE.                                                01220000
012300     05 AGE-SERIAL          PIC X(08).                            01230000
012400     05 FILLER              PIC X(02).                            01240000
012500     05 AGE-TYPE            PIC X(01).                            01250000
012600     05 FILLER              PIC X(03).                            01260000
012700     05 AGE-STACK           PIC 9(02).                            01270000
012800     05 FILLER              PIC X(01).                            01280000
012900     05 AGE-POS             PIC ZZ9.                              01290000
013000     05 FILLER              PIC X(02).                            01300000
013100     05 AGE-LAST-DATE       PIC 9(08).                            01310000
013200     05 FILLER              PIC X(02).                            01320000
013300     05 AGE-DAYS            PIC ZZZZ9.                            01330000
013400     05 FILLER              PIC X(02).                            01340000
013500     05 AGE-BUCKET          PIC X(05).                            01350000
013600     05 FILLER              PIC X(02).                            01360000
013700     05 AGE-SOURCE          PIC X(08).                            01370000
013800     05 FILLER              PIC X(02).                            01380000
013900     05 AGE-FLAG            PIC X(06).                            01390000
014000     05 FILLER              PIC X(18).                            01400000
014100 01  AGE-MTX-LINE.                                                01410000
014200     05 AGE-MTX-LABEL       PIC X(10).                            01420000
014300     05 FILLER              PIC X(02).                            01430000
014400     05 AGE-MTX-B1          PIC ZZZZ9.                            01440000
014500     05 FILLER              PIC X(03).                            01450000
014600     05 AGE-MTX-B2          PIC ZZZZ9.                            01460000
014700     05 FILLER              PIC X(03).                            01470000
014800     05 AGE-MTX-B3          PIC ZZZZ9.                            01480000
014900     05 FILLER              PIC X(03).                            01490000
015000     05 AGE-MTX-B4          PIC ZZZZ9.                            01500000
015100     05 FILLER              PIC X(03).                            01510000
015200     05 AGE-MTX-TOT         PIC ZZZZ9.                            01520000
015300     05 FILLER              PIC X(03).                            01530000
015400     05 AGE-MTX-BURIED      PIC ZZZZ9.                            01540000
015500     05 FILLER              PIC X(23).                            01550000
015600                                                                  01560000
015700 FD  AUD-HIST                                                     01570000
015800     DATA RECORD IS AUD-HIST-REC.                                 01580000
015900 01  AUD-HIST-REC.                                                01590000
016000     05 HIST-DATE            PIC 9(08).                           01600000
016100     05 FILLER               PIC X(02).                           01610000
016200     05 HIST-TIME            PIC 9(06).                           01620000
016300     05 FILLER               PIC X(02).                           01630000
016400     05 HIST-PGM             PIC X(08).                           01640000
016500     05 FILLER               PIC X(02).                           01650000
016600     05 HIST-OUTPUT          PIC X(40).                           01660000
016601     05 FILLER               PIC X(02).                           01660100
016602     05 HIST-VERSION         PIC X(08).                           01660200
016700                                                                  01670000
016800 WORKING-STORAGE SECTION.                                         01680000
016900*----------------------------------------------------------------*01690000
017000* EVERY CRATE IN THE CURRENT LAYOUT, IN LAYOUT ORDER             *01700000
017100*----------------------------------------------------------------*01710000
017200 01  WS-CRT-FIELDS.                                               01720000
017300     05 WS-CRT-CNT        PIC 9(04)   VALUE ZEROES.               01730000
017400     05 WS-MAX-CRTS       PIC 9(04)   VALUE 2000.                 01740000
017500 01  WS-CRT-TABLE.                                                01750000
017600     05 WS-CRT-ENTRY      OCCURS 2000 TIMES.                      01760000
017700        10 WS-CRT-SERIAL  PIC X(08).                              01770000
017800        10 WS-CRT-TYPE    PIC X(01).                              01780000
017900        10 WS-CRT-STACK   PIC 9(02).                              01790000
018000        10 WS-CRT-POS     PIC 9(03).                              01800000
018100        10 WS-CRT-MOVED   PIC X(01).                              01810000
018200        10 WS-CRT-DATE    PIC 9(08).                              01820000
018300                                                                  01830000
018400*----------------------------------------------------------------*01840000
018500* THE DATES HELD ON THE DWELL FILE FROM THE LAST RUN             *01850000
018600*----------------------------------------------------------------*01860000
018700 01  WS-DWL-FIELDS.                                               01870000
018800     05 WS-DWL-CNT        PIC 9(04)   VALUE ZEROES.               01880000
018900 01  WS-DWL-TABLE.                                                01890000
019000     05 WS-DWL-ENTRY      OCCURS 2000 TIMES.                      01900000
019100        10 WS-DWL-SERIAL  PIC X(08).                              01910000
019200        10 WS-DWL-DATE    PIC 9(08).                              01920000
019300                                                                  01930000
019400*----------------------------------------------------------------*01940000
019500* PER STACK - HEIGHT, THE LAST DATE AOCD5CRH SHOWS IT TOUCHED,   *01950000
019600* AND THE CRATE COUNTS BY AGE BUCKET                             *01960000
019700*----------------------------------------------------------------*01970000
019800 01  WS-STK-TABLE.                                                01980000
019900     05 WS-STK-ENTRY      OCCURS 99 TIMES.                        01990000
020000        10 WS-STK-HGT     PIC 9(03).                              02000000
020100        10 WS-STK-TOUCH   PIC 9(08).                              02010000
020200        10 WS-STK-BKT     PIC 9(05)  OCCURS 4 TIMES.              02020000
020300        10 WS-STK-BURIED  PIC 9(05).                              02030000
020400 01  WS-TYP-TABLE.                                                02040000
020500     05 WS-TYP-ENTRY      OCCURS 26 TIMES.                        02050000
020600        10 WS-TYP-BKT     PIC 9(05)  OCCURS 4 TIMES.              02060000
020700        10 WS-TYP-BURIED  PIC 9(05).                              02070000
020800                                                                  02080000
020900 01  WS-WORK-FIELDS.                                              02090000
021000     05 WS-I              PIC 9(04)   VALUE ZEROES.               02100000
021100     05 WS-J              PIC 9(04)   VALUE ZEROES.               02110000
021200     05 WS-S              PIC 9(02)   VALUE ZEROES.               02120000
021300     05 WS-T              PIC 9(02)   VALUE ZEROES.               02130000
021400     05 WS-B              PIC 9(01)   VALUE ZEROES.               02140000
021500     05 WS-RUN-DATE       PIC 9(08)   VALUE ZEROES.               02150000
021600     05 WS-MOVE-DATE      PIC 9(08)   VALUE ZEROES.               02160000
021700     05 WS-FIRST-HIST     PIC 9(08)   VALUE ZEROES.               02170000
021800     05 WS-LAST-HIST      PIC 9(08)   VALUE ZEROES.               02180000
021900     05 WS-RUN-INT        PIC 9(07)   VALUE ZEROES.               02190000
022000     05 WS-DATE-INT       PIC 9(07)   VALUE ZEROES.               02200000
022100     05 WS-DAYS           PIC 9(05)   VALUE ZEROES.               02210000
022200     05 WS-BURY-DAYS      PIC 9(03)   VALUE 30.                   02220000
022300     05 WS-CRH-CNT        PIC 9(07)   VALUE ZEROES.               02230000
022400     05 WS-MOVED-CNT      PIC 9(05)   VALUE ZEROES.               02240000
022500     05 WS-RECV-CNT       PIC 9(05)   VALUE ZEROES.               02250000
022600     05 WS-SEED-CNT       PIC 9(05)   VALUE ZEROES.               02260000
022700     05 WS-BURIED-CNT     PIC 9(05)   VALUE ZEROES.               02270000
022800     05 WS-TOT-BKT        PIC 9(05)   VALUE ZEROES.               02280000
022900     05 WS-ALPHABET       PIC X(26)                               02290000
023000                          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.     02300000
023100     05 WS-SOURCE         PIC X(08)   VALUE SPACES.               02310000
023200     05 WS-FIRST-RUN-SW   PIC X(01)   VALUE 'N'.                  02320000
023300        88 WS-FIRST-RUN    VALUE 'Y'.                             02330000
023400     05 WS-COC-SW         PIC X(01)   VALUE 'N'.                  02340000
023500        88 WS-FROM-COC     VALUE 'Y'.                             02350000
023600                                                                  02360000
023700 01  WS-SWITCHES.                                                 02370000
023800     05 COC-FILE-STATUS   PIC X(02)   VALUE SPACES.               02380000
023900        88 COC-SUCCESS    VALUE '00'.                             02390000
024000        88 COC-EOF        VALUE '10'.                             02400000
024100     05 SRL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02410000
024200        88 SRL-SUCCESS    VALUE '00'.                             02420000
024300        88 SRL-EOF        VALUE '10'.                             02430000
024400     05 CRH-FILE-STATUS   PIC X(02)   VALUE SPACES.               02440000
024500        88 CRH-SUCCESS    VALUE '00'.                             02450000
024600        88 CRH-EOF        VALUE '10'.                             02460000
024700     05 DWL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02470000
024800        88 DWL-SUCCESS    VALUE '00'.                             02480000
024900        88 DWL-EOF        VALUE '10'.                             02490000
025000     05 AGE-FILE-STATUS   PIC X(02)   VALUE SPACES.               02500000
025100        88 AGE-SUCCESS    VALUE '00'.                             02510000
025200     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02520000
025300        88 HIST-SUCCESS   VALUE '00'.                             02530000
025400                                                                  02540000
025500 01  WS-HIST-FIELDS.                                              02550000
025600     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02560000
025700     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02570000
025800     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02580000
025801     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02580100
025900                                                                  02590000
026000 LINKAGE SECTION.                                                 02600000
026100*----------------------------------------------------------------*02610000
026200* LS-BURY-PARM - DAYS A CRATE MAY SIT UNDER OTHERS BEFORE IT IS  *02620000
026300* FLAGGED FOR ROTATION. BLANK TAKES 030                          *02630000
026400*----------------------------------------------------------------*02640000
026500 01  LS-PARM-DATA.                                                02650000
026600     05 LS-BURY-PARM         PIC X(03)   VALUE SPACES.            02660000
026700 PROCEDURE DIVISION USING LS-PARM-DATA.                           02670000
026800                                                                  02680000
026900     IF LS-BURY-PARM IS NUMERIC                                   02690000
027000        MOVE LS-BURY-PARM     TO WS-BURY-DAYS                     02700000
027100     ELSE                                                         02710000
027200        IF LS-BURY-PARM NOT = SPACES                              02720000
027300           DISPLAY 'BURIED-DAYS PARM NOT NUMERIC - 030 USED: '    02730000
027400                   LS-BURY-PARM                                   02740000
027500        END-IF                                                    02750000
027600     END-IF.                                                      02760000
027700     ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD.                 02770000
027800     COMPUTE WS-RUN-INT =                                         02780000
027900        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).                    02790000
028000     INITIALIZE WS-STK-TABLE WS-TYP-TABLE.                        02800000
028100     PERFORM 0500-LOAD-MOVE-HISTORY    THRU 0500-EXIT.            02810000
028200     PERFORM 0600-LOAD-DWELL-FILE      THRU 0600-EXIT.            02820000
028300     PERFORM 0700-LOAD-LAYOUT          THRU 0700-EXIT.            02830000
028400     PERFORM 1000-AGE-CRATES           THRU 1000-EXIT.            02840000
028500     PERFORM 2000-WRITE-BUCKETS        THRU 2000-EXIT.            02850000
028600     PERFORM 3000-WRITE-DWELL-FILE     THRU 3000-EXIT.            02860000
028700     IF WS-BURIED-CNT > ZEROES                                    02870000
028800        MOVE 4                TO RETURN-CODE                      02880000
028900     END-IF.                                                      02890000
029000     STRING 'AGED ' DELIMITED BY SIZE                             02900000
029100        WS-CRT-CNT DELIMITED BY SIZE                              02910000
029200        ' CRATES, BURIED ' DELIMITED BY SIZE                      02920000
029300        WS-BURIED-CNT DELIMITED BY SIZE                           02930000
029400        INTO WS-HIST-MSG.                                         02940000
029500     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02950000
029600     GOBACK.                                                      02960000
029700                                                                  02970000
029800 0500-LOAD-MOVE-HISTORY.                                          02980000
029900*----------------------------------------------------------------*02990000
030000* THE LATEST HISTORY DATE IS THE NIGHT AOCD5COC REPLAYED. THE    *03000000
030100* LAST DATE EACH STACK WAS TOUCHED SEEDS THE DWELL FILE ON ITS   *03010000
030200* FIRST RUN. NO HISTORY MEANS MOVES ARE DATED TODAY              *03020000
030300*----------------------------------------------------------------*03030000
030400     OPEN INPUT CRH-HIST.                                         03040000
030500     IF NOT CRH-SUCCESS                                           03050000
030600        DISPLAY 'NO AOCD5CRH MOVE HISTORY - MOVES DATED TODAY'    03060000
030700        MOVE WS-RUN-DATE      TO WS-MOVE-DATE                     03070000
030800        GO TO 0500-EXIT                                           03080000
030900     END-IF.                                                      03090000
031000     PERFORM UNTIL CRH-EOF                                        03100000
031100        READ CRH-HIST                                             03110000
031200             AT END                                               03120000
031300                SET CRH-EOF TO TRUE                               03130000
031400             NOT AT END                                           03140000
031500                IF CRH-RUN-DATE IS NUMERIC                        03150000
031600                   AND CRH-RUN-DATE > ZEROES                      03160000
031700                   AND CRH-FROM-STACK IS NUMERIC                  03170000
031800                   AND CRH-TO-STACK IS NUMERIC                    03180000
031900                   ADD 1              TO WS-CRH-CNT               03190000
032000                   PERFORM 0550-NOTE-HISTORY-DATE  THRU 0550-EXIT 03200000
032100                END-IF                                            03210000
032200        END-READ                                                  03220000
032300     END-PERFORM.                                                 03230000
032400     CLOSE CRH-HIST.                                              03240000
032500     MOVE WS-LAST-HIST        TO WS-MOVE-DATE.                    03250000
032600     IF WS-MOVE-DATE = ZEROES                                     03260000
032700        MOVE WS-RUN-DATE      TO WS-MOVE-DATE                     03270000
032800     END-IF.                                                      03280000
032900     DISPLAY 'HISTORY MOVES READ: ' WS-CRH-CNT                    03290000
033000             ' LATEST DATE: ' WS-LAST-HIST.                       03300000
033100 0500-EXIT.                                                       03310000
033200     EXIT.                                                        03320000
033300                                                                  03330000
033400 0550-NOTE-HISTORY-DATE.                                          03340000
033500     IF CRH-RUN-DATE > WS-LAST-HIST                               03350000
033600        MOVE CRH-RUN-DATE     TO WS-LAST-HIST                     03360000
033700     END-IF.                                                      03370000
033800     IF WS-FIRST-HIST = ZEROES                                    03380000
033900        OR CRH-RUN-DATE < WS-FIRST-HIST                           03390000
034000        MOVE CRH-RUN-DATE     TO WS-FIRST-HIST                    03400000
034100     END-IF.                                                      03410000
034200     IF CRH-FROM-STACK > ZEROES                                   03420000
034300        AND CRH-RUN-DATE > WS-STK-TOUCH(CRH-FROM-STACK)           03430000
034400        MOVE CRH-RUN-DATE     TO WS-STK-TOUCH(CRH-FROM-STACK)     03440000
034500     END-IF.                                                      03450000
034600     IF CRH-TO-STACK > ZEROES                                     03460000
034700        AND CRH-RUN-DATE > WS-STK-TOUCH(CRH-TO-STACK)             03470000
034800        MOVE CRH-RUN-DATE     TO WS-STK-TOUCH(CRH-TO-STACK)       03480000
034900     END-IF.                                                      03490000
035000 0550-EXIT.                                                       03500000
035100     EXIT.                                                        03510000
035200                                                                  03520000
035300 0600-LOAD-DWELL-FILE.                                            03530000
035400     OPEN INPUT DWL-FILE.                                         03540000
035500     IF NOT DWL-SUCCESS                                           03550000
035600        DISPLAY 'NO AOCD5DWL DWELL FILE - DATES SEEDED FROM '     03560000
035700                'MOVE HISTORY'                                    03570000
035800        MOVE 'Y'              TO WS-FIRST-RUN-SW                  03580000
035900        GO TO 0600-EXIT                                           03590000
036000     END-IF.                                                      03600000
036100     PERFORM UNTIL DWL-EOF                                        03610000
036200        READ DWL-FILE                                             03620000
036300             AT END                                               03630000
036400                SET DWL-EOF TO TRUE                               03640000
036500             NOT AT END                                           03650000
036600                IF DWL-SERIAL NOT = SPACES                        03660000
036700                   AND DWL-DATE IS NUMERIC                        03670000
036800                   AND WS-DWL-CNT < WS-MAX-CRTS                   03680000
036900                   ADD 1              TO WS-DWL-CNT               03690000
037000                   MOVE DWL-SERIAL    TO WS-DWL-SERIAL(WS-DWL-CNT)03700000
037100                   MOVE DWL-DATE      TO WS-DWL-DATE(WS-DWL-CNT)  03710000
037200                END-IF                                            03720000
037300        END-READ                                                  03730000
037400     END-PERFORM.                                                 03740000
037500     CLOSE DWL-FILE.                                              03750000
037600     DISPLAY 'DWELL DATES ON FILE: ' WS-DWL-CNT.                  03760000
037700 0600-EXIT.                                                       03770000
037800     EXIT.                                                        03780000
037900                                                                  03790000
038000 0700-LOAD-LAYOUT.                                                03800000
038100     OPEN INPUT COC-RPT.                                          03810000
038200     IF COC-SUCCESS                                               03820000
038300        MOVE 'Y'              TO WS-COC-SW                        03830000
038400        PERFORM UNTIL COC-EOF                                     03840000
038500           READ COC-RPT                                           03850000
038600                AT END                                            03860000
038700                   SET COC-EOF TO TRUE                            03870000
038800                NOT AT END                                        03880000
038900                   IF COC-SERIAL NOT = SPACES                     03890000
039000                      AND COC-FINAL-STK IS NUMERIC                03900000
039100                      AND COC-FINAL-STK > ZEROES                  03910000
039200                      AND COC-FINAL-POS IS NUMERIC                03920000
039300                      MOVE COC-FINAL-STK  TO WS-S                 03930000
039400                      MOVE COC-FINAL-POS  TO WS-J                 03940000
039500                      MOVE COC-TYPE       TO SRL-TYPE             03950000
039600                      MOVE COC-SERIAL     TO SRL-SERIAL           03960000
039700                      PERFORM 0750-ADD-CRATE  THRU 0750-EXIT      03970000
039800                      IF COC-MOVE-CNT IS NUMERIC                  03980000
039900                         AND COC-MOVE-CNT > ZEROES                03990000
040000                         MOVE 'Y'  TO WS-CRT-MOVED(WS-CRT-CNT)    04000000
040100                      END-IF                                      04010000
040200                   END-IF                                         04020000
040300           END-READ                                               04030000
040400        END-PERFORM                                               04040000
040500        CLOSE COC-RPT                                             04050000
040600        DISPLAY 'CRATES FROM AOCD5COC: ' WS-CRT-CNT               04060000
040700        GO TO 0700-EXIT                                           04070000
040800     END-IF.                                                      04080000
040900     OPEN INPUT SERIAL-DATA.                                      04090000
041000     IF NOT SRL-SUCCESS                                           04100000
041100        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY53, FILE STATUS: '  04110000
041200                SRL-FILE-STATUS                                   04120000
041300        MOVE 16             TO RETURN-CODE                        04130000
041400        MOVE 'UNABLE TO OPEN SERIAL LAYOUT'  TO WS-HIST-MSG       04140000
041500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04150000
041600        GOBACK                                                    04160000
041700     END-IF.                                                      04170000
041800     PERFORM UNTIL SRL-EOF                                        04180000
041900        READ SERIAL-DATA                                          04190000
042000             AT END                                               04200000
042100                SET SRL-EOF TO TRUE                               04210000
042200             NOT AT END                                           04220000
042300                IF SRL-SERIAL NOT = SPACES                        04230000
042400                   AND SRL-STACK IS NUMERIC                       04240000
042500                   AND SRL-STACK > ZEROES                         04250000
042600                   MOVE SRL-STACK      TO WS-S                    04260000
042700                   COMPUTE WS-J = WS-STK-HGT(WS-S) + 1            04270000
042800                   PERFORM 0750-ADD-CRATE  THRU 0750-EXIT         04280000
042900                END-IF                                            04290000
043000        END-READ                                                  04300000
043100     END-PERFORM.                                                 04310000
043200     CLOSE SERIAL-DATA.                                           04320000
043300     DISPLAY 'CRATES FROM AOCDAY53: ' WS-CRT-CNT.                 04330000
043400 0700-EXIT.                                                       04340000
043500     EXIT.                                                        04350000
043600                                                                  04360000
043700 0750-ADD-CRATE.                                                  04370000
043800*----------------------------------------------------------------*04380000
043900* WS-S AND WS-J CARRY THE STACK AND POSITION, SRL-TYPE AND       *04390000
044000* SRL-SERIAL THE CRATE                                           *04400000
044100*----------------------------------------------------------------*04410000
044200     IF WS-CRT-CNT NOT < WS-MAX-CRTS                              04420000
044300        DISPLAY 'CRATE CAPACITY (2000) EXCEEDED'                  04430000
044400        GO TO 0750-EXIT                                           04440000
044500     END-IF.                                                      04450000
044600     ADD 1                    TO WS-CRT-CNT.                      04460000
044700     MOVE SRL-SERIAL          TO WS-CRT-SERIAL(WS-CRT-CNT).       04470000
044800     MOVE SRL-TYPE            TO WS-CRT-TYPE(WS-CRT-CNT).         04480000
044900     MOVE WS-S                TO WS-CRT-STACK(WS-CRT-CNT).        04490000
045000     MOVE WS-J                TO WS-CRT-POS(WS-CRT-CNT).          04500000
045100     MOVE 'N'                 TO WS-CRT-MOVED(WS-CRT-CNT).        04510000
045200     MOVE ZEROES              TO WS-CRT-DATE(WS-CRT-CNT).         04520000
045300     IF WS-J > WS-STK-HGT(WS-S)                                   04530000
045400        MOVE WS-J             TO WS-STK-HGT(WS-S)                 04540000
045500     END-IF.                                                      04550000
045600 0750-EXIT.                                                       04560000
045700     EXIT.                                                        04570000
045800                                                                  04580000
045900 1000-AGE-CRATES.                                                 04590000
046000     OPEN OUTPUT AGE-RPT.                                         04600000
046100     MOVE SPACES              TO AGE-REC.                         04610000
046200     STRING 'CRATE AGING - RUN DATE ' DELIMITED BY SIZE           04620000
046300        WS-RUN-DATE DELIMITED BY SIZE                             04630000
046400        '  BURIED AFTER ' DELIMITED BY SIZE                       04640000
046500        WS-BURY-DAYS DELIMITED BY SIZE                            04650000
046600        ' DAYS' DELIMITED BY SIZE                                 04660000
046700        INTO AGE-REC.                                             04670000
046800     WRITE AGE-REC.                                               04680000
046900     MOVE SPACES              TO AGE-REC.                         04690000
047000     WRITE AGE-REC.                                               04700000
047100     MOVE 'SERIAL    T   ST POS  LAST MOVE  DAYS'                 04710000
047200                              TO AGE-REC(1:37).                   04720000
047300     MOVE '  AGE    SOURCE    FLAG'                               04730000
047400                              TO AGE-REC(38:23).                  04740000
047500     WRITE AGE-REC.                                               04750000
047600     PERFORM VARYING WS-I FROM 1 BY 1                             04760000
047700               UNTIL WS-I > WS-CRT-CNT                            04770000
047800        PERFORM 1100-AGE-ONE-CRATE  THRU 1100-EXIT                04780000
047900     END-PERFORM.                                                 04790000
048000 1000-EXIT.                                                       04800000
048100     EXIT.                                                        04810000
048200                                                                  04820000
048300 1100-AGE-ONE-CRATE.                                              04830000
048400*----------------------------------------------------------------*04840000
048500* DATE THE CRATE, WORK OUT ITS DAYS IN PLACE AND BUCKET, AND     *04850000
048600* FLAG IT WHEN IT HAS SAT UNDER OTHERS PAST THE THRESHOLD        *04860000
048700*----------------------------------------------------------------*04870000
048800     IF WS-CRT-MOVED(WS-I) = 'Y'                                  04880000
048900        MOVE WS-MOVE-DATE     TO WS-CRT-DATE(WS-I)                04890000
049000        MOVE 'MOVED'          TO WS-SOURCE                        04900000
049100        ADD 1                 TO WS-MOVED-CNT                     04910000
049200     ELSE                                                         04920000
049300        PERFORM VARYING WS-J FROM 1 BY 1                          04930000
049400                  UNTIL WS-J > WS-DWL-CNT                         04940000
049500                     OR WS-CRT-DATE(WS-I) > ZEROES                04950000
049600           IF WS-DWL-SERIAL(WS-J) = WS-CRT-SERIAL(WS-I)           04960000
049700              MOVE WS-DWL-DATE(WS-J)  TO WS-CRT-DATE(WS-I)        04970000
049800              MOVE 'ON FILE'  TO WS-SOURCE                        04980000
049900           END-IF                                                 04990000
050000        END-PERFORM                                               05000000
050100     END-IF.                                                      05010000
050200     IF WS-CRT-DATE(WS-I) = ZEROES                                05020000
050300        IF WS-FIRST-RUN                                           05030000
050400           MOVE WS-CRT-STACK(WS-I)     TO WS-S                    05040000
050500           MOVE WS-STK-TOUCH(WS-S)     TO WS-CRT-DATE(WS-I)       05050000
050600           IF WS-CRT-DATE(WS-I) = ZEROES                          05060000
050700              MOVE WS-FIRST-HIST       TO WS-CRT-DATE(WS-I)       05070000
050800           END-IF                                                 05080000
050900           MOVE 'SEEDED'      TO WS-SOURCE                        05090000
051000           ADD 1              TO WS-SEED-CNT                      05100000
051100        END-IF                                                    05110000
051200        IF WS-CRT-DATE(WS-I) = ZEROES                             05120000
051300           MOVE WS-RUN-DATE   TO WS-CRT-DATE(WS-I)                05130000
051400           MOVE 'RECEIVED'    TO WS-SOURCE                        05140000
051500           ADD 1              TO WS-RECV-CNT                      05150000
051600        END-IF                                                    05160000
051700     END-IF.                                                      05170000
051800     COMPUTE WS-DATE-INT =                                        05180000
051900        FUNCTION INTEGER-OF-DATE(WS-CRT-DATE(WS-I)).              05190000
052000     IF WS-DATE-INT < WS-RUN-INT                                  05200000
052100        COMPUTE WS-DAYS = WS-RUN-INT - WS-DATE-INT                05210000
052200     ELSE                                                         05220000
052300        MOVE ZEROES           TO WS-DAYS                          05230000
052400     END-IF.                                                      05240000
052500     MOVE SPACES              TO AGE-DTL-LINE.                    05250000
052600     EVALUATE TRUE                                                05260000
052700        WHEN WS-DAYS NOT > 7                                      05270000
052800           MOVE 1             TO WS-B                             05280000
052900           MOVE '0-7'         TO AGE-BUCKET                       05290000
053000        WHEN WS-DAYS NOT > 30                                     05300000
053100           MOVE 2             TO WS-B                             05310000
053200           MOVE '8-30'        TO AGE-BUCKET                       05320000
053300        WHEN WS-DAYS NOT > 90                                     05330000
053400           MOVE 3             TO WS-B                             05340000
053500           MOVE '31-90'       TO AGE-BUCKET                       05350000
053600        WHEN OTHER                                                05360000
053700           MOVE 4             TO WS-B                             05370000
053800           MOVE '90+'         TO AGE-BUCKET                       05380000
053900     END-EVALUATE.                                                05390000
054000     MOVE WS-CRT-STACK(WS-I)  TO WS-S.                            05400000
054100     ADD 1                    TO WS-STK-BKT(WS-S, WS-B).          05410000
054200     MOVE ZEROES              TO WS-T.                            05420000
054300     INSPECT WS-ALPHABET TALLYING WS-T                            05430000
054400             FOR CHARACTERS BEFORE INITIAL WS-CRT-TYPE(WS-I).     05440000
054500     IF WS-T < 26                                                 05450000
054600        ADD 1                 TO WS-T                             05460000
054700        ADD 1                 TO WS-TYP-BKT(WS-T, WS-B)           05470000
054800     ELSE                                                         05480000
054900        MOVE ZEROES           TO WS-T                             05490000
055000     END-IF.                                                      05500000
055100     IF WS-CRT-POS(WS-I) < WS-STK-HGT(WS-S)                       05510000
055200        AND WS-DAYS > WS-BURY-DAYS                                05520000
055300        MOVE 'BURIED'         TO AGE-FLAG                         05530000
055400        ADD 1                 TO WS-BURIED-CNT                    05540000
055500        ADD 1                 TO WS-STK-BURIED(WS-S)              05550000
055600        IF WS-T > ZEROES                                          05560000
055700           ADD 1              TO WS-TYP-BURIED(WS-T)              05570000
055800        END-IF                                                    05580000
055900     END-IF.                                                      05590000
056000     MOVE WS-CRT-SERIAL(WS-I) TO AGE-SERIAL.                      05600000
056100     MOVE WS-CRT-TYPE(WS-I)   TO AGE-TYPE.                        05610000
056200     MOVE WS-S                TO AGE-STACK.                       05620000
056300     MOVE WS-CRT-POS(WS-I)    TO AGE-POS.                         05630000
056400     MOVE WS-CRT-DATE(WS-I)   TO AGE-LAST-DATE.                   05640000
056500     MOVE WS-DAYS             TO AGE-DAYS.                        05650000
056600     MOVE WS-SOURCE           TO AGE-SOURCE.                      05660000
056700     WRITE AGE-DTL-LINE.                                          05670000
056800 1100-EXIT.                                                       05680000
056900     EXIT.                                                        05690000
057000                                                                  05700000
057100 2000-WRITE-BUCKETS.                                              05710000
057200*----------------------------------------------------------------*05720000
057300* THE BUCKET COUNTS BY CRATE TYPE, THEN BY STACK - ONLY TYPES    *05730000
057400* AND STACKS THAT HOLD CRATES ARE LISTED                         *05740000
057500*----------------------------------------------------------------*05750000
057600     MOVE SPACES              TO AGE-REC.                         05760000
057700     WRITE AGE-REC.                                               05770000
057800     MOVE SPACES              TO AGE-REC.                         05780000
057900     MOVE 'AGE BY TYPE   0-7    8-30   31-90'                     05790000
058000                              TO AGE-REC(1:33).                   05800000
058100     MOVE '     90+   TOTAL  BURIED'                              05810000
058200                              TO AGE-REC(34:24).                  05820000
058300     WRITE AGE-REC.                                               05830000
058400     PERFORM VARYING WS-T FROM 1 BY 1                             05840000
058500               UNTIL WS-T > 26                                    05850000
058600        COMPUTE WS-TOT-BKT = WS-TYP-BKT(WS-T, 1)                  05860000
058700              + WS-TYP-BKT(WS-T, 2) + WS-TYP-BKT(WS-T, 3)         05870000
058800              + WS-TYP-BKT(WS-T, 4)                               05880000
058900        IF WS-TOT-BKT > ZEROES                                    05890000
059000           MOVE SPACES        TO AGE-MTX-LINE                     05900000
059100           STRING 'TYPE ' DELIMITED BY SIZE                       05910000
059200              WS-ALPHABET(WS-T:1) DELIMITED BY SIZE               05920000
059300              INTO AGE-MTX-LABEL                                  05930000
059400           MOVE WS-TYP-BKT(WS-T, 1)  TO AGE-MTX-B1                05940000
059500           MOVE WS-TYP-BKT(WS-T, 2)  TO AGE-MTX-B2                05950000
059600           MOVE WS-TYP-BKT(WS-T, 3)  TO AGE-MTX-B3                05960000
059700           MOVE WS-TYP-BKT(WS-T, 4)  TO AGE-MTX-B4                05970000
059800           MOVE WS-TOT-BKT           TO AGE-MTX-TOT               05980000
059900           MOVE WS-TYP-BURIED(WS-T)  TO AGE-MTX-BURIED            05990000
060000           WRITE AGE-MTX-LINE                                     06000000
060100        END-IF                                                    06010000
060200     END-PERFORM.                                                 06020000
060300     MOVE SPACES              TO AGE-REC.                         06030000
060400     WRITE AGE-REC.                                               06040000
060500     MOVE SPACES              TO AGE-REC.                         06050000
060600     MOVE 'AGE BY STACK  0-7    8-30   31-90'                     06060000
060700                              TO AGE-REC(1:33).                   06070000
060800     MOVE '     90+   TOTAL  BURIED'                              06080000
060900                              TO AGE-REC(34:24).                  06090000
061000     WRITE AGE-REC.                                               06100000
061100     PERFORM VARYING WS-S FROM 1 BY 1                             06110000
061200               UNTIL WS-S > 98                                    06120000
061300        COMPUTE WS-TOT-BKT = WS-STK-BKT(WS-S, 1)                  06130000
061400              + WS-STK-BKT(WS-S, 2) + WS-STK-BKT(WS-S, 3)         06140000
061500              + WS-STK-BKT(WS-S, 4)                               06150000
061600        IF WS-TOT-BKT > ZEROES                                    06160000
061700           MOVE SPACES        TO AGE-MTX-LINE                     06170000
061800           STRING 'STACK ' DELIMITED BY SIZE                      06180000
061900              WS-S DELIMITED BY SIZE                              06190000
062000              INTO AGE-MTX-LABEL                                  06200000
062100           MOVE WS-STK-BKT(WS-S, 1)  TO AGE-MTX-B1                06210000
062200           MOVE WS-STK-BKT(WS-S, 2)  TO AGE-MTX-B2                06220000
062300           MOVE WS-STK-BKT(WS-S, 3)  TO AGE-MTX-B3                06230000
062400           MOVE WS-STK-BKT(WS-S, 4)  TO AGE-MTX-B4                06240000
062500           MOVE WS-TOT-BKT           TO AGE-MTX-TOT               06250000
062600           MOVE WS-STK-BURIED(WS-S)  TO AGE-MTX-BURIED            06260000
062700           WRITE AGE-MTX-LINE                                     06270000
062800        END-IF                                                    06280000
062900     END-PERFORM.                                                 06290000
063000     MOVE SPACES              TO AGE-REC.                         06300000
063100     WRITE AGE-REC.                                               06310000
063200     MOVE SPACES              TO AGE-REC.                         06320000
063300     STRING 'CRATES AGED          ' DELIMITED BY SIZE             06330000
063400        WS-CRT-CNT DELIMITED BY SIZE                              06340000
063500        '  MOVED TONIGHT ' DELIMITED BY SIZE                      06350000
063600        WS-MOVED-CNT DELIMITED BY SIZE                            06360000
063700        INTO AGE-REC.                                             06370000
063800     WRITE AGE-REC.                                               06380000
063900     MOVE SPACES              TO AGE-REC.                         06390000
064000     STRING 'NEWLY RECEIVED       ' DELIMITED BY SIZE             06400000
064100        WS-RECV-CNT DELIMITED BY SIZE                             06410000
064200        '  SEEDED FROM HISTORY ' DELIMITED BY SIZE                06420000
064300        WS-SEED-CNT DELIMITED BY SIZE                             06430000
064400        INTO AGE-REC.                                             06440000
064500     WRITE AGE-REC.                                               06450000
064600     MOVE SPACES              TO AGE-REC.                         06460000
064700     STRING 'BURIED PAST THRESHOLD ' DELIMITED BY SIZE            06470000
064800        WS-BURIED-CNT DELIMITED BY SIZE                           06480000
064900        INTO AGE-REC.                                             06490000
065000     WRITE AGE-REC.                                               06500000
065100     CLOSE AGE-RPT.                                               06510000
065200     DISPLAY 'CRATES AGED: ' WS-CRT-CNT                           06520000
065300             ' BURIED PAST ' WS-BURY-DAYS ' DAYS: ' WS-BURIED-CNT.06530000
065400 2000-EXIT.                                                       06540000
065500     EXIT.                                                        06550000
065600                                                                  06560000
065700 3000-WRITE-DWELL-FILE.                                           06570000
065800*----------------------------------------------------------------*06580000
065900* THE DWELL FILE GOES BACK OUT FOR THE CRATES NOW IN THE         *06590000
066000* LAYOUT ONLY, SO A SHIPPED SERIAL DROPS OFF IT                  *06600000
066100*----------------------------------------------------------------*06610000
066200     OPEN OUTPUT DWL-FILE.                                        06620000
066300     IF NOT DWL-SUCCESS                                           06630000
066400        DISPLAY 'ERROR - UNABLE TO REWRITE AOCD5DWL, '            06640000
066500                'FILE STATUS: ' DWL-FILE-STATUS                   06650000
066600        MOVE 16             TO RETURN-CODE                        06660000
066700        MOVE 'UNABLE TO REWRITE DWELL FILE'  TO WS-HIST-MSG       06670000
066800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             06680000
066900        GOBACK                                                    06690000
067000     END-IF.                                                      06700000
067100     PERFORM VARYING WS-I FROM 1 BY 1                             06710000
067200               UNTIL WS-I > WS-CRT-CNT                            06720000
067300        MOVE SPACES           TO DWL-REC                          06730000
067400        MOVE WS-CRT-SERIAL(WS-I)  TO DWL-SERIAL                   06740000
067500        MOVE WS-CRT-TYPE(WS-I)    TO DWL-TYPE                     06750000
067600        MOVE WS-CRT-STACK(WS-I)   TO DWL-STACK                    06760000
067700        MOVE WS-CRT-DATE(WS-I)    TO DWL-DATE                     06770000
067800        WRITE DWL-REC                                             06780000
067900     END-PERFORM.                                                 06790000
068000     CLOSE DWL-FILE.                                              06800000
068100 3000-EXIT.                                                       06810000
068200     EXIT.                                                        06820000
068300                                                                  06830000
068400*----------------------------------------------------------------*06840000
068500*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06850000
068600*----------------------------------------------------------------*06860000
068700 9800-WRITE-AUDIT-HIST.                                           06870000
068800     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06880000
068900     ACCEPT WS-HIST-TIME FROM TIME.                               06890000
069000     OPEN EXTEND AUD-HIST.                                        06900000
069100     INITIALIZE AUD-HIST-REC.                                     06910000
069200     MOVE WS-HIST-DATE          TO HIST-DATE.                     06920000
069300     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06930000
069400     MOVE 'AOCD5PGG'            TO HIST-PGM.                      06940000
069401     MOVE WS-HIST-VER           TO HIST-VERSION.                  06940100
069500     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06950000
069600     WRITE AUD-HIST-REC.                                          06960000
069700     CLOSE AUD-HIST.                                              06970000
069800 9800-EXIT.                                                       06980000
069900     EXIT.                                                        06990000
