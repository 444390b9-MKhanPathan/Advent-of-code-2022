000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 5 PROGRAM 12                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  CRANE MAINTENANCE BY USE. SERVICE WAS BOOKED BY THE CALENDAR  *00040000
000500*  WHILE AOCD5CRH HELD EVERY MOVE THE CRANES ACTUALLY MADE. THIS *00050000
000600*  STEP FIRST APPLIES ANY AOCD5SVC SERVICE COMPLETION CARDS TO   *00060000
000700*  THE AOCD5CRN CRANE MASTER, THEN REBUILDS EACH CRANE'S CYCLES  *00070000
000800*  AND CRATES LIFTED FROM THE HISTORY NIGHTS AFTER ITS LAST      *00080000
000900*  SERVICE - A MOVE BELONGS TO THE CRANE SERVING ITS FROM STACK  *00090000
001000*  - AND WRITES THE AOCD5MNT NOTICES: DUE FROM 90% OF EITHER     *00100000
001100*  INTERVAL, OVERDUE ONCE IT IS REACHED, AND BLOCKED PAST A HARD *00110000
001200*  LIMIT. A BLOCKED CRANE IS FLAGGED ON THE MASTER, WHICH STOPS  *00120000
001300*  AOCD5PG3 LIVE RUNS UNTIL THE SERVICE CARD IS IN.              *00130000
001310*  AN OVERDUE OR BLOCKED CRANE IS ALSO RAISED ON THE SHARED      *00131000
001320*  AOCDALRT FILE                                                 *00132000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD5PGC.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200*----------------------------------------------------------------*00220000
002300* CRANE EQUIPMENT MASTER - READ, THEN REWRITTEN WITH THE USAGE   *00230000
002400*----------------------------------------------------------------*00240000
002500     SELECT CRN-FILE     ASSIGN TO AOCD5CRN                       00250000
002600         ORGANIZATION    IS SEQUENTIAL                            00260000
002700          ACCESS MODE    IS SEQUENTIAL                            00270000
002800          FILE STATUS    IS CRN-FILE-STATUS.                      00280000
002900                                                                  00290000
003000*----------------------------------------------------------------*00300000
003100* SERVICE COMPLETION CARDS - CRANE AND DATE SERVICED             *00310000
003200*----------------------------------------------------------------*00320000
003300     SELECT SVC-FILE     ASSIGN TO AOCD5SVC                       00330000
003400         ORGANIZATION    IS SEQUENTIAL                            00340000
003500          ACCESS MODE    IS SEQUENTIAL                            00350000
003600          FILE STATUS    IS SVC-FILE-STATUS.                      00360000
003700                                                                  00370000
003800*----------------------------------------------------------------*00380000
003900* DATED CRANE HISTORY, AS APPENDED BY AOCD5PG9                   *00390000
004000*----------------------------------------------------------------*00400000
004100     SELECT CRH-HIST     ASSIGN TO AOCD5CRH                       00410000
004200        ORGANIZATION    IS SEQUENTIAL                             00420000
004300         ACCESS MODE    IS SEQUENTIAL                             00430000
004400         FILE STATUS    IS CRH-FILE-STATUS.                       00440000
004500                                                                  00450000
004600*----------------------------------------------------------------*00460000
004700* MAINTENANCE NOTICES - ONE LINE PER CRANE                       *00470000
004800*----------------------------------------------------------------*00480000
004900     SELECT MNT-RPT      ASSIGN TO AOCD5MNT                       00490000
005000         ORGANIZATION    IS SEQUENTIAL                            00500000
005100          ACCESS MODE    IS SEQUENTIAL                            00510000
005200          FILE STATUS    IS MNT-FILE-STATUS.                      00520000
005300                                                                  00530000
005400*----------------------------------------------------------------*00540000
005500* SHARED SUITE EXCEPTION FILE                                    *00550000
005600*----------------------------------------------------------------*00560000
005700     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00570000
005800        ORGANIZATION    IS SEQUENTIAL                             00580000
005900         ACCESS MODE    IS SEQUENTIAL                             00590000
006000         FILE STATUS    IS SEXC-FILE-STATUS.                      00600000
006100                                                                  00610000
006110*----------------------------------------------------------------*00611000
006120* SHARED SUITE ALERT FILE - AN OVERDUE OR BLOCKED CRANE IS       *00612000
006130* RAISED HERE IN THE COMMON AOCDALR LAYOUT FOR THE ROUTING STEP  *00613000
006140*----------------------------------------------------------------*00614000
006150     SELECT ALERT-FILE  ASSIGN TO AOCDALRT                        00615000
006160        ORGANIZATION    IS SEQUENTIAL                             00616000
006170         ACCESS MODE    IS SEQUENTIAL                             00617000
006180         FILE STATUS    IS ALRT-FILE-STATUS.                      00618000
006190                                                                  00619000
006200*----------------------------------------------------------------*00620000
006300*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00630000
006400*----------------------------------------------------------------*00640000
006500     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00650000
006600        ORGANIZATION    IS SEQUENTIAL                             00660000
006700         ACCESS MODE    IS SEQUENTIAL                             00670000
006800         FILE STATUS    IS HIST-FILE-STATUS.                      00680000
006900                                                                  00690000
007000 DATA DIVISION.                                                   00700000
007100 FILE SECTION.                                                    00710000
007200 FD  CRN-FILE.                                                    00720000
007300     COPY AOCDCRN.                                                00730000
007400                                                                  00740000
007500 FD  SVC-FILE.                                                    00750000
007600 01  SVC-REC.                                                     00760000
007700     05 SVC-CRANE       PIC X(04).                                00770000
007800     05 FILLER          PIC X(01).                                00780000
007900     05 SVC-DATE        PIC 9(08).                                00790000
008000                                                                  00800000
008100 FD  CRH-HIST.                                                    00810000
008200 01  CRH-REC.                                                     00820000
008300     05 CRH-RUN-DATE    PIC 9(08).                                00830000
008400     05 FILLER          PIC X(02).                                00840000
008500     05 CRH-MOVE-SEQ    PIC 9(05).                                00850000
008600     05 FILLER          PIC X(02).                                00860000
008700     05 CRH-CRATES      PIC 9(03).                                00870000
008800     05 FILLER          PIC X(02).                                00880000
008900     05 CRH-FROM-STACK  PIC 9(02).                                00890000
009000     05 FILLER          PIC X(02).                                00900000
009100     05 CRH-TO-STACK    PIC 9(02).                                00910000
009200                                                                  00920000
009300 FD  MNT-RPT.                                                     00930000
009400 01  MNT-REC                PIC X(80).                            00940000
009500 01  MNT-DTL-LINE.                                                00950000
009600     05 MNT-CRANE           PIC X(04).                            00960000
009700     05 FILLER              PIC X(02).                            00970000
009800     05 MNT-LAST-SVC        PIC 9(08).                            00980000
009900     05 FILLER              PIC X(02).                            00990000
010000     05 MNT-CYCLES          PIC Z(06)9.                           01000000
010100     05 FILLER              PIC X(01).                            01010000
010200     05 MNT-INT-CYCLES      PIC Z(06)9.                           01020000
010300     05 FILLER              PIC X(02).                            01030000
010400     05 MNT-CRATES          PIC Z(06)9.                           01040000
010500     05 FILLER              PIC X(01).                            01050000
010600     05 MNT-INT-CRATES      PIC Z(06)9.                           01060000
010700     05 FILLER              PIC X(02).                            01070000
010800     05 MNT-PCT             PIC ZZZ9.                             01080000
010900     05 FILLER              PIC X(02).                            01090000
011000     05 MNT-NOTICE          PIC X(08).                            01100000
011100     05 FILLER              PIC X(16).                            01110000
011200                                                                  01120000
011300 FD  SUITE-EXC.                                                   01130000
011400     COPY AOCDEXC.                                                01140000
011410                                                                  01141000
011420 FD  ALERT-FILE.                                                  01142000
011430     COPY AOCDALR.                                                01143000
011500                                                                  01150000
011600 FD  AUD-HIST                                                     01160000
011700     DATA RECORD IS AUD-HIST-REC.                                 01170000
011800 01  AUD-HIST-REC.                                                01180000
011900     05 HIST-DATE            PIC 9(08).                           01190000
012000     05 FILLER               PIC X(02).                           01200000
012100     05 HIST-TIME            PIC 9(06).                           01210000
012200     05 FILLER               PIC X(02).                           01220000
012300     05 HIST-PGM             PIC X(08).                           01230000
012400     05 FILLER               PIC X(02).                           01240000
012500     05 HIST-OUTPUT          PIC X(40).                           01250000
012501     05 FILLER               PIC X(02).                           01250100
012502     05 HIST-VERSION         PIC X(08).                           01250200
012600                                                                  01260000
012700 WORKING-STORAGE SECTION.                                         01270000
012800*----------------------------------------------------------------*01280000
012900* THE CRANE MASTER AS LOADED, ONE ROW PER CRANE IN FILE ORDER    *01290000
013000*----------------------------------------------------------------*01300000
013100 01  WS-CRN-FIELDS.                                               01310000
013200     05 WS-CRN-CNT        PIC 9(02)   VALUE ZEROES.               01320000
013300     05 WS-MAX-CRNS       PIC 9(02)   VALUE 20.                   01330000
013400 01  WS-CRN-TABLE.                                                01340000
013500     05 WS-CRN-ENTRY      OCCURS 20 TIMES.                        01350000
013600        10 WS-CRN-REC     PIC X(69).                              01360000
013700                                                                  01370000
013800 01  WS-WORK-FIELDS.                                              01380000
013900     05 WS-I              PIC 9(02)   VALUE ZEROES.               01390000
014000     05 WS-SLOT           PIC 9(02)   VALUE ZEROES.               01400000
014100     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01410000
014150     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01415000
014200     05 WS-PCT-CYC        PIC 9(05)   VALUE ZEROES.               01420000
014300     05 WS-PCT-CRT        PIC 9(05)   VALUE ZEROES.               01430000
014400     05 WS-PCT            PIC 9(05)   VALUE ZEROES.               01440000
014500     05 WS-SVC-CNT        PIC 9(03)   VALUE ZEROES.               01450000
014600     05 WS-CRH-CNT        PIC 9(07)   VALUE ZEROES.               01460000
014700     05 WS-DUE-CNT        PIC 9(02)   VALUE ZEROES.               01470000
014800     05 WS-OVER-CNT       PIC 9(02)   VALUE ZEROES.               01480000
014900     05 WS-BLOCK-CNT      PIC 9(02)   VALUE ZEROES.               01490000
015000     05 WS-EXC-CNT        PIC 9(03)   VALUE ZEROES.               01500000
015100     05 WS-DUE-PCT        PIC 9(03)   VALUE 90.                   01510000
015200                                                                  01520000
015300 01  WS-SWITCHES.                                                 01530000
015400     05 CRN-FILE-STATUS   PIC X(02)   VALUE SPACES.               01540000
015500        88 CRN-SUCCESS    VALUE '00'.                             01550000
015600        88 CRN-EOF        VALUE '10'.                             01560000
015700     05 SVC-FILE-STATUS   PIC X(02)   VALUE SPACES.               01570000
015800        88 SVC-SUCCESS    VALUE '00'.                             01580000
015900        88 SVC-EOF        VALUE '10'.                             01590000
016000     05 CRH-FILE-STATUS   PIC X(02)   VALUE SPACES.               01600000
016100        88 CRH-SUCCESS    VALUE '00'.                             01610000
016200        88 CRH-EOF        VALUE '10'.                             01620000
016300     05 MNT-FILE-STATUS   PIC X(02)   VALUE SPACES.               01630000
016400        88 MNT-SUCCESS    VALUE '00'.                             01640000
016500     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               01650000
016600        88 SEXC-SUCCESS   VALUE '00'.                             01660000
016610     05 ALRT-FILE-STATUS  PIC X(02)   VALUE SPACES.               01661000
016620        88 ALRT-SUCCESS   VALUE '00'.                             01662000
016700     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01670000
016800        88 HIST-SUCCESS   VALUE '00'.                             01680000
016900                                                                  01690000
017000 01  WS-HIST-FIELDS.                                              01700000
017100     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01710000
017200     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01720000
017300     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01730000
017301     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01730100
017400                                                                  01740000
017500 PROCEDURE DIVISION.                                              01750000
017600                                                                  01760000
017700     ACCEPT WS-RUN-DATE      FROM DATE.                           01770000
017750     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  01775000
017800     PERFORM 0500-LOAD-CRANES          THRU 0500-EXIT.            01780000
017900     PERFORM 1000-APPLY-SERVICE-CARDS  THRU 1000-EXIT.            01790000
018000     PERFORM 2000-ACCUMULATE-USAGE     THRU 2000-EXIT.            01800000
018100     PERFORM 3000-WRITE-NOTICES        THRU 3000-EXIT.            01810000
018200     PERFORM 4000-REWRITE-MASTER       THRU 4000-EXIT.            01820000
018300     IF WS-OVER-CNT > ZEROES OR WS-BLOCK-CNT > ZEROES             01830000
018400        OR WS-EXC-CNT > ZEROES                                    01840000
018500        MOVE 4                TO RETURN-CODE                      01850000
018600     END-IF.                                                      01860000
018700     STRING 'CRANES DUE ' DELIMITED BY SIZE                       01870000
018800        WS-DUE-CNT DELIMITED BY SIZE                              01880000
018900        ' OVERDUE ' DELIMITED BY SIZE                             01890000
019000        WS-OVER-CNT DELIMITED BY SIZE                             01900000
019100        ' BLOCKED ' DELIMITED BY SIZE                             01910000
019200        WS-BLOCK-CNT DELIMITED BY SIZE                            01920000
019300        INTO WS-HIST-MSG.                                         01930000
019400     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               01940000
019500     GOBACK.                                                      01950000
019600                                                                  01960000
019700 0500-LOAD-CRANES.                                                01970000
019800     OPEN INPUT CRN-FILE.                                         01980000
019900     IF NOT CRN-SUCCESS                                           01990000
020000        DISPLAY 'ERROR - UNABLE TO OPEN AOCD5CRN, FILE STATUS: '  02000000
020100                CRN-FILE-STATUS                                   02010000
020200        MOVE 16             TO RETURN-CODE                        02020000
020300        MOVE 'UNABLE TO OPEN CRANE MASTER'   TO WS-HIST-MSG       02030000
020400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02040000
020500        GOBACK                                                    02050000
020600     END-IF.                                                      02060000
020700     PERFORM UNTIL CRN-EOF                                        02070000
020800        READ CRN-FILE                                             02080000
020900             AT END                                               02090000
021000                SET CRN-EOF TO TRUE                               02100000
021100             NOT AT END                                           02110000
021200                IF CRN-ID NOT = SPACES                            02120000
021300                   IF WS-CRN-CNT < WS-MAX-CRNS                    02130000
021400                      ADD 1         TO WS-CRN-CNT                 02140000
021500                      MOVE CRN-REC  TO WS-CRN-REC(WS-CRN-CNT)     02150000
021600                   ELSE                                           02160000
021700                      DISPLAY 'CRANE TABLE CAPACITY (20) EXCEEDED'02170000
021800                   END-IF                                         02180000
021900                END-IF                                            02190000
022000        END-READ                                                  02200000
022100     END-PERFORM.                                                 02210000
022200     CLOSE CRN-FILE.                                              02220000
022300     DISPLAY 'CRANES ON MASTER: ' WS-CRN-CNT.                     02230000
022400 0500-EXIT.                                                       02240000
022500     EXIT.                                                        02250000
022600                                                                  02260000
022700 1000-APPLY-SERVICE-CARDS.                                        02270000
022800*----------------------------------------------------------------*02280000
022900* A SERVICE CARD RESETS THE CRANE'S COUNTERS AND CLEARS ANY      *02290000
023000* BLOCK - NO CARDS THIS RUN IS NORMAL                            *02300000
023100*----------------------------------------------------------------*02310000
023200     OPEN INPUT SVC-FILE.                                         02320000
023300     IF NOT SVC-SUCCESS                                           02330000
023400        DISPLAY 'NO SERVICE COMPLETION CARDS THIS RUN'            02340000
023500        GO TO 1000-EXIT                                           02350000
023600     END-IF.                                                      02360000
023700     OPEN EXTEND SUITE-EXC.                                       02370000
023800     PERFORM UNTIL SVC-EOF                                        02380000
023900        READ SVC-FILE                                             02390000
024000             AT END                                               02400000
024100                SET SVC-EOF TO TRUE                               02410000
024200             NOT AT END                                           02420000
024300                IF SVC-REC NOT = SPACES                           02430000
024400                   PERFORM 1100-APPLY-ONE-CARD  THRU 1100-EXIT    02440000
024500                END-IF                                            02450000
024600        END-READ                                                  02460000
024700     END-PERFORM.                                                 02470000
024800     CLOSE SVC-FILE.                                              02480000
024900     CLOSE SUITE-EXC.                                             02490000
025000     DISPLAY 'SERVICE CARDS APPLIED: ' WS-SVC-CNT.                02500000
025100 1000-EXIT.                                                       02510000
025200     EXIT.                                                        02520000
025300                                                                  02530000
025400 1100-APPLY-ONE-CARD.                                             02540000
025500     MOVE ZEROES              TO WS-SLOT.                         02550000
025600     PERFORM VARYING WS-I FROM 1 BY 1                             02560000
025700               UNTIL WS-I > WS-CRN-CNT                            02570000
025800                  OR WS-SLOT > ZEROES                             02580000
025900        MOVE WS-CRN-REC(WS-I) TO CRN-REC                          02590000
026000        IF CRN-ID = SVC-CRANE                                     02600000
026100           MOVE WS-I          TO WS-SLOT                          02610000
026200        END-IF                                                    02620000
026300     END-PERFORM.                                                 02630000
026400     IF WS-SLOT = ZEROES OR SVC-DATE NOT NUMERIC                  02640000
026500        ADD 1                 TO WS-EXC-CNT                       02650000
026600        INITIALIZE            SUITE-EXC-REC                       02660000
026700        MOVE WS-RUN-DATE-8    TO EXC-RUN-DATE                     02670000
026800        MOVE 'AOCD5PGC'       TO EXC-PGM                          02680000
026900        MOVE SVC-CRANE        TO EXC-REC-KEY                      02690000
027000        IF WS-SLOT = ZEROES                                       02700000
027100           MOVE 'NOCRANE'     TO EXC-REASON                       02710000
027200        ELSE                                                      02720000
027300           MOVE 'BADDATE'     TO EXC-REASON                       02730000
027400        END-IF                                                    02740000
027500        MOVE SVC-REC          TO EXC-RAW-DATA                     02750000
027600        WRITE SUITE-EXC-REC                                       02760000
027700        DISPLAY 'SERVICE CARD REJECTED - ' EXC-REASON ': ' SVC-REC02770000
027800        GO TO 1100-EXIT                                           02780000
027900     END-IF.                                                      02790000
028000     MOVE WS-CRN-REC(WS-SLOT) TO CRN-REC.                         02800000
028100     MOVE SVC-DATE            TO CRN-LAST-SVC.                    02810000
028200     MOVE ZEROES              TO CRN-USED-CYCLES CRN-USED-CRATES. 02820000
028300     MOVE SPACE               TO CRN-STATUS.                      02830000
028400     MOVE CRN-REC             TO WS-CRN-REC(WS-SLOT).             02840000
028500     ADD 1                    TO WS-SVC-CNT.                      02850000
028600 1100-EXIT.                                                       02860000
028700     EXIT.                                                        02870000
028800                                                                  02880000
028900 2000-ACCUMULATE-USAGE.                                           02890000
029000*----------------------------------------------------------------*02900000
029100* USAGE IS REBUILT FROM THE HISTORY EVERY RUN, SO A RERUN NEVER  *02910000
029200* COUNTS A NIGHT TWICE. EACH HISTORY ROW IS ONE CRANE CYCLE      *02920000
029300*----------------------------------------------------------------*02930000
029400     PERFORM VARYING WS-I FROM 1 BY 1                             02940000
029500               UNTIL WS-I > WS-CRN-CNT                            02950000
029600        MOVE WS-CRN-REC(WS-I) TO CRN-REC                          02960000
029700        MOVE ZEROES           TO CRN-USED-CYCLES CRN-USED-CRATES  02970000
029800        MOVE CRN-REC          TO WS-CRN-REC(WS-I)                 02980000
029900     END-PERFORM.                                                 02990000
030000     OPEN INPUT CRH-HIST.                                         03000000
030100     IF NOT CRH-SUCCESS                                           03010000
030200        DISPLAY 'NO CRANE HISTORY - NO USAGE TO ACCUMULATE'       03020000
030300        GO TO 2000-EXIT                                           03030000
030400     END-IF.                                                      03040000
030500     PERFORM UNTIL CRH-EOF                                        03050000
030600        READ CRH-HIST                                             03060000
030700             AT END                                               03070000
030800                SET CRH-EOF TO TRUE                               03080000
030900             NOT AT END                                           03090000
031000                IF CRH-CRATES IS NUMERIC                          03100000
031100                   AND CRH-RUN-DATE IS NUMERIC                    03110000
031200                   ADD 1              TO WS-CRH-CNT               03120000
031300                   PERFORM 2100-CHARGE-ONE-MOVE  THRU 2100-EXIT   03130000
031400                END-IF                                            03140000
031500        END-READ                                                  03150000
031600     END-PERFORM.                                                 03160000
031700     CLOSE CRH-HIST.                                              03170000
031800     DISPLAY 'HISTORY MOVES READ: ' WS-CRH-CNT.                   03180000
031900 2000-EXIT.                                                       03190000
032000     EXIT.                                                        03200000
032100                                                                  03210000
032200 2100-CHARGE-ONE-MOVE.                                            03220000
032300*----------------------------------------------------------------*03230000
032400* THE FIRST CRANE WHOSE STACK RANGE HOLDS THE FROM STACK TAKES   *03240000
032500* THE MOVE, IF IT HAPPENED AFTER THAT CRANE'S LAST SERVICE       *03250000
032600*----------------------------------------------------------------*03260000
032700     MOVE ZEROES              TO WS-SLOT.                         03270000
032800     PERFORM VARYING WS-I FROM 1 BY 1                             03280000
032900               UNTIL WS-I > WS-CRN-CNT                            03290000
033000                  OR WS-SLOT > ZEROES                             03300000
033100        MOVE WS-CRN-REC(WS-I) TO CRN-REC                          03310000
033200        IF (CRN-LO-STACK = ZEROES AND CRN-HI-STACK = ZEROES)      03320000
033300           OR (CRH-FROM-STACK NOT < CRN-LO-STACK                  03330000
033400               AND CRH-FROM-STACK NOT > CRN-HI-STACK)             03340000
033500           MOVE WS-I          TO WS-SLOT                          03350000
033600        END-IF                                                    03360000
033700     END-PERFORM.                                                 03370000
033800     IF WS-SLOT = ZEROES                                          03380000
033900        GO TO 2100-EXIT                                           03390000
034000     END-IF.                                                      03400000
034100     MOVE WS-CRN-REC(WS-SLOT) TO CRN-REC.                         03410000
034200     IF CRH-RUN-DATE > CRN-LAST-SVC                               03420000
034300        ADD 1                 TO CRN-USED-CYCLES                  03430000
034400        ADD CRH-CRATES        TO CRN-USED-CRATES                  03440000
034500        MOVE CRN-REC          TO WS-CRN-REC(WS-SLOT)              03450000
034600     END-IF.                                                      03460000
034700 2100-EXIT.                                                       03470000
034800     EXIT.                                                        03480000
034900                                                                  03490000
035000 3000-WRITE-NOTICES.                                              03500000
035100     OPEN OUTPUT MNT-RPT.                                         03510000
035110     OPEN EXTEND ALERT-FILE.                                      03511000
035200     MOVE SPACES              TO MNT-REC.                         03520000
035300     STRING 'CRANE MAINTENANCE NOTICES - RUN DATE '               03530000
035400        DELIMITED BY SIZE                                         03540000
035500        WS-RUN-DATE DELIMITED BY SIZE                             03550000
035600        INTO MNT-REC.                                             03560000
035700     WRITE MNT-REC.                                               03570000
035800     MOVE SPACES              TO MNT-REC.                         03580000
035900     WRITE MNT-REC.                                               03590000
036000     MOVE 'CRN   SVC DATE   CYCLES INTERVL' TO MNT-REC.           03600000
036100     MOVE '   CRATES INTERVL  %USE  NOTICE' TO MNT-REC(32:).      03610000
036200     WRITE MNT-REC.                                               03620000
036300     PERFORM VARYING WS-I FROM 1 BY 1                             03630000
036400               UNTIL WS-I > WS-CRN-CNT                            03640000
036500        PERFORM 3100-RATE-ONE-CRANE  THRU 3100-EXIT               03650000
036600     END-PERFORM.                                                 03660000
036700     MOVE SPACES              TO MNT-REC.                         03670000
036800     WRITE MNT-REC.                                               03680000
036900     MOVE SPACES              TO MNT-REC.                         03690000
037000     STRING 'CRANES ' DELIMITED BY SIZE                           03700000
037100        WS-CRN-CNT DELIMITED BY SIZE                              03710000
037200        '  SERVICED ' DELIMITED BY SIZE                           03720000
037300        WS-SVC-CNT DELIMITED BY SIZE                              03730000
037400        '  DUE ' DELIMITED BY SIZE                                03740000
037500        WS-DUE-CNT DELIMITED BY SIZE                              03750000
037600        '  OVERDUE ' DELIMITED BY SIZE                            03760000
037700        WS-OVER-CNT DELIMITED BY SIZE                             03770000
037800        '  BLOCKED ' DELIMITED BY SIZE                            03780000
037900        WS-BLOCK-CNT DELIMITED BY SIZE                            03790000
038000        INTO MNT-REC.                                             03800000
038100     WRITE MNT-REC.                                               03810000
038200     CLOSE MNT-RPT.                                               03820000
038210     CLOSE ALERT-FILE.                                            03821000
038300     DISPLAY 'CRANES DUE: ' WS-DUE-CNT                            03830000
038400             ' OVERDUE: ' WS-OVER-CNT                             03840000
038500             ' BLOCKED: ' WS-BLOCK-CNT.                           03850000
038600 3000-EXIT.                                                       03860000
038700     EXIT.                                                        03870000
038800                                                                  03880000
038900 3100-RATE-ONE-CRANE.                                             03890000
039000*----------------------------------------------------------------*03900000
039100* THE CRANE IS RATED ON WHICHEVER INTERVAL IT HAS USED MORE OF;  *03910000
039200* A ZERO INTERVAL IS NOT MEASURED                                *03920000
039300*----------------------------------------------------------------*03930000
039400     MOVE WS-CRN-REC(WS-I)    TO CRN-REC.                         03940000
039500     MOVE ZEROES              TO WS-PCT-CYC WS-PCT-CRT.           03950000
039600     IF CRN-INT-CYCLES > ZEROES                                   03960000
039700        COMPUTE WS-PCT-CYC =                                      03970000
039800                CRN-USED-CYCLES * 100 / CRN-INT-CYCLES            03980000
039900     END-IF.                                                      03990000
040000     IF CRN-INT-CRATES > ZEROES                                   04000000
040100        COMPUTE WS-PCT-CRT =                                      04010000
040200                CRN-USED-CRATES * 100 / CRN-INT-CRATES            04020000
040300     END-IF.                                                      04030000
040400     MOVE WS-PCT-CYC          TO WS-PCT.                          04040000
040500     IF WS-PCT-CRT > WS-PCT                                       04050000
040600        MOVE WS-PCT-CRT       TO WS-PCT                           04060000
040700     END-IF.                                                      04070000
040800     MOVE SPACES              TO MNT-DTL-LINE.                    04080000
040900     MOVE SPACE               TO CRN-STATUS.                      04090000
041000     EVALUATE TRUE                                                04100000
041100        WHEN (CRN-HARD-CYCLES > ZEROES                            04110000
041200              AND CRN-USED-CYCLES > CRN-HARD-CYCLES)              04120000
041300          OR (CRN-HARD-CRATES > ZEROES                            04130000
041400              AND CRN-USED-CRATES > CRN-HARD-CRATES)              04140000
041500           MOVE 'BLOCKED'     TO MNT-NOTICE                       04150000
041600           SET CRN-BLOCKED    TO TRUE                             04160000
041700           ADD 1              TO WS-BLOCK-CNT                     04170000
041800           DISPLAY 'CRANE ' CRN-ID ' PAST HARD LIMIT - AOCD5PG3 ' 04180000
041900                   'LIVE RUNS BLOCKED'                            04190000
042000        WHEN WS-PCT NOT < 100                                     04200000
042100           MOVE 'OVERDUE'     TO MNT-NOTICE                       04210000
042200           ADD 1              TO WS-OVER-CNT                      04220000
042300        WHEN WS-PCT NOT < WS-DUE-PCT                              04230000
042400           MOVE 'DUE'         TO MNT-NOTICE                       04240000
042500           ADD 1              TO WS-DUE-CNT                       04250000
042600        WHEN OTHER                                                04260000
042700           MOVE 'OK'          TO MNT-NOTICE                       04270000
042800     END-EVALUATE.                                                04280000
042810     IF MNT-NOTICE = 'BLOCKED' OR MNT-NOTICE = 'OVERDUE'          04281000
042820        PERFORM 3150-WRITE-SUITE-ALERT  THRU 3150-EXIT            04282000
042830     END-IF.                                                      04283000
042900     MOVE CRN-REC             TO WS-CRN-REC(WS-I).                04290000
043000     MOVE CRN-ID              TO MNT-CRANE.                       04300000
043100     MOVE CRN-LAST-SVC        TO MNT-LAST-SVC.                    04310000
043200     MOVE CRN-USED-CYCLES     TO MNT-CYCLES.                      04320000
043300     MOVE CRN-INT-CYCLES      TO MNT-INT-CYCLES.                  04330000
043400     MOVE CRN-USED-CRATES     TO MNT-CRATES.                      04340000
043500     MOVE CRN-INT-CRATES      TO MNT-INT-CRATES.                  04350000
043600     IF WS-PCT > 9999                                             04360000
043700        MOVE 9999             TO MNT-PCT                          04370000
043800     ELSE                                                         04380000
043900        MOVE WS-PCT           TO MNT-PCT                          04390000
044000     END-IF.                                                      04400000
044100     WRITE MNT-DTL-LINE.                                          04410000
044200 3100-EXIT.                                                       04420000
044300     EXIT.                                                        04430000
044301                                                                  04430100
044302 3150-WRITE-SUITE-ALERT.                                          04430200
044303*----------------------------------------------------------------*04430300
044304* A BLOCKED CRANE IS CRITICAL - IT STOPS AOCD5PG3 LIVE RUNS -    *04430400
044305* AND AN OVERDUE ONE A WARNING. THE CRANE IS THE SUBJECT, SO A   *04430500
044306* CRANE STILL UNSERVICED TOMORROW IS A REPEAT, NOT A NEW ALERT   *04430600
044307*----------------------------------------------------------------*04430700
044308     INITIALIZE                 ALERT-REC.                        04430800
044309     ACCEPT WS-HIST-TIME        FROM TIME.                        04430900
044310     MOVE WS-RUN-DATE-8         TO ALR-RUN-DATE.                  04431000
044311     MOVE WS-HIST-TIME(1:6)     TO ALR-RUN-TIME.                  04431100
044312     MOVE 'AOCD5PGC'            TO ALR-PGM.                       04431200
044313     STRING 'CRANE ' DELIMITED BY SIZE                            04431300
044314        CRN-ID DELIMITED BY SIZE                                  04431400
044315        INTO ALR-SUBJECT.                                         04431500
044316     IF CRN-BLOCKED                                               04431600
044317        SET ALR-CRITICAL        TO TRUE                           04431700
044318        MOVE 'PAST HARD LIMIT - AOCD5PG3 LIVE RUNS BLOCKED'       04431800
044319                                TO ALR-MESSAGE                    04431900
044320     ELSE                                                         04432000
044321        SET ALR-WARNING         TO TRUE                           04432100
044322        STRING 'SERVICE OVERDUE - ' DELIMITED BY SIZE             04432200
044323           WS-PCT DELIMITED BY SIZE                               04432300
044324           ' PCT OF INTERVAL USED' DELIMITED BY SIZE              04432400
044325           INTO ALR-MESSAGE                                       04432500
044326     END-IF.                                                      04432600
044327     WRITE ALERT-REC.                                             04432700
044328 3150-EXIT.                                                       04432800
044329     EXIT.                                                        04432900
044400                                                                  04440000
044500 4000-REWRITE-MASTER.                                             04450000
044600     OPEN OUTPUT CRN-FILE.                                        04460000
044700     IF NOT CRN-SUCCESS                                           04470000
044800        DISPLAY 'ERROR - UNABLE TO REWRITE AOCD5CRN, '            04480000
044900                'FILE STATUS: ' CRN-FILE-STATUS                   04490000
045000        MOVE 16             TO RETURN-CODE                        04500000
045100        MOVE 'UNABLE TO REWRITE CRANE MASTER' TO WS-HIST-MSG      04510000
045200        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04520000
045300        GOBACK                                                    04530000
045400     END-IF.                                                      04540000
045500     PERFORM VARYING WS-I FROM 1 BY 1                             04550000
045600               UNTIL WS-I > WS-CRN-CNT                            04560000
045700        MOVE WS-CRN-REC(WS-I) TO CRN-REC                          04570000
045800        WRITE CRN-REC                                             04580000
045900     END-PERFORM.                                                 04590000
046000     CLOSE CRN-FILE.                                              04600000
046100 4000-EXIT.                                                       04610000
046200     EXIT.                                                        04620000
046300                                                                  04630000
046400*----------------------------------------------------------------*04640000
046500*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *04650000
046600*----------------------------------------------------------------*04660000
046700 9800-WRITE-AUDIT-HIST.                                           04670000
046800     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      04680000
046900     ACCEPT WS-HIST-TIME FROM TIME.                               04690000
047000     OPEN EXTEND AUD-HIST.                                        04700000
047100     INITIALIZE AUD-HIST-REC.                                     04710000
047200     MOVE WS-HIST-DATE          TO HIST-DATE.                     04720000
047300     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04730000
047400     MOVE 'AOCD5PGC'            TO HIST-PGM.                      04740000
047401     MOVE WS-HIST-VER           TO HIST-VERSION.                  04740100
047500     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04750000
047600     WRITE AUD-HIST-REC.                                          04760000
047700     CLOSE AUD-HIST.                                              04770000
047800 9800-EXIT.                                                       04780000
047900     EXIT.                                                        04790000
