000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 2 PROGRAM 18                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  INTER-HALL LEAGUE. EVERY TABLE ON AOCD2PLM PLAYS FOR A HOME   *00040000
000500*  HALL, AND THE INTER-HALL CUP WAS KEPT ON A SPREADSHEET. THIS  *00050000
000600*  PROGRAM JOINS EACH AOCD2LDR ROW POSTED SINCE ITS LAST RUN TO  *00060000
000700*  THE TABLE'S HOME HALL AND FOLDS IT INTO THE PERSISTENT        *00070000
000800*  AOCD2HLS HALL STANDINGS - POINTS, W/L/D, TABLES FIELDED AND   *00080000
000900*  THE LAST NIGHT PLAYED. DISPUTE ADJUSTMENTS POSTED BY AOCD2PGH *00090000
001000*  ARE FOLDED THE SAME WAY AOCD2PG5 FOLDS THEM. IT IS RUN ONCE   *00100000
001100*  PER LEAGUE WEEK; THE AOCD2HLG LEAGUE TABLE SHOWS EACH HALL'S  *00110000
001200*  POSITION, AVERAGE POINTS PER TABLE FIELDED AND ITS MOVEMENT   *00120000
001300*  SINCE THE PREVIOUS WEEK. A ROW FOR A TABLE WITH NO PLAYER     *00130000
001400*  MASTER ROW, OR NO HOME HALL ON IT, IS LISTED ON THE LEAGUE    *00140000
001500*  TABLE AND WRITTEN TO AOCDSEXC RATHER THAN DROPPED             *00150000
001600*----------------------------------------------------------------*00160000
001700 IDENTIFICATION DIVISION.                                         00170000
001800 PROGRAM-ID. AOCD2PGI.                                            00180000
001900 AUTHOR. z/OS Mainframer.                                         00190000
002000                                                                  00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400     SELECT LEADER-HIST ASSIGN TO AOCD2LDR                        00240000
002500        ORGANIZATION    IS SEQUENTIAL                             00250000
002600         ACCESS MODE    IS SEQUENTIAL                             00260000
002700         FILE STATUS    IS LEADER-FILE-STATUS.                    00270000
002800                                                                  00280000
002900     SELECT PLAYER-MST  ASSIGN TO AOCD2PLM                        00290000
003000        ORGANIZATION    IS SEQUENTIAL                             00300000
003100         ACCESS MODE    IS SEQUENTIAL                             00310000
003200         FILE STATUS    IS PLM-FILE-STATUS.                       00320000
003300                                                                  00330000
003400*----------------------------------------------------------------*00340000
003500* THE PERSISTENT HALL STANDINGS - A CONTROL ROW CARRYING HOW     *00350000
003600* MUCH OF AOCD2LDR HAS BEEN POSTED, THEN ONE ROW PER HALL.       *00360000
003700* CARRIED FORWARD WEEK TO WEEK AND REWRITTEN WHOLE               *00370000
003800*----------------------------------------------------------------*00380000
003900     SELECT HLS-FILE    ASSIGN TO AOCD2HLS                        00390000
004000        ORGANIZATION    IS SEQUENTIAL                             00400000
004100         ACCESS MODE    IS SEQUENTIAL                             00410000
004200         FILE STATUS    IS HLS-FILE-STATUS.                       00420000
004300                                                                  00430000
004400*----------------------------------------------------------------*00440000
004500* THE LEAGUE TABLE - ONE LINE PER HALL IN POSITION ORDER, THEN   *00450000
004600* THE LEADERBOARD ROWS THAT COULD NOT BE CREDITED TO A HALL      *00460000
004700*----------------------------------------------------------------*00470000
004800     SELECT HLG-RPT     ASSIGN TO AOCD2HLG                        00480000
004900        ORGANIZATION    IS SEQUENTIAL                             00490000
005000         ACCESS MODE    IS SEQUENTIAL                             00500000
005100         FILE STATUS    IS HLG-FILE-STATUS.                       00510000
005200                                                                  00520000
005300*----------------------------------------------------------------*00530000
005400* SHARED SUITE EXCEPTION FILE - UNCREDITED ROWS ALSO GO HERE     *00540000
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
007100 FD  LEADER-HIST.                                                 00710000
007200 01  LEADER-REC.                                                  00720000
007300     05 LDR-RUN-DATE     PIC 9(08).                               00730000
007400     05 FILLER           PIC X(01).                               00740000
007500     05 LDR-TABLE-ID     PIC X(05).                               00750000
007600     05 FILLER           PIC X(01).                               00760000
007700     05 LDR-TOTAL        PIC 9(10).                               00770000
007800     05 FILLER           PIC X(01).                               00780000
007900     05 LDR-WIN          PIC 9(05).                               00790000
008000     05 LDR-LOSE         PIC 9(05).                               00800000
008100     05 LDR-DRAW         PIC 9(05).                               00810000
008300     05 LDR-PLAYER-NAME  PIC X(20).                               00830000
008400*----------------------------------------------------------------*00840000
008500* TYPE A MARKS A DISPUTE ADJUSTMENT POSTED BY AOCD2PGH - ITS     *00850000
008600* NIGHT COLUMNS ARE ZERO AND THE CORRECTION TRAVELS HERE         *00860000
008700*----------------------------------------------------------------*00870000
008800     05 LDR-REC-TYPE     PIC X(01).                               00880000
008900        88 LDR-ADJUSTMENT             VALUE 'A'.                  00890000
009000     05 LDR-ADJ-SIGN     PIC X(01).                               00900000
009100     05 LDR-ADJ-POINTS   PIC 9(03).                               00910000
009200     05 LDR-ADJ-OLD-OUT  PIC X(01).                               00920000
009300     05 LDR-ADJ-NEW-OUT  PIC X(01).                               00930000
009400     05 FILLER           PIC X(12).                               00940000
009500                                                                  00950000
009600 FD  PLAYER-MST.                                                  00960000
009700 01  PLM-REC.                                                     00970000
009800     05 PLM-TABLE-ID     PIC X(05).                               00980000
009900     05 PLM-PLAYER-NAME  PIC X(20).                               00990000
010000     05 PLM-HOME-HALL    PIC X(10).                               01000000
010100                                                                  01010000
010200 FD  HLS-FILE.                                                    01020000
010300 01  HLS-REC.                                                     01030000
010400     05 HLS-HALL         PIC X(10).                               01040000
010500        88 HLS-CONTROL-ROW            VALUE '*CONTROL*'.          01050000
010600     05 FILLER           PIC X(01).                               01060000
010700     05 HLS-DATA         PIC X(69).                               01070000
010800     05 HLS-HALL-DATA    REDEFINES HLS-DATA.                      01080000
010900        10 HLS-POINTS    PIC 9(10).                               01090000
011000        10 FILLER        PIC X(01).                               01100000
011100        10 HLS-WIN       PIC 9(07).                               01110000
011200        10 FILLER        PIC X(01).                               01120000
011300        10 HLS-LOSE      PIC 9(07).                               01130000
011400        10 FILLER        PIC X(01).                               01140000
011500        10 HLS-DRAW      PIC 9(07).                               01150000
011600        10 FILLER        PIC X(01).                               01160000
011700        10 HLS-FIELDED   PIC 9(05).                               01170000
011800        10 FILLER        PIC X(01).                               01180000
011900        10 HLS-POSITION  PIC 9(03).                               01190000
012000        10 FILLER        PIC X(01).                               01200000
012100        10 HLS-PRIOR-POS PIC 9(03).                               01210000
012200        10 FILLER        PIC X(01).                               01220000
012300        10 HLS-LAST-NIGHT PIC 9(08).                              01230000
012400        10 FILLER        PIC X(12).                               01240000
012500     05 HLS-CTL-DATA     REDEFINES HLS-DATA.                      01250000
012600        10 HLS-CTL-ROWS  PIC 9(07).                               01260000
012700        10 FILLER        PIC X(01).                               01270000
012800        10 HLS-CTL-NIGHT PIC 9(08).                               01280000
012900        10 FILLER        PIC X(01).                               01290000
013000        10 HLS-CTL-WEEK  PIC 9(05).                               01300000
013100        10 FILLER        PIC X(01).                               01310000
013200        10 HLS-CTL-RUN-DATE PIC 9(08).                            01320000
013300        10 FILLER        PIC X(38).                               01330000
013400                                                                  01340000
013500*----------------------------------------------------------------*01350000
013600* LEAGUE TABLE LINE - A WEEK HEADING, ONE LINE PER HALL, AND ONE *01360000
013700* LINE PER LEADERBOARD ROW NO HALL COULD BE CREDITED WITH        *01370000
013800*----------------------------------------------------------------*01380000
013900 FD  HLG-RPT.                                                     01390000
014000 01  HLG-REC.                                                     01400000
014100     05 HLG-LINE-TYPE    PIC X(08).                               01410000
014200     05 FILLER           PIC X(02).                               01420000
014300     05 HLG-DETAIL       PIC X(70).                               01430000
014400     05 HLG-HEAD-LINE    REDEFINES HLG-DETAIL.                    01440000
014500        10 HLG-WEEK      PIC 9(05).                               01450000
014600        10 FILLER        PIC X(02).                               01460000
014700        10 HLG-THRU-NIGHT PIC 9(08).                              01470000
014800        10 FILLER        PIC X(02).                               01480000
014900        10 HLG-HALL-CNT  PIC 9(03).                               01490000
015000        10 FILLER        PIC X(02).                               01500000
015100        10 HLG-NEW-ROWS  PIC 9(07).                               01510000
015200        10 FILLER        PIC X(41).                               01520000
015300     05 HLG-HALL-LINE    REDEFINES HLG-DETAIL.                    01530000
015400        10 HLG-POSITION  PIC 9(03).                               01540000
015500        10 FILLER        PIC X(02).                               01550000
015600        10 HLG-HALL      PIC X(10).                               01560000
015700        10 FILLER        PIC X(02).                               01570000
015800        10 HLG-FIELDED   PIC 9(05).                               01580000
015900        10 FILLER        PIC X(01).                               01590000
016000        10 HLG-WIN       PIC 9(07).                               01600000
016100        10 FILLER        PIC X(01).                               01610000
016200        10 HLG-POINTS    PIC 9(10).                               01620000
016300        10 FILLER        PIC X(01).                               01630000
016400        10 HLG-AVERAGE   PIC 9(07)V99.                            01640000
016500        10 FILLER        PIC X(02).                               01650000
016600        10 HLG-MOVEMENT  PIC X(04).                               01660000
016700        10 FILLER        PIC X(01).                               01670000
016800        10 HLG-PLACES    PIC 9(03).                               01680000
016900        10 FILLER        PIC X(09).                               01690000
017000     05 HLG-EXC-LINE     REDEFINES HLG-DETAIL.                    01700000
017100        10 HLG-TABLE-ID  PIC X(05).                               01710000
017200        10 FILLER        PIC X(02).                               01720000
017300        10 HLG-NIGHT     PIC 9(08).                               01730000
017400        10 FILLER        PIC X(02).                               01740000
017500        10 HLG-TBL-POINTS PIC 9(10).                              01750000
017600        10 FILLER        PIC X(02).                               01760000
017700        10 HLG-REASON    PIC X(30).                               01770000
017800        10 FILLER        PIC X(11).                               01780000
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
019600     05 WS-I              PIC 9(03)   VALUE ZEROES.               01960000
019700     05 WS-J              PIC 9(03)   VALUE ZEROES.               01970000
019800     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01980000
019900     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01990000
019950     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01995000
020000     05 WS-LDR-ROW        PIC 9(07)   VALUE ZEROES.               02000000
020100     05 WS-POSTED-ROWS    PIC 9(07)   VALUE ZEROES.               02010000
020200     05 WS-NEW-ROWS       PIC 9(07)   VALUE ZEROES.               02020000
020300     05 WS-THRU-NIGHT     PIC 9(08)   VALUE ZEROES.               02030000
020400     05 WS-WEEK           PIC 9(05)   VALUE ZEROES.               02040000
020500     05 WS-NOHALL-CNT     PIC 9(05)   VALUE ZEROES.               02050000
020600     05 WS-CUR-HALL       PIC X(10)   VALUE SPACES.               02060000
020700     05 WS-CUR-REASON     PIC X(30)   VALUE SPACES.               02070000
020800     05 WS-REJ-REASON     PIC X(08)   VALUE SPACES.               02080000
020900     05 WS-AVERAGE        PIC 9(07)V99 VALUE ZEROES.              02090000
021000     05 WS-PLACES         PIC S9(03)  VALUE ZEROES.               02100000
021100                                                                  02110000
021200*----------------------------------------------------------------*02120000
021300* HOME HALL PER TABLE, FROM THE PLAYER MASTER                    *02130000
021400*----------------------------------------------------------------*02140000
021500 01  WS-PLM-FIELDS.                                               02150000
021600     05 WS-PLM-CNT        PIC 9(03)   VALUE ZEROES.               02160000
021700     05 WS-MAX-PLMS       PIC 9(03)   VALUE 500.                  02170000
021800 01  WS-PLM-TABLE.                                                02180000
021900     05 WS-PLM-ENTRY      OCCURS 500 TIMES.                       02190000
022000        10 WS-PLM-ID      PIC X(05).                              02200000
022100        10 WS-PLM-HALL    PIC X(10).                              02210000
022200                                                                  02220000
022300*----------------------------------------------------------------*02230000
022400* ALL KNOWN HALLS, LOADED FROM AOCD2HLS AND REWRITTEN WHOLE      *02240000
022500*----------------------------------------------------------------*02250000
022600 01  WS-HLS-FIELDS.                                               02260000
022700     05 WS-HLS-CNT        PIC 9(03)   VALUE ZEROES.               02270000
022800     05 WS-MAX-HLSS       PIC 9(03)   VALUE 50.                   02280000
022900 01  WS-HLS-TABLE.                                                02290000
023000     05 WS-HLS-ENTRY      OCCURS 50 TIMES.                        02300000
023100        10 WS-HLS-HALL    PIC X(10).                              02310000
023200        10 WS-HLS-POINTS  PIC 9(10).                              02320000
023300        10 WS-HLS-WIN     PIC 9(07).                              02330000
023400        10 WS-HLS-LOSE    PIC 9(07).                              02340000
023500        10 WS-HLS-DRAW    PIC 9(07).                              02350000
023600        10 WS-HLS-FIELDED PIC 9(05).                              02360000
023700        10 WS-HLS-POS     PIC 9(03).                              02370000
023800        10 WS-HLS-PRIOR   PIC 9(03).                              02380000
023900        10 WS-HLS-NIGHT   PIC 9(08).                              02390000
024000                                                                  02400000
024100 01  WS-SWAP-ENTRY.                                               02410000
024200     05 WS-SWP-HALL       PIC X(10).                              02420000
024300     05 WS-SWP-POINTS     PIC 9(10).                              02430000
024400     05 WS-SWP-WIN        PIC 9(07).                              02440000
024500     05 WS-SWP-LOSE       PIC 9(07).                              02450000
024600     05 WS-SWP-DRAW       PIC 9(07).                              02460000
024700     05 WS-SWP-FIELDED    PIC 9(05).                              02470000
024800     05 WS-SWP-POS        PIC 9(03).                              02480000
024900     05 WS-SWP-PRIOR      PIC 9(03).                              02490000
025000     05 WS-SWP-NIGHT      PIC 9(08).                              02500000
025100                                                                  02510000
025200*----------------------------------------------------------------*02520000
025300* LEADERBOARD ROWS NO HALL COULD BE CREDITED WITH, LISTED UNDER  *02530000
025400* THE LEAGUE TABLE                                               *02540000
025500*----------------------------------------------------------------*02550000
025600 01  WS-NOH-FIELDS.                                               02560000
025700     05 WS-MAX-NOHS       PIC 9(03)   VALUE 200.                  02570000
025800 01  WS-NOH-TABLE.                                                02580000
025900     05 WS-NOH-ENTRY      OCCURS 200 TIMES.                       02590000
026000        10 WS-NOH-ID      PIC X(05).                              02600000
026100        10 WS-NOH-NIGHT   PIC 9(08).                              02610000
026200        10 WS-NOH-POINTS  PIC 9(10).                              02620000
026300        10 WS-NOH-REASON  PIC X(30).                              02630000
026400                                                                  02640000
026500 01  WS-SWITCHES.                                                 02650000
026600     05 LEADER-FILE-STATUS PIC X(02)  VALUE SPACES.               02660000
026700        88 LEADER-SUCCESS  VALUE '00'.                            02670000
026800        88 LEADER-EOF      VALUE '10'.                            02680000
026900     05 PLM-FILE-STATUS   PIC X(02)   VALUE SPACES.               02690000
027000        88 PLM-SUCCESS    VALUE '00'.                             02700000
027100        88 PLM-EOF        VALUE '10'.                             02710000
027200     05 HLS-FILE-STATUS   PIC X(02)   VALUE SPACES.               02720000
027300        88 HLS-SUCCESS    VALUE '00'.                             02730000
027400        88 HLS-EOF        VALUE '10'.                             02740000
027500     05 HLG-FILE-STATUS   PIC X(02)   VALUE SPACES.               02750000
027600        88 HLG-SUCCESS    VALUE '00'.                             02760000
027700     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               02770000
027800        88 SEXC-SUCCESS   VALUE '00'.                             02780000
027900     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02790000
028000        88 HIST-SUCCESS   VALUE '00'.                             02800000
028100                                                                  02810000
028200 01  WS-HIST-FIELDS.                                              02820000
028300     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02830000
028400     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02840000
028500     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02850000
028501     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02850100
028600                                                                  02860000
028700 PROCEDURE DIVISION.                                              02870000
028800                                                                  02880000
028900     ACCEPT WS-RUN-DATE       FROM DATE.                          02890000
028950     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 02895000
029000     PERFORM 0500-LOAD-HALLS           THRU 0500-EXIT.            02900000
029100     PERFORM 0700-LOAD-PLAYERS         THRU 0700-EXIT.            02910000
029200     PERFORM 1000-POST-NEW-ROWS        THRU 1000-EXIT.            02920000
029300     IF WS-NEW-ROWS > ZEROES                                      02930000
029400        ADD 1                  TO WS-WEEK                         02940000
029500        PERFORM 2000-RANK-HALLS        THRU 2000-EXIT             02950000
029600     ELSE                                                         02960000
029700        DISPLAY 'NO NEW LEADERBOARD ROWS SINCE WEEK ' WS-WEEK     02970000
029800                ' - LEAGUE TABLE REPRINTED UNCHANGED'             02980000
029900        MOVE 4                 TO RETURN-CODE                     02990000
030000     END-IF.                                                      03000000
030100     PERFORM 3000-WRITE-LEAGUE         THRU 3000-EXIT.            03010000
030200     IF WS-NEW-ROWS > ZEROES                                      03020000
030300        PERFORM 4000-REWRITE-HALLS     THRU 4000-EXIT             03030000
030400     END-IF.                                                      03040000
030500     IF WS-NOHALL-CNT > ZEROES                                    03050000
030600        MOVE 4                 TO RETURN-CODE                     03060000
030700     END-IF.                                                      03070000
030800     STRING 'HALL LEAGUE WEEK ' DELIMITED BY SIZE                 03080000
030900        WS-WEEK DELIMITED BY SIZE                                 03090000
031000        ' NO HALL: ' DELIMITED BY SIZE                            03100000
031100        WS-NOHALL-CNT DELIMITED BY SIZE                           03110000
031200        INTO WS-HIST-MSG.                                         03120000
031300     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03130000
031400     GOBACK.                                                      03140000
031500                                                                  03150000
031600 0500-LOAD-HALLS.                                                 03160000
031700     OPEN INPUT HLS-FILE.                                         03170000
031800     IF NOT HLS-SUCCESS                                           03180000
031900        DISPLAY 'NO HALL STANDINGS YET - LEAGUE STARTS AT WEEK 1' 03190000
032000        GO TO 0500-EXIT                                           03200000
032100     END-IF.                                                      03210000
032200     PERFORM UNTIL HLS-EOF                                        03220000
032300        READ HLS-FILE                                             03230000
032400             AT END                                               03240000
032500                SET HLS-EOF TO TRUE                               03250000
032600             NOT AT END                                           03260000
032700                IF HLS-CONTROL-ROW                                03270000
032800                   MOVE HLS-CTL-ROWS    TO WS-POSTED-ROWS         03280000
032900                   MOVE HLS-CTL-NIGHT   TO WS-THRU-NIGHT          03290000
033000                   MOVE HLS-CTL-WEEK    TO WS-WEEK                03300000
033100                ELSE                                              03310000
033200                   PERFORM 0550-LOAD-ONE-HALL  THRU 0550-EXIT     03320000
033300                END-IF                                            03330000
033400        END-READ                                                  03340000
033500     END-PERFORM.                                                 03350000
033600     CLOSE HLS-FILE.                                              03360000
033700 0500-EXIT.                                                       03370000
033800     EXIT.                                                        03380000
033900                                                                  03390000
034000 0550-LOAD-ONE-HALL.                                              03400000
034100     IF WS-HLS-CNT < WS-MAX-HLSS                                  03410000
034200        AND HLS-POINTS IS NUMERIC                                 03420000
034300        ADD 1                  TO WS-HLS-CNT                      03430000
034400        MOVE HLS-HALL          TO WS-HLS-HALL(WS-HLS-CNT)         03440000
034500        MOVE HLS-POINTS        TO WS-HLS-POINTS(WS-HLS-CNT)       03450000
034600        MOVE HLS-WIN           TO WS-HLS-WIN(WS-HLS-CNT)          03460000
034700        MOVE HLS-LOSE          TO WS-HLS-LOSE(WS-HLS-CNT)         03470000
034800        MOVE HLS-DRAW          TO WS-HLS-DRAW(WS-HLS-CNT)         03480000
034900        MOVE HLS-FIELDED       TO WS-HLS-FIELDED(WS-HLS-CNT)      03490000
035000        MOVE HLS-POSITION      TO WS-HLS-POS(WS-HLS-CNT)          03500000
035100        MOVE HLS-PRIOR-POS     TO WS-HLS-PRIOR(WS-HLS-CNT)        03510000
035200        MOVE HLS-LAST-NIGHT    TO WS-HLS-NIGHT(WS-HLS-CNT)        03520000
035300     ELSE                                                         03530000
035400        DISPLAY 'HALL STANDINGS ROW DROPPED: ' HLS-HALL           03540000
035500     END-IF.                                                      03550000
035600 0550-EXIT.                                                       03560000
035700     EXIT.                                                        03570000
035800                                                                  03580000
035900 0700-LOAD-PLAYERS.                                               03590000
036000     OPEN INPUT PLAYER-MST.                                       03600000
036100     IF NOT PLM-SUCCESS                                           03610000
036200        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2PLM, FILE STATUS: '  03620000
036300                PLM-FILE-STATUS                                   03630000
036400        MOVE 16             TO RETURN-CODE                        03640000
036500        MOVE 'UNABLE TO OPEN PLAYER MASTER'  TO WS-HIST-MSG       03650000
036600        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03660000
036700        GOBACK                                                    03670000
036800     END-IF.                                                      03680000
036900     PERFORM UNTIL PLM-EOF                                        03690000
037000        READ PLAYER-MST                                           03700000
037100             AT END                                               03710000
037200                SET PLM-EOF TO TRUE                               03720000
037300             NOT AT END                                           03730000
037400                IF WS-PLM-CNT < WS-MAX-PLMS                       03740000
037500                   ADD 1 TO WS-PLM-CNT                            03750000
037600                   MOVE PLM-TABLE-ID    TO WS-PLM-ID(WS-PLM-CNT)  03760000
037700                   MOVE PLM-HOME-HALL   TO WS-PLM-HALL(WS-PLM-CNT)03770000
037800                END-IF                                            03780000
037900        END-READ                                                  03790000
038000     END-PERFORM.                                                 03800000
038100     CLOSE PLAYER-MST.                                            03810000
038200 0700-EXIT.                                                       03820000
038300     EXIT.                                                        03830000
038400                                                                  03840000
038500 1000-POST-NEW-ROWS.                                              03850000
038600*----------------------------------------------------------------*03860000
038700* AOCD2LDR IS ONLY EVER APPENDED TO, SO THE ROW COUNT POSTED AT  *03870000
038800* THE LAST RUN MARKS WHERE THIS WEEK'S ROWS BEGIN - NIGHTS AND   *03880000
038900* DISPUTE ADJUSTMENTS ALIKE, WHATEVER NIGHT THE ADJUSTMENT IS    *03890000
039000* DATED AGAINST. A LEADERBOARD SHORTER THAN THAT COUNT HAS BEEN  *03900000
039100* REPLACED UNDER THE LEAGUE, AND NOTHING IS POSTED               *03910000
039200*----------------------------------------------------------------*03920000
039300     OPEN INPUT LEADER-HIST.                                      03930000
039400     IF NOT LEADER-SUCCESS                                        03940000
039500        DISPLAY 'ERROR - UNABLE TO OPEN AOCD2LDR, FILE STATUS: '  03950000
039600                LEADER-FILE-STATUS                                03960000
039700        MOVE 16             TO RETURN-CODE                        03970000
039800        MOVE 'UNABLE TO OPEN LEADERBOARD'    TO WS-HIST-MSG       03980000
039900        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03990000
040000        GOBACK                                                    04000000
040100     END-IF.                                                      04010000
040200     OPEN EXTEND SUITE-EXC.                                       04020000
040300     PERFORM UNTIL LEADER-EOF                                     04030000
040400        READ LEADER-HIST                                          04040000
040500             AT END                                               04050000
040600                SET LEADER-EOF TO TRUE                            04060000
040700             NOT AT END                                           04070000
040800                ADD 1 TO WS-LDR-ROW                               04080000
040900                IF WS-LDR-ROW > WS-POSTED-ROWS                    04090000
041000                   PERFORM 1100-POST-ONE-ROW  THRU 1100-EXIT      04100000
041100                END-IF                                            04110000
041200        END-READ                                                  04120000
041300     END-PERFORM.                                                 04130000
041400     CLOSE LEADER-HIST.                                           04140000
041500     CLOSE SUITE-EXC.                                             04150000
041600     IF WS-LDR-ROW < WS-POSTED-ROWS                               04160000
041700        DISPLAY 'ERROR - AOCD2LDR HOLDS ' WS-LDR-ROW              04170000
041800                ' ROWS, LEAGUE HAS POSTED ' WS-POSTED-ROWS        04180000
041900        MOVE 16             TO RETURN-CODE                        04190000
042000        MOVE 'LEADERBOARD SHORTER THAN LEAGUE'  TO WS-HIST-MSG    04200000
042100        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04210000
042200        GOBACK                                                    04220000
042300     END-IF.                                                      04230000
042400     MOVE WS-LDR-ROW          TO WS-POSTED-ROWS.                  04240000
042500     DISPLAY 'LEADERBOARD ROWS POSTED THIS WEEK: ' WS-NEW-ROWS    04250000
042600             ' NOT CREDITED: ' WS-NOHALL-CNT.                     04260000
042700 1000-EXIT.                                                       04270000
042800     EXIT.                                                        04280000
042900                                                                  04290000
043000 1100-POST-ONE-ROW.                                               04300000
043100     ADD 1                    TO WS-NEW-ROWS.                     04310000
043200     MOVE SPACES              TO WS-CUR-HALL.                     04320000
043300     MOVE SPACES              TO WS-CUR-REASON.                   04330000
043400     MOVE 'NOPLAYER'          TO WS-REJ-REASON.                   04340000
043500     PERFORM VARYING WS-I FROM 1 BY 1                             04350000
043600               UNTIL WS-I > WS-PLM-CNT                            04360000
043700        IF WS-PLM-ID(WS-I) = LDR-TABLE-ID                         04370000
043800           MOVE WS-PLM-HALL(WS-I)  TO WS-CUR-HALL                 04380000
043900           MOVE 'NOHALL'           TO WS-REJ-REASON               04390000
044000        END-IF                                                    04400000
044100     END-PERFORM.                                                 04410000
044200     IF WS-CUR-HALL = SPACES                                      04420000
044300        IF WS-REJ-REASON = 'NOPLAYER'                             04430000
044400           MOVE 'NO PLAYER MASTER ROW'      TO WS-CUR-REASON      04440000
044500        ELSE                                                      04450000
044600           MOVE 'NO HOME HALL ON PLAYER MASTER'                   04460000
044700                                            TO WS-CUR-REASON      04470000
044800        END-IF                                                    04480000
044900        PERFORM 1900-NOT-CREDITED  THRU 1900-EXIT                 04490000
045000        GO TO 1100-EXIT                                           04500000
045100     END-IF.                                                      04510000
045200     PERFORM 1200-FIND-OR-ADD-HALL  THRU 1200-EXIT.               04520000
045300     IF WS-SLOT = ZEROES                                          04530000
045400        MOVE 'HALL CAPACITY (50) EXCEEDED'  TO WS-CUR-REASON      04540000
045500        MOVE 'HALLFULL'          TO WS-REJ-REASON                 04550000
045600        PERFORM 1900-NOT-CREDITED  THRU 1900-EXIT                 04560000
045700        GO TO 1100-EXIT                                           04570000
045800     END-IF.                                                      04580000
045900     IF LDR-ADJUSTMENT                                            04590000
046000        PERFORM 1300-APPLY-ADJUSTMENT  THRU 1300-EXIT             04600000
046100        GO TO 1100-EXIT                                           04610000
046200     END-IF.                                                      04620000
046300     ADD LDR-TOTAL            TO WS-HLS-POINTS(WS-SLOT).          04630000
046400     ADD LDR-WIN              TO WS-HLS-WIN(WS-SLOT).             04640000
046500     ADD LDR-LOSE             TO WS-HLS-LOSE(WS-SLOT).            04650000
046600     ADD LDR-DRAW             TO WS-HLS-DRAW(WS-SLOT).            04660000
046700     ADD 1                    TO WS-HLS-FIELDED(WS-SLOT).         04670000
046800     IF LDR-RUN-DATE > WS-HLS-NIGHT(WS-SLOT)                      04680000
046900        MOVE LDR-RUN-DATE     TO WS-HLS-NIGHT(WS-SLOT)            04690000
047000     END-IF.                                                      04700000
047100     IF LDR-RUN-DATE > WS-THRU-NIGHT                              04710000
047200        MOVE LDR-RUN-DATE     TO WS-THRU-NIGHT                    04720000
047300     END-IF.                                                      04730000
047400 1100-EXIT.                                                       04740000
047500     EXIT.                                                        04750000
047600                                                                  04760000
047700 1200-FIND-OR-ADD-HALL.                                           04770000
047800     MOVE ZEROES              TO WS-SLOT.                         04780000
047900     PERFORM VARYING WS-J FROM 1 BY 1                             04790000
048000               UNTIL WS-J > WS-HLS-CNT                            04800000
048100                  OR WS-SLOT > ZEROES                             04810000
048200        IF WS-HLS-HALL(WS-J) = WS-CUR-HALL                        04820000
048300           MOVE WS-J             TO WS-SLOT                       04830000
048400        END-IF                                                    04840000
048500     END-PERFORM.                                                 04850000
048600     IF WS-SLOT = ZEROES                                          04860000
048700        AND WS-HLS-CNT < WS-MAX-HLSS                              04870000
048800        ADD 1                 TO WS-HLS-CNT                       04880000
048900        MOVE WS-HLS-CNT       TO WS-SLOT                          04890000
049000        INITIALIZE            WS-HLS-ENTRY(WS-SLOT)               04900000
049100        MOVE WS-CUR-HALL      TO WS-HLS-HALL(WS-SLOT)             04910000
049200     END-IF.                                                      04920000
049300 1200-EXIT.                                                       04930000
049400     EXIT.                                                        04940000
049500                                                                  04950000
049600 1300-APPLY-ADJUSTMENT.                                           04960000
049700*----------------------------------------------------------------*04970000
049800* A DISPUTE ADJUSTMENT POSTED BY AOCD2PGH - THE POINTS           *04980000
049900* DIFFERENCE, AND THE CORRECTED ROUND MOVED FROM THE OUTCOME IT  *04990000
050000* LOST TO THE ONE IT GAINED. IT IS NOT A TABLE FIELDED           *05000000
050100*----------------------------------------------------------------*05010000
050200     IF LDR-ADJ-SIGN = '-'                                        05020000
050300        IF LDR-ADJ-POINTS > WS-HLS-POINTS(WS-SLOT)                05030000
050400           MOVE ZEROES          TO WS-HLS-POINTS(WS-SLOT)         05040000
050500        ELSE                                                      05050000
050600           SUBTRACT LDR-ADJ-POINTS FROM WS-HLS-POINTS(WS-SLOT)    05060000
050700        END-IF                                                    05070000
050800     ELSE                                                         05080000
050900        ADD LDR-ADJ-POINTS       TO WS-HLS-POINTS(WS-SLOT)        05090000
051000     END-IF.                                                      05100000
051100     EVALUATE LDR-ADJ-OLD-OUT                                     05110000
051200        WHEN 'W'                                                  05120000
051300           IF WS-HLS-WIN(WS-SLOT) > ZEROES                        05130000
051400              SUBTRACT 1         FROM WS-HLS-WIN(WS-SLOT)         05140000
051500           END-IF                                                 05150000
051600        WHEN 'L'                                                  05160000
051700           IF WS-HLS-LOSE(WS-SLOT) > ZEROES                       05170000
051800              SUBTRACT 1         FROM WS-HLS-LOSE(WS-SLOT)        05180000
051900           END-IF                                                 05190000
052000        WHEN 'D'                                                  05200000
052100           IF WS-HLS-DRAW(WS-SLOT) > ZEROES                       05210000
052200              SUBTRACT 1         FROM WS-HLS-DRAW(WS-SLOT)        05220000
052300           END-IF                                                 05230000
052400     END-EVALUATE.                                                05240000
052500     EVALUATE LDR-ADJ-NEW-OUT                                     05250000
052600        WHEN 'W'                                                  05260000
052700           ADD 1                 TO WS-HLS-WIN(WS-SLOT)           05270000
052800        WHEN 'L'                                                  05280000
052900           ADD 1                 TO WS-HLS-LOSE(WS-SLOT)          05290000
053000        WHEN 'D'                                                  05300000
053100           ADD 1                 TO WS-HLS-DRAW(WS-SLOT)          05310000
053200     END-EVALUATE.                                                05320000
053300 1300-EXIT.                                                       05330000
053400     EXIT.                                                        05340000
053500                                                                  05350000
053600 1900-NOT-CREDITED.                                               05360000
053700     ADD 1                    TO WS-NOHALL-CNT.                   05370000
053800     IF WS-NOHALL-CNT NOT > WS-MAX-NOHS                           05380000
053900        MOVE LDR-TABLE-ID     TO WS-NOH-ID(WS-NOHALL-CNT)         05390000
054000        MOVE LDR-RUN-DATE     TO WS-NOH-NIGHT(WS-NOHALL-CNT)      05400000
054100        MOVE LDR-TOTAL        TO WS-NOH-POINTS(WS-NOHALL-CNT)     05410000
054200        MOVE WS-CUR-REASON    TO WS-NOH-REASON(WS-NOHALL-CNT)     05420000
054300     END-IF.                                                      05430000
054400     INITIALIZE               SUITE-EXC-REC.                      05440000
054500     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    05450000
054600     MOVE 'AOCD2PGI'          TO EXC-PGM.                         05460000
054700     MOVE LDR-TABLE-ID        TO EXC-REC-KEY.                     05470000
054800     MOVE WS-REJ-REASON       TO EXC-REASON.                      05480000
054900     MOVE LEADER-REC          TO EXC-RAW-DATA.                    05490000
055000     WRITE SUITE-EXC-REC.                                         05500000
055100     DISPLAY 'NOT CREDITED TO A HALL - TABLE ' LDR-TABLE-ID       05510000
055200             ' NIGHT ' LDR-RUN-DATE ' ' WS-CUR-REASON.            05520000
055300 1900-EXIT.                                                       05530000
055400     EXIT.                                                        05540000
055500                                                                  05550000
055600 2000-RANK-HALLS.                                                 05560000
055700*----------------------------------------------------------------*05570000
055800* RANK BY POINTS, DESCENDING, WITH WINS AS THE TIE-BREAK - THE   *05580000
055900* AOCD2PG5 RULE. LAST WEEK'S POSITION IS KEPT AS THE PRIOR ONE   *05590000
056000* BEFORE THE NEW POSITION IS SET                                 *05600000
056100*----------------------------------------------------------------*05610000
056200     PERFORM VARYING WS-I FROM 1 BY 1                             05620000
056300               UNTIL WS-I >= WS-HLS-CNT                           05630000
056400        PERFORM VARYING WS-J FROM WS-I BY 1                       05640000
056500                  UNTIL WS-J > WS-HLS-CNT                         05650000
056600           IF WS-HLS-POINTS(WS-J) > WS-HLS-POINTS(WS-I)           05660000
056700              OR ( WS-HLS-POINTS(WS-J) = WS-HLS-POINTS(WS-I)      05670000
056800                   AND WS-HLS-WIN(WS-J) > WS-HLS-WIN(WS-I) )      05680000
056900              MOVE WS-HLS-ENTRY(WS-I)  TO WS-SWAP-ENTRY           05690000
057000              MOVE WS-HLS-ENTRY(WS-J)  TO WS-HLS-ENTRY(WS-I)      05700000
057100              MOVE WS-SWAP-ENTRY       TO WS-HLS-ENTRY(WS-J)      05710000
057200           END-IF                                                 05720000
057300        END-PERFORM                                               05730000
057400     END-PERFORM.                                                 05740000
057500     PERFORM VARYING WS-I FROM 1 BY 1                             05750000
057600               UNTIL WS-I > WS-HLS-CNT                            05760000
057700        MOVE WS-HLS-POS(WS-I)  TO WS-HLS-PRIOR(WS-I)              05770000
057800        MOVE WS-I              TO WS-HLS-POS(WS-I)                05780000
057900     END-PERFORM.                                                 05790000
058000 2000-EXIT.                                                       05800000
058100     EXIT.                                                        05810000
058200                                                                  05820000
058300 3000-WRITE-LEAGUE.                                               05830000
058400     OPEN OUTPUT HLG-RPT.                                         05840000
058500     INITIALIZE               HLG-REC.                            05850000
058600     MOVE 'WEEK'              TO HLG-LINE-TYPE.                   05860000
058700     MOVE WS-WEEK             TO HLG-WEEK.                        05870000
058800     MOVE WS-THRU-NIGHT       TO HLG-THRU-NIGHT.                  05880000
058900     MOVE WS-HLS-CNT          TO HLG-HALL-CNT.                    05890000
059000     MOVE WS-NEW-ROWS         TO HLG-NEW-ROWS.                    05900000
059100     WRITE HLG-REC.                                               05910000
059200     PERFORM VARYING WS-I FROM 1 BY 1                             05920000
059300               UNTIL WS-I > WS-HLS-CNT                            05930000
059400        PERFORM 3100-WRITE-ONE-HALL  THRU 3100-EXIT               05940000
059500     END-PERFORM.                                                 05950000
059600     PERFORM VARYING WS-I FROM 1 BY 1                             05960000
059700               UNTIL WS-I > WS-NOHALL-CNT                         05970000
059800                  OR WS-I > WS-MAX-NOHS                           05980000
059900        INITIALIZE            HLG-REC                             05990000
060000        MOVE 'NO HALL'        TO HLG-LINE-TYPE                    06000000
060100        MOVE WS-NOH-ID(WS-I)  TO HLG-TABLE-ID                     06010000
060200        MOVE WS-NOH-NIGHT(WS-I)   TO HLG-NIGHT                    06020000
060300        MOVE WS-NOH-POINTS(WS-I)  TO HLG-TBL-POINTS               06030000
060400        MOVE WS-NOH-REASON(WS-I)  TO HLG-REASON                   06040000
060500        WRITE HLG-REC                                             06050000
060600     END-PERFORM.                                                 06060000
060700     CLOSE HLG-RPT.                                               06070000
060800 3000-EXIT.                                                       06080000
060900     EXIT.                                                        06090000
061000                                                                  06100000
061100 3100-WRITE-ONE-HALL.                                             06110000
061200*----------------------------------------------------------------*06120000
061300* MOVEMENT IS AGAINST LAST WEEK'S POSITION - A HALL WITH NO      *06130000
061400* PRIOR POSITION HAS JUST FIELDED ITS FIRST TABLE                *06140000
061500*----------------------------------------------------------------*06150000
061600     IF WS-HLS-FIELDED(WS-I) > ZEROES                             06160000
061700        DIVIDE WS-HLS-POINTS(WS-I) BY WS-HLS-FIELDED(WS-I)        06170000
061800                              GIVING WS-AVERAGE ROUNDED           06180000
061900     ELSE                                                         06190000
062000        MOVE ZEROES           TO WS-AVERAGE                       06200000
062100     END-IF.                                                      06210000
062200     INITIALIZE               HLG-REC.                            06220000
062300     MOVE 'LEAGUE'            TO HLG-LINE-TYPE.                   06230000
062400     MOVE WS-HLS-POS(WS-I)    TO HLG-POSITION.                    06240000
062500     MOVE WS-HLS-HALL(WS-I)   TO HLG-HALL.                        06250000
062600     MOVE WS-HLS-FIELDED(WS-I) TO HLG-FIELDED.                    06260000
062700     MOVE WS-HLS-WIN(WS-I)    TO HLG-WIN.                         06270000
062800     MOVE WS-HLS-POINTS(WS-I) TO HLG-POINTS.                      06280000
062900     MOVE WS-AVERAGE          TO HLG-AVERAGE.                     06290000
063000     COMPUTE WS-PLACES = WS-HLS-PRIOR(WS-I) - WS-HLS-POS(WS-I).   06300000
063100     EVALUATE TRUE                                                06310000
063200         WHEN WS-HLS-PRIOR(WS-I) = ZEROES                         06320000
063300              MOVE 'NEW '     TO HLG-MOVEMENT                     06330000
063400         WHEN WS-PLACES > ZEROES                                  06340000
063500              MOVE 'UP  '     TO HLG-MOVEMENT                     06350000
063600         WHEN WS-PLACES < ZEROES                                  06360000
063700              MOVE 'DOWN'     TO HLG-MOVEMENT                     06370000
063800         WHEN OTHER                                               06380000
063900              MOVE 'SAME'     TO HLG-MOVEMENT                     06390000
064000     END-EVALUATE.                                                06400000
064100     IF WS-HLS-PRIOR(WS-I) > ZEROES                               06410000
064200        MOVE WS-PLACES        TO HLG-PLACES                       06420000
064300     END-IF.                                                      06430000
064400     WRITE HLG-REC.                                               06440000
064500     DISPLAY 'HALL ' HLG-POSITION ' ' HLG-HALL                    06450000
064600             ' PTS ' HLG-POINTS ' TABLES ' HLG-FIELDED            06460000
064700             ' AVG ' WS-AVERAGE ' (' HLG-MOVEMENT ')'.            06470000
064800 3100-EXIT.                                                       06480000
064900     EXIT.                                                        06490000
065000                                                                  06500000
065100 4000-REWRITE-HALLS.                                              06510000
065200     OPEN OUTPUT HLS-FILE.                                        06520000
065300     INITIALIZE               HLS-REC.                            06530000
065400     MOVE '*CONTROL*'         TO HLS-HALL.                        06540000
065500     MOVE WS-POSTED-ROWS      TO HLS-CTL-ROWS.                    06550000
065600     MOVE WS-THRU-NIGHT       TO HLS-CTL-NIGHT.                   06560000
065700     MOVE WS-WEEK             TO HLS-CTL-WEEK.                    06570000
065800     MOVE WS-RUN-DATE-8       TO HLS-CTL-RUN-DATE.                06580000
065900     WRITE HLS-REC.                                               06590000
066000     PERFORM VARYING WS-I FROM 1 BY 1                             06600000
066100               UNTIL WS-I > WS-HLS-CNT                            06610000
066200        INITIALIZE            HLS-REC                             06620000
066300        MOVE WS-HLS-HALL(WS-I)     TO HLS-HALL                    06630000
066400        MOVE WS-HLS-POINTS(WS-I)   TO HLS-POINTS                  06640000
066500        MOVE WS-HLS-WIN(WS-I)      TO HLS-WIN                     06650000
066600        MOVE WS-HLS-LOSE(WS-I)     TO HLS-LOSE                    06660000
066700        MOVE WS-HLS-DRAW(WS-I)     TO HLS-DRAW                    06670000
066800        MOVE WS-HLS-FIELDED(WS-I)  TO HLS-FIELDED                 06680000
066900        MOVE WS-HLS-POS(WS-I)      TO HLS-POSITION                06690000
067000        MOVE WS-HLS-PRIOR(WS-I)    TO HLS-PRIOR-POS               06700000
067100        MOVE WS-HLS-NIGHT(WS-I)    TO HLS-LAST-NIGHT              06710000
067200        WRITE HLS-REC                                             06720000
067300     END-PERFORM.                                                 06730000
067400     CLOSE HLS-FILE.                                              06740000
067500 4000-EXIT.                                                       06750000
067600     EXIT.                                                        06760000
067700                                                                  06770000
067800*----------------------------------------------------------------*06780000
067900*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06790000
068000*----------------------------------------------------------------*06800000
068100 9800-WRITE-AUDIT-HIST.                                           06810000
068200     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06820000
068300     ACCEPT WS-HIST-TIME FROM TIME.                               06830000
068400     OPEN EXTEND AUD-HIST.                                        06840000
068500     INITIALIZE AUD-HIST-REC.                                     06850000
068600     MOVE WS-HIST-DATE          TO HIST-DATE.                     06860000
068700     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06870000
068800     MOVE 'AOCD2PGI'            TO HIST-PGM.                      06880000
068801     MOVE WS-HIST-VER           TO HIST-VERSION.                  06880100
068900     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06890000
069000     WRITE AUD-HIST-REC.                                          06900000
069100     CLOSE AUD-HIST.                                              06910000
069200 9800-EXIT.                                                       06920000
069300     EXIT.                                                        06930000
