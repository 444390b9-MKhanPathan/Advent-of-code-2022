000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 4 PROGRAM 10                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  ROSTER CONFLICT CHECK AGAINST ELF AVAILABILITY. AOCDAY4 PAIRS *00040000
000500*  ARE KNOWN ONLY BY RECORD SEQUENCE AND THE AOCD4PG4 ROSTER     *00050000
000600*  ASSUMES EVERY ELF IS AVAILABLE, SO PAIRS WERE ROSTERED DURING *00060000
000700*  SOMEONE'S LEAVE AND THE SECTION WENT UNCLEANED. THE PAIR      *00070000
000800*  CREW FILE AOCD4CRW NAMES THE TWO ELF KEYS BEHIND EACH PAIR -  *00080000
000900*  THE FIRST ELF CLEANS THE FIRST RANGE, THE SECOND THE SECOND - *00090000
001000*  AND EVERY KEY IS VALIDATED AGAINST AOCD1MST. THE AVAILABILITY *00100000
001100*  FILE AOCD4AVL HOLDS LEAVE AND SICKNESS DATE RANGES PER ELF.   *00110000
001200*  AOCD4AVC LISTS EVERY SECTION ROSTERED IN THE CYCLE TO AN ELF  *00120000
001300*  WHO IS AWAY DURING IT, WITH THE SECTION SUPERVISOR FROM       *00130000
001400*  AOCD4SEC, SO THE GAP IS FIXED BEFORE THE CYCLE STARTS         *00140000
001500*----------------------------------------------------------------*00150000
001600 IDENTIFICATION DIVISION.                                         00160000
001700 PROGRAM-ID. AOCD4PGA.                                            00170000
001800 AUTHOR. z/OS Mainframer.                                         00180000
001900                                                                  00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300     SELECT PAIR-RANGE   ASSIGN TO AOCDAY4                        00230000
002400         ORGANIZATION    IS SEQUENTIAL                            00240000
002500          ACCESS MODE    IS SEQUENTIAL                            00250000
002600          FILE STATUS    IS FILE-STATUS.                          00260000
002700                                                                  00270000
002800     SELECT SEC-MASTER  ASSIGN TO AOCD4SEC                        00280000
002900         ORGANIZATION    IS SEQUENTIAL                            00290000
003000          ACCESS MODE    IS SEQUENTIAL                            00300000
003100          FILE STATUS    IS SEC-FILE-STATUS.                      00310000
003200                                                                  00320000
003300*----------------------------------------------------------------*00330000
003400* PAIR CREW FILE - PAIR NUMBER AND THE TWO ELF KEYS BEHIND IT    *00340000
003500*----------------------------------------------------------------*00350000
003600     SELECT CRW-FILE    ASSIGN TO AOCD4CRW                        00360000
003700         ORGANIZATION    IS SEQUENTIAL                            00370000
003800          ACCESS MODE    IS SEQUENTIAL                            00380000
003900          FILE STATUS    IS CRW-FILE-STATUS.                      00390000
004000                                                                  00400000
004100*----------------------------------------------------------------*00410000
004200* ELF AVAILABILITY - LEAVE AND SICKNESS DATE RANGES PER ELF      *00420000
004300*----------------------------------------------------------------*00430000
004400     SELECT AVL-FILE    ASSIGN TO AOCD4AVL                        00440000
004500         ORGANIZATION    IS SEQUENTIAL                            00450000
004600          ACCESS MODE    IS SEQUENTIAL                            00460000
004700          FILE STATUS    IS AVL-FILE-STATUS.                      00470000
004800                                                                  00480000
004900     SELECT ELF-MASTER  ASSIGN TO AOCD1MST                        00490000
005000        ORGANIZATION    IS INDEXED                                00500000
005100         ACCESS MODE    IS RANDOM                                 00510000
005200         RECORD KEY     IS ELF-MST-KEY                            00520000
005300         FILE STATUS    IS ELF-MST-STATUS.                        00530000
005400                                                                  00540000
005500*----------------------------------------------------------------*00550000
005600* AVAILABILITY CONFLICT REPORT                                   *00560000
005700*----------------------------------------------------------------*00570000
005800     SELECT AVC-RPT     ASSIGN TO AOCD4AVC                        00580000
005900         ORGANIZATION    IS SEQUENTIAL                            00590000
006000          ACCESS MODE    IS SEQUENTIAL                            00600000
006100          FILE STATUS    IS AVC-FILE-STATUS.                      00610000
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
007300 FD  PAIR-RANGE.                                                  00730000
007400 01  WS-RANGE.                                                    00740000
007500     05 RANGE-REC              PIC X(19).                         00750000
007600                                                                  00760000
007700 FD  SEC-MASTER.                                                  00770000
007800 01  SEC-REC.                                                     00780000
007900     05 SEC-NUMBER         PIC 9(04).                             00790000
008000     05 FILLER              PIC X(01).                            00800000
008100     05 SEC-NAME           PIC X(15).                             00810000
008200     05 FILLER              PIC X(01).                            00820000
008300     05 SEC-SUPERVISOR     PIC X(10).                             00830000
008400                                                                  00840000
008500 FD  CRW-FILE.                                                    00850000
008600 01  CRW-REC.                                                     00860000
008700     05 CRW-PAIR            PIC 9(05).                            00870000
008800     05 FILLER              PIC X(01).                            00880000
008900     05 CRW-ELF-1           PIC X(10).                            00890000
009000     05 FILLER              PIC X(01).                            00900000
009100     05 CRW-ELF-2           PIC X(10).                            00910000
009200                                                                  00920000
009300 FD  AVL-FILE.                                                    00930000
009400 01  AVL-REC.                                                     00940000
009500     05 AVL-ELF-KEY         PIC X(10).                            00950000
009600     05 FILLER              PIC X(01).                            00960000
009700     05 AVL-FROM-DATE       PIC 9(06).                            00970000
009800     05 FILLER              PIC X(01).                            00980000
009900     05 AVL-TO-DATE         PIC 9(06).                            00990000
010000     05 FILLER              PIC X(01).                            01000000
010100     05 AVL-REASON          PIC X(04).                            01010000
010200        88 AVL-IS-LEAVE                VALUE 'LEAV'.              01020000
010300        88 AVL-IS-SICK                 VALUE 'SICK'.              01030000
010400                                                                  01040000
010500 FD  ELF-MASTER.                                                  01050000
010600 01  ELF-MASTER-REC.                                              01060000
010700     05 ELF-MST-KEY       PIC X(10).                              01070000
010800     05 ELF-MST-FULL-NAME PIC X(20).                              01080000
010900     05 ELF-MST-TEAM      PIC X(10).                              01090000
011000     05 ELF-MST-ACTIVE    PIC X(01).                              01100000
011100        88 ELF-MST-IS-ACTIVE         VALUE 'A'.                   01110000
011200                                                                  01120000
011300 FD  AVC-RPT.                                                     01130000
011400 01  AVC-REC                PIC X(80).                            01140000
011500 01  AVC-CRW-LINE.                                                01150000
011600     05 AVC-C-PAIR          PIC 9(05).                            01160000
011700     05 FILLER              PIC X(02).                            01170000
011800     05 AVC-C-ELF           PIC X(10).                            01180000
011900     05 FILLER              PIC X(02).                            01190000
012000     05 AVC-C-REASON        PIC X(30).                            01200000
012100     05 FILLER              PIC X(31).                            01210000
012200 01  AVC-DTL-LINE.                                                01220000
012300     05 AVC-PAIR            PIC 9(05).                            01230000
012400     05 FILLER              PIC X(02).                            01240000
012500     05 AVC-ELF             PIC X(10).                            01250000
012600     05 FILLER              PIC X(02).                            01260000
012700     05 AVC-AWAY-FROM       PIC 9(06).                            01270000
012800     05 FILLER              PIC X(01).                            01280000
012900     05 AVC-AWAY-TO         PIC 9(06).                            01290000
013000     05 FILLER              PIC X(02).                            01300000
013100     05 AVC-REASON          PIC X(04).                            01310000
013200     05 FILLER              PIC X(02).                            01320000
013300     05 AVC-SECTION         PIC 9(04).                            01330000
013400     05 FILLER              PIC X(02).                            01340000
013500     05 AVC-NAME            PIC X(15).                            01350000
013600     05 FILLER              PIC X(02).                            01360000
013700     05 AVC-SUPERVISOR      PIC X(10).                            01370000
013800     05 FILLER              PIC X(07).                            01380000
013900                                                                  01390000
014000 FD  AUD-HIST                                                     01400000
014100     DATA RECORD IS AUD-HIST-REC.                                 01410000
014200 01  AUD-HIST-REC.                                                01420000
014300     05 HIST-DATE            PIC 9(08).                           01430000
014400     05 FILLER               PIC X(02).                           01440000
014500     05 HIST-TIME            PIC 9(06).                           01450000
014600     05 FILLER               PIC X(02).                           01460000
014700     05 HIST-PGM             PIC X(08).                           01470000
014800     05 FILLER               PIC X(02).                           01480000
014900     05 HIST-OUTPUT          PIC X(40).                           01490000
014901     05 FILLER               PIC X(02).                           01490100
014902     05 HIST-VERSION         PIC X(08).                           01490200
015000                                                                  01500000
015100 WORKING-STORAGE SECTION.                                         01510000
015200 01  WS-WORK-FIELDS.                                              01520000
015300     05 WS-I              PIC 9(04)   VALUE ZEROES.               01530000
015400     05 WS-J              PIC 9(04)   VALUE ZEROES.               01540000
015500     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01550000
015600     05 WS-PAIR-SEQ       PIC 9(05)   VALUE ZEROES.               01560000
015700     05 WS-CYCLE-START    PIC 9(06)   VALUE ZEROES.               01570000
015800     05 WS-CYCLE-END      PIC 9(06)   VALUE ZEROES.               01580000
015900     05 WS-CYCLE-INT      PIC 9(07)   VALUE ZEROES.               01590000
016000     05 WS-CYCLE-YMD      PIC 9(08)   VALUE ZEROES.               01600000
016100     05 WS-CUR-ELF        PIC X(10)   VALUE SPACES.               01610000
016200     05 WS-CUR-ST         PIC 9(04)   VALUE ZEROES.               01620000
016300     05 WS-CUR-ED         PIC 9(04)   VALUE ZEROES.               01630000
016400     05 WS-REASON         PIC X(30)   VALUE SPACES.               01640000
016500     05 WS-CREW-ERR-CNT   PIC 9(04)   VALUE ZEROES.               01650000
016600     05 WS-NOCREW-CNT     PIC 9(04)   VALUE ZEROES.               01660000
016700     05 WS-AWAY-CNT       PIC 9(04)   VALUE ZEROES.               01670000
016800     05 WS-CONFLICT-CNT   PIC 9(05)   VALUE ZEROES.               01680000
016900     05 WS-ST-1           PIC X(04)   VALUE SPACES.               01690000
017000     05 WS-ED-1           PIC X(04)   VALUE SPACES.               01700000
017100     05 WS-ST-2           PIC X(04)   VALUE SPACES.               01710000
017200     05 WS-ED-2           PIC X(04)   VALUE SPACES.               01720000
017300     05 WS-ST-1-N         PIC 9(04)   VALUE ZEROES.               01730000
017400     05 WS-ED-1-N         PIC 9(04)   VALUE ZEROES.               01740000
017500     05 WS-ST-2-N         PIC 9(04)   VALUE ZEROES.               01750000
017600     05 WS-ED-2-N         PIC 9(04)   VALUE ZEROES.               01760000
017700     05 WS-TOK            PIC X(04)   VALUE SPACES.               01770000
017800     05 WS-TOK-LEN        PIC 9(01)   VALUE ZEROES.               01780000
017900     05 WS-TOK-NUM        PIC 9(04)   VALUE ZEROES.               01790000
018000     05 WS-TOK-OK-SW      PIC X(01)   VALUE 'N'.                  01800000
018100        88 WS-TOK-OK       VALUE 'Y'.                             01810000
018200     05 WS-RANGE-OK-SW    PIC X(01)   VALUE 'N'.                  01820000
018300        88 WS-RANGE-OK     VALUE 'Y'.                             01830000
018400                                                                  01840000
018500*----------------------------------------------------------------*01850000
018600* THE SECTION MASTER - NAME AND SUPERVISOR FOR EACH SECTION      *01860000
018700*----------------------------------------------------------------*01870000
018800 01  WS-SEC-FIELDS.                                               01880000
018900     05 WS-SEC-CNT        PIC 9(04)   VALUE ZEROES.               01890000
019000     05 WS-MAX-SECS       PIC 9(04)   VALUE 500.                  01900000
019100 01  WS-SEC-TABLE.                                                01910000
019200     05 WS-SEC-ENTRY      OCCURS 500 TIMES.                       01920000
019300        10 WS-SEC-NUM     PIC 9(04).                              01930000
019400        10 WS-SEC-NAM     PIC X(15).                              01940000
019500        10 WS-SEC-SUPV    PIC X(10).                              01950000
019600                                                                  01960000
019700*----------------------------------------------------------------*01970000
019800* THE PAIR CREWS THAT PASSED VALIDATION                          *01980000
019900*----------------------------------------------------------------*01990000
020000 01  WS-CRW-FIELDS.                                               02000000
020100     05 WS-CRW-CNT        PIC 9(04)   VALUE ZEROES.               02010000
020200     05 WS-MAX-CRWS       PIC 9(04)   VALUE 500.                  02020000
020300 01  WS-CRW-TABLE.                                                02030000
020400     05 WS-CRW-ENTRY      OCCURS 500 TIMES.                       02040000
020500        10 WS-CRW-PAIR    PIC 9(05).                              02050000
020600        10 WS-CRW-ELF     PIC X(10)   OCCURS 2 TIMES.             02060000
020700                                                                  02070000
020800*----------------------------------------------------------------*02080000
020900* ABSENCES THAT OVERLAP THE CYCLE - OTHERS ARE NOT KEPT          *02090000
021000*----------------------------------------------------------------*02100000
021100 01  WS-AVL-FIELDS.                                               02110000
021200     05 WS-AVL-CNT        PIC 9(04)   VALUE ZEROES.               02120000
021300     05 WS-MAX-AVLS       PIC 9(04)   VALUE 1000.                 02130000
021400 01  WS-AVL-TABLE.                                                02140000
021500     05 WS-AVL-ENTRY      OCCURS 1000 TIMES.                      02150000
021600        10 WS-AVL-ELF     PIC X(10).                              02160000
021700        10 WS-AVL-FROM    PIC 9(06).                              02170000
021800        10 WS-AVL-TO      PIC 9(06).                              02180000
021900        10 WS-AVL-WHY     PIC X(04).                              02190000
022000                                                                  02200000
022100 01  WS-SWITCHES.                                                 02210000
022200     05 FILE-STATUS       PIC X(02)   VALUE SPACES.               02220000
022300        88 SUCCESS        VALUE '00'.                             02230000
022400        88 EOF            VALUE '10'.                             02240000
022500     05 SEC-FILE-STATUS   PIC X(02)   VALUE SPACES.               02250000
022600        88 SEC-SUCCESS    VALUE '00'.                             02260000
022700        88 SEC-EOF        VALUE '10'.                             02270000
022800     05 CRW-FILE-STATUS   PIC X(02)   VALUE SPACES.               02280000
022900        88 CRW-SUCCESS    VALUE '00'.                             02290000
023000        88 CRW-EOF        VALUE '10'.                             02300000
023100     05 AVL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02310000
023200        88 AVL-SUCCESS    VALUE '00'.                             02320000
023300        88 AVL-EOF        VALUE '10'.                             02330000
023400     05 ELF-MST-STATUS    PIC X(02)   VALUE SPACES.               02340000
023500        88 ELF-MST-SUCCESS    VALUE '00'.                         02350000
023600     05 AVC-FILE-STATUS   PIC X(02)   VALUE SPACES.               02360000
023700        88 AVC-SUCCESS    VALUE '00'.                             02370000
023800     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02380000
023900        88 HIST-SUCCESS   VALUE '00'.                             02390000
024000                                                                  02400000
024100 01  WS-HIST-FIELDS.                                              02410000
024200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02420000
024300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02430000
024400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02440000
024401     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02440100
024500                                                                  02450000
024600*----------------------------------------------------------------*02460000
024700* CYCLE PARM, YYMMDD START THEN YYMMDD END. A BLANK START MEANS  *02470000
024800* TODAY AND A BLANK END MEANS A SEVEN-DAY CYCLE FROM THE START   *02480000
024900*----------------------------------------------------------------*02490000
025000 LINKAGE SECTION.                                                 02500000
025100 01  LS-PARM-DATA.                                                02510000
025200     05 LS-START-PARM   PIC X(06).                                02520000
025300     05 LS-END-PARM     PIC X(06).                                02530000
025400                                                                  02540000
025500 PROCEDURE DIVISION USING LS-PARM-DATA.                           02550000
025600                                                                  02560000
025700     PERFORM 0400-INIT-PARM            THRU 0400-EXIT.            02570000
025800     PERFORM 0500-LOAD-SECTIONS        THRU 0500-EXIT.            02580000
025900     OPEN OUTPUT AVC-RPT.                                         02590000
026000     PERFORM 0600-LOAD-CREWS           THRU 0600-EXIT.            02600000
026100     PERFORM 0700-LOAD-ABSENCES        THRU 0700-EXIT.            02610000
026200     PERFORM 1000-CHECK-ROSTER         THRU 1000-EXIT.            02620000
026300     PERFORM 5000-WRITE-TOTALS         THRU 5000-EXIT.            02630000
026400     CLOSE AVC-RPT.                                               02640000
026500     IF WS-CONFLICT-CNT > ZEROES                                  02650000
026600        OR WS-CREW-ERR-CNT > ZEROES                               02660000
026700        OR WS-NOCREW-CNT > ZEROES                                 02670000
026800        MOVE 4                TO RETURN-CODE                      02680000
026900     END-IF.                                                      02690000
027000     STRING 'CONFLICTS ' DELIMITED BY SIZE                        02700000
027100        WS-CONFLICT-CNT DELIMITED BY SIZE                         02710000
027200        ' CREW ERRORS ' DELIMITED BY SIZE                         02720000
027300        WS-CREW-ERR-CNT DELIMITED BY SIZE                         02730000
027400        INTO WS-HIST-MSG.                                         02740000
027500     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02750000
027600     GOBACK.                                                      02760000
027700                                                                  02770000
027800 0400-INIT-PARM.                                                  02780000
027900     IF LS-START-PARM IS NUMERIC AND LS-START-PARM > ZEROES       02790000
028000        MOVE LS-START-PARM    TO WS-CYCLE-START                   02800000
028100     ELSE                                                         02810000
028200        ACCEPT WS-CYCLE-START FROM DATE                           02820000
028300     END-IF.                                                      02830000
028400     IF LS-END-PARM IS NUMERIC AND LS-END-PARM > ZEROES           02840000
028500        MOVE LS-END-PARM      TO WS-CYCLE-END                     02850000
028600     ELSE                                                         02860000
028700        COMPUTE WS-CYCLE-YMD = 20000000 + WS-CYCLE-START          02870000
028800        COMPUTE WS-CYCLE-INT =                                    02880000
028900                FUNCTION INTEGER-OF-DATE(WS-CYCLE-YMD) + 6        02890000
029000        COMPUTE WS-CYCLE-YMD =                                    02900000
029100                FUNCTION DATE-OF-INTEGER(WS-CYCLE-INT)            02910000
029200        MOVE WS-CYCLE-YMD(3:6) TO WS-CYCLE-END                    02920000
029300     END-IF.                                                      02930000
029400     DISPLAY 'ROSTER CYCLE ' WS-CYCLE-START ' TO ' WS-CYCLE-END.  02940000
029500 0400-EXIT.                                                       02950000
029600     EXIT.                                                        02960000
029700                                                                  02970000
029800 0500-LOAD-SECTIONS.                                              02980000
029900     OPEN INPUT SEC-MASTER.                                       02990000
030000     IF NOT SEC-SUCCESS                                           03000000
030100        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4SEC, FILE STATUS: '  03010000
030200                SEC-FILE-STATUS                                   03020000
030300        MOVE 16             TO RETURN-CODE                        03030000
030400        MOVE 'UNABLE TO OPEN SECTION MASTER' TO WS-HIST-MSG       03040000
030500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03050000
030600        GOBACK                                                    03060000
030700     END-IF.                                                      03070000
030800     PERFORM UNTIL SEC-EOF                                        03080000
030900        READ SEC-MASTER                                           03090000
031000             AT END                                               03100000
031100                SET SEC-EOF TO TRUE                               03110000
031200             NOT AT END                                           03120000
031300                IF SEC-NUMBER IS NUMERIC                          03130000
031400                   AND WS-SEC-CNT < WS-MAX-SECS                   03140000
031500                   ADD 1 TO WS-SEC-CNT                            03150000
031600                   MOVE SEC-NUMBER     TO WS-SEC-NUM(WS-SEC-CNT)  03160000
031700                   MOVE SEC-NAME       TO WS-SEC-NAM(WS-SEC-CNT)  03170000
031800                   MOVE SEC-SUPERVISOR TO WS-SEC-SUPV(WS-SEC-CNT) 03180000
031900                END-IF                                            03190000
032000        END-READ                                                  03200000
032100     END-PERFORM.                                                 03210000
032200     CLOSE SEC-MASTER.                                            03220000
032300 0500-EXIT.                                                       03230000
032400     EXIT.                                                        03240000
032500                                                                  03250000
032600 0600-LOAD-CREWS.                                                 03260000
032700*----------------------------------------------------------------*03270000
032800* EVERY CREW ROW NEEDS A PAIR NUMBER AND TWO ELF KEYS THAT ARE   *03280000
032900* ACTIVE ON AOCD1MST. A ROW THAT FAILS IS LISTED AND NOT KEPT    *03290000
033000*----------------------------------------------------------------*03300000
033100     OPEN INPUT CRW-FILE.                                         03310000
033200     OPEN INPUT ELF-MASTER.                                       03320000
033300     IF NOT CRW-SUCCESS                                           03330000
033400        OR NOT ELF-MST-SUCCESS                                    03340000
033500        DISPLAY 'ERROR - UNABLE TO OPEN CREW FILES, STATUS: '     03350000
033600                CRW-FILE-STATUS ' / ' ELF-MST-STATUS              03360000
033700        MOVE 16             TO RETURN-CODE                        03370000
033800        MOVE 'UNABLE TO OPEN CREW FILES'     TO WS-HIST-MSG       03380000
033900        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03390000
034000        GOBACK                                                    03400000
034100     END-IF.                                                      03410000
034200     MOVE SPACES              TO AVC-REC.                         03420000
034300     STRING 'ROSTER AVAILABILITY CONFLICTS - CYCLE '              03430000
034400        DELIMITED BY SIZE                                         03440000
034500        WS-CYCLE-START DELIMITED BY SIZE                          03450000
034600        ' TO ' DELIMITED BY SIZE                                  03460000
034700        WS-CYCLE-END DELIMITED BY SIZE                            03470000
034800        INTO AVC-REC.                                             03480000
034900     WRITE AVC-REC.                                               03490000
035000     MOVE SPACES              TO AVC-REC.                         03500000
035100     WRITE AVC-REC.                                               03510000
035200     MOVE 'CREW FILE ERRORS'  TO AVC-REC.                         03520000
035300     WRITE AVC-REC.                                               03530000
035400     MOVE 'PAIR   ELF KEY     REASON'  TO AVC-REC.                03540000
035500     WRITE AVC-REC.                                               03550000
035600     PERFORM UNTIL CRW-EOF                                        03560000
035700        READ CRW-FILE                                             03570000
035800             AT END                                               03580000
035900                SET CRW-EOF TO TRUE                               03590000
036000             NOT AT END                                           03600000
036100                PERFORM 0650-CHECK-ONE-CREW  THRU 0650-EXIT       03610000
036200        END-READ                                                  03620000
036300     END-PERFORM.                                                 03630000
036400     CLOSE CRW-FILE.                                              03640000
036500     CLOSE ELF-MASTER.                                            03650000
036600 0600-EXIT.                                                       03660000
036700     EXIT.                                                        03670000
036800                                                                  03680000
036900 0650-CHECK-ONE-CREW.                                             03690000
037000     MOVE SPACES              TO WS-REASON.                       03700000
037100     IF CRW-PAIR NOT NUMERIC OR CRW-PAIR = ZEROES                 03710000
037200        MOVE CRW-ELF-1        TO WS-CUR-ELF                       03720000
037300        MOVE 'INVALID PAIR NUMBER'      TO WS-REASON              03730000
037400        PERFORM 0690-WRITE-CREW-ERROR  THRU 0690-EXIT             03740000
037500        GO TO 0650-EXIT                                           03750000
037600     END-IF.                                                      03760000
037700     MOVE ZEROES              TO WS-SLOT.                         03770000
037800     PERFORM VARYING WS-I FROM 1 BY 1                             03780000
037900               UNTIL WS-I > WS-CRW-CNT                            03790000
038000                  OR WS-SLOT > ZEROES                             03800000
038100        IF WS-CRW-PAIR(WS-I) = CRW-PAIR                           03810000
038200           MOVE WS-I             TO WS-SLOT                       03820000
038300        END-IF                                                    03830000
038400     END-PERFORM.                                                 03840000
038500     IF WS-SLOT > ZEROES                                          03850000
038600        MOVE CRW-ELF-1        TO WS-CUR-ELF                       03860000
038700        MOVE 'DUPLICATE PAIR - FIRST KEPT'  TO WS-REASON          03870000
038800        PERFORM 0690-WRITE-CREW-ERROR  THRU 0690-EXIT             03880000
038900        GO TO 0650-EXIT                                           03890000
039000     END-IF.                                                      03900000
039100     MOVE CRW-ELF-1           TO WS-CUR-ELF.                      03910000
039200     PERFORM 0660-CHECK-ONE-ELF  THRU 0660-EXIT.                  03920000
039300     IF WS-REASON = SPACES                                        03930000
039400        MOVE CRW-ELF-2        TO WS-CUR-ELF                       03940000
039500        PERFORM 0660-CHECK-ONE-ELF  THRU 0660-EXIT                03950000
039600     END-IF.                                                      03960000
039700     IF WS-REASON = SPACES                                        03970000
039800        AND CRW-ELF-1 = CRW-ELF-2                                 03980000
039900        MOVE 'SAME ELF TWICE'           TO WS-REASON              03990000
040000     END-IF.                                                      04000000
040100     IF WS-REASON NOT = SPACES                                    04010000
040200        PERFORM 0690-WRITE-CREW-ERROR  THRU 0690-EXIT             04020000
040300        GO TO 0650-EXIT                                           04030000
040400     END-IF.                                                      04040000
040500     IF WS-CRW-CNT < WS-MAX-CRWS                                  04050000
040600        ADD 1                 TO WS-CRW-CNT                       04060000
040700        MOVE CRW-PAIR         TO WS-CRW-PAIR(WS-CRW-CNT)          04070000
040800        MOVE CRW-ELF-1        TO WS-CRW-ELF(WS-CRW-CNT 1)         04080000
040900        MOVE CRW-ELF-2        TO WS-CRW-ELF(WS-CRW-CNT 2)         04090000
041000     ELSE                                                         04100000
041100        DISPLAY 'CREW CAPACITY (500) EXCEEDED: ' CRW-PAIR         04110000
041200     END-IF.                                                      04120000
041300 0650-EXIT.                                                       04130000
041400     EXIT.                                                        04140000
041500                                                                  04150000
041600 0660-CHECK-ONE-ELF.                                              04160000
041700     IF WS-CUR-ELF = SPACES                                       04170000
041800        MOVE 'ELF KEY MISSING'          TO WS-REASON              04180000
041900        GO TO 0660-EXIT                                           04190000
042000     END-IF.                                                      04200000
042100     MOVE WS-CUR-ELF          TO ELF-MST-KEY.                     04210000
042200     READ ELF-MASTER                                              04220000
042300          INVALID KEY                                             04230000
042400             MOVE 'ELF NOT ON AOCD1MST'  TO WS-REASON             04240000
042500          NOT INVALID KEY                                         04250000
042600             IF NOT ELF-MST-IS-ACTIVE                             04260000
042700                MOVE 'ELF NOT ACTIVE ON AOCD1MST'                 04270000
042800                                         TO WS-REASON             04280000
042900             END-IF                                               04290000
043000     END-READ.                                                    04300000
043100 0660-EXIT.                                                       04310000
043200     EXIT.                                                        04320000
043300                                                                  04330000
043400 0690-WRITE-CREW-ERROR.                                           04340000
043500     ADD 1                    TO WS-CREW-ERR-CNT.                 04350000
043600     MOVE SPACES              TO AVC-REC.                         04360000
043700     IF CRW-PAIR IS NUMERIC                                       04370000
043800        MOVE CRW-PAIR         TO AVC-C-PAIR                       04380000
043900     END-IF.                                                      04390000
044000     MOVE WS-CUR-ELF          TO AVC-C-ELF.                       04400000
044100     MOVE WS-REASON           TO AVC-C-REASON.                    04410000
044200     WRITE AVC-CRW-LINE.                                          04420000
044300     DISPLAY 'CREW ROW REJECTED - ' WS-REASON ': ' CRW-REC.       04430000
044400 0690-EXIT.                                                       04440000
044500     EXIT.                                                        04450000
044600                                                                  04460000
044700 0700-LOAD-ABSENCES.                                              04470000
044800*----------------------------------------------------------------*04480000
044900* AN ABSENCE OVERLAPS THE CYCLE UNLESS IT ENDS BEFORE THE START  *04490000
045000* OR BEGINS AFTER THE END. NO AVAILABILITY FILE MEANS NOBODY IS  *04500000
045100* AWAY                                                           *04510000
045200*----------------------------------------------------------------*04520000
045300     OPEN INPUT AVL-FILE.                                         04530000
045400     IF NOT AVL-SUCCESS                                           04540000
045500        DISPLAY 'NO AVAILABILITY FILE - NO ELF IS AWAY'           04550000
045600        GO TO 0700-EXIT                                           04560000
045700     END-IF.                                                      04570000
045800     PERFORM UNTIL AVL-EOF                                        04580000
045900        READ AVL-FILE                                             04590000
046000             AT END                                               04600000
046100                SET AVL-EOF TO TRUE                               04610000
046200             NOT AT END                                           04620000
046300                IF AVL-FROM-DATE IS NUMERIC                       04630000
046400                   AND AVL-TO-DATE IS NUMERIC                     04640000
046500                   AND AVL-TO-DATE NOT < AVL-FROM-DATE            04650000
046600                   IF AVL-TO-DATE NOT < WS-CYCLE-START            04660000
046700                      AND AVL-FROM-DATE NOT > WS-CYCLE-END        04670000
046800                      IF WS-AVL-CNT < WS-MAX-AVLS                 04680000
046900                         ADD 1 TO WS-AVL-CNT                      04690000
047000                         MOVE AVL-ELF-KEY                         04700000
047100                                     TO WS-AVL-ELF(WS-AVL-CNT)    04710000
047200                         MOVE AVL-FROM-DATE                       04720000
047300                                     TO WS-AVL-FROM(WS-AVL-CNT)   04730000
047400                         MOVE AVL-TO-DATE                         04740000
047500                                     TO WS-AVL-TO(WS-AVL-CNT)     04750000
047600                         MOVE AVL-REASON                          04760000
047700                                     TO WS-AVL-WHY(WS-AVL-CNT)    04770000
047800                      ELSE                                        04780000
047900                         DISPLAY 'ABSENCE CAPACITY (1000) '       04790000
048000                                 'EXCEEDED: ' AVL-ELF-KEY         04800000
048100                      END-IF                                      04810000
048200                   END-IF                                         04820000
048300                ELSE                                              04830000
048400                   DISPLAY 'AVAILABILITY ROW DROPPED: ' AVL-REC   04840000
048500                END-IF                                            04850000
048600        END-READ                                                  04860000
048700     END-PERFORM.                                                 04870000
048800     CLOSE AVL-FILE.                                              04880000
048900 0700-EXIT.                                                       04890000
049000     EXIT.                                                        04900000
049100                                                                  04910000
049200 1000-CHECK-ROSTER.                                               04920000
049300*----------------------------------------------------------------*04930000
049400* EACH AOCDAY4 RECORD IS A PAIR, NUMBERED BY ITS SEQUENCE. A     *04940000
049500* ROSTERED PAIR WITH NO CREW ROW CANNOT BE CHECKED AND IS LISTED *04950000
049600*----------------------------------------------------------------*04960000
049700     MOVE SPACES              TO AVC-REC.                         04970000
049800     WRITE AVC-REC.                                               04980000
049900     MOVE 'SECTIONS ROSTERED TO AN ELF WHO IS AWAY'  TO AVC-REC.  04990000
050000     WRITE AVC-REC.                                               05000000
050100     MOVE SPACES              TO AVC-REC.                         05010000
050200     STRING 'PAIR   ELF KEY     AWAY FROM-TO   WHY   SECT'        05020000
050300        DELIMITED BY SIZE                                         05030000
050400        '  NAME             SUPERVISOR' DELIMITED BY SIZE         05040000
050500        INTO AVC-REC.                                             05050000
050600     WRITE AVC-REC.                                               05060000
050700     OPEN INPUT PAIR-RANGE.                                       05070000
050800     IF NOT SUCCESS                                               05080000
050900        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY4, FILE STATUS: '   05090000
051000                FILE-STATUS                                       05100000
051100        MOVE 16             TO RETURN-CODE                        05110000
051200        CLOSE AVC-RPT                                             05120000
051300        MOVE 'UNABLE TO OPEN PAIR RANGES'    TO WS-HIST-MSG       05130000
051400        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             05140000
051500        GOBACK                                                    05150000
051600     END-IF.                                                      05160000
051700     PERFORM UNTIL EOF                                            05170000
051800        READ PAIR-RANGE                                           05180000
051900             AT END                                               05190000
052000                SET EOF TO TRUE                                   05200000
052100             NOT AT END                                           05210000
052200                IF RANGE-REC NOT = SPACES                         05220000
052300                   ADD 1               TO WS-PAIR-SEQ             05230000
052400                   PERFORM 1100-CHECK-ONE-PAIR  THRU 1100-EXIT    05240000
052500                END-IF                                            05250000
052600        END-READ                                                  05260000
052700     END-PERFORM.                                                 05270000
052800     CLOSE PAIR-RANGE.                                            05280000
052900 1000-EXIT.                                                       05290000
053000     EXIT.                                                        05300000
053100                                                                  05310000
053200 1100-CHECK-ONE-PAIR.                                             05320000
053300     UNSTRING RANGE-REC  DELIMITED BY '-' OR ','                  05330000
053400         INTO WS-ST-1 WS-ED-1 WS-ST-2 WS-ED-2.                    05340000
053500     PERFORM 1150-EDIT-RANGE-TOKENS  THRU 1150-EXIT.              05350000
053600     IF NOT WS-RANGE-OK                                           05360000
053700        DISPLAY 'INVALID RANGE RECORD AT PAIR ' WS-PAIR-SEQ       05370000
053800        GO TO 1100-EXIT                                           05380000
053900     END-IF.                                                      05390000
054000     MOVE ZEROES              TO WS-SLOT.                         05400000
054100     PERFORM VARYING WS-I FROM 1 BY 1                             05410000
054200               UNTIL WS-I > WS-CRW-CNT                            05420000
054300                  OR WS-SLOT > ZEROES                             05430000
054400        IF WS-CRW-PAIR(WS-I) = WS-PAIR-SEQ                        05440000
054500           MOVE WS-I             TO WS-SLOT                       05450000
054600        END-IF                                                    05460000
054700     END-PERFORM.                                                 05470000
054800     IF WS-SLOT = ZEROES                                          05480000
054900        ADD 1                 TO WS-NOCREW-CNT                    05490000
055000        MOVE SPACES           TO AVC-REC                          05500000
055100        MOVE WS-PAIR-SEQ      TO AVC-PAIR                         05510000
055200        MOVE '*NO CREW*'      TO AVC-ELF                          05520000
055300        WRITE AVC-DTL-LINE                                        05530000
055400        DISPLAY 'PAIR ' WS-PAIR-SEQ ' HAS NO CREW ROW'            05540000
055500        GO TO 1100-EXIT                                           05550000
055600     END-IF.                                                      05560000
055700     MOVE WS-CRW-ELF(WS-SLOT 1)  TO WS-CUR-ELF.                   05570000
055800     MOVE WS-ST-1-N           TO WS-CUR-ST.                       05580000
055900     MOVE WS-ED-1-N           TO WS-CUR-ED.                       05590000
056000     PERFORM 1200-CHECK-ONE-ELF  THRU 1200-EXIT.                  05600000
056100     MOVE WS-CRW-ELF(WS-SLOT 2)  TO WS-CUR-ELF.                   05610000
056200     MOVE WS-ST-2-N           TO WS-CUR-ST.                       05620000
056300     MOVE WS-ED-2-N           TO WS-CUR-ED.                       05630000
056400     PERFORM 1200-CHECK-ONE-ELF  THRU 1200-EXIT.                  05640000
056500 1100-EXIT.                                                       05650000
056600     EXIT.                                                        05660000
056700                                                                  05670000
056800*----------------------------------------------------------------*05680000
056900* 1150-EDIT-RANGE-TOKENS TRIMS THE FOUR UNSTRUNG TOKENS AND      *05690000
057000* MOVES THEM TO THE NUMERIC RANGE FIELDS - A TOKEN THAT IS NOT   *05700000
057100* ALL DIGITS FAILS THE WHOLE RECORD                              *05710000
057200*----------------------------------------------------------------*05720000
057300 1150-EDIT-RANGE-TOKENS.                                          05730000
057400     MOVE 'Y'                 TO WS-RANGE-OK-SW.                  05740000
057500     MOVE WS-ST-1             TO WS-TOK.                          05750000
057600     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 05760000
057700     MOVE WS-TOK-NUM          TO WS-ST-1-N.                       05770000
057800     MOVE WS-ED-1             TO WS-TOK.                          05780000
057900     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 05790000
058000     MOVE WS-TOK-NUM          TO WS-ED-1-N.                       05800000
058100     MOVE WS-ST-2             TO WS-TOK.                          05810000
058200     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 05820000
058300     MOVE WS-TOK-NUM          TO WS-ST-2-N.                       05830000
058400     MOVE WS-ED-2             TO WS-TOK.                          05840000
058500     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 05850000
058600     MOVE WS-TOK-NUM          TO WS-ED-2-N.                       05860000
058700 1150-EXIT.                                                       05870000
058800     EXIT.                                                        05880000
058900                                                                  05890000
059000 1160-EDIT-ONE-TOKEN.                                             05900000
059100     MOVE 'N'                 TO WS-TOK-OK-SW.                    05910000
059200     MOVE ZEROES              TO WS-TOK-NUM WS-TOK-LEN.           05920000
059300     INSPECT FUNCTION REVERSE(WS-TOK)                             05930000
059400             TALLYING WS-TOK-LEN FOR LEADING SPACES.              05940000
059500     COMPUTE WS-TOK-LEN = 4 - WS-TOK-LEN.                         05950000
059600     IF WS-TOK-LEN > ZEROES                                       05960000
059700        IF WS-TOK(1:WS-TOK-LEN) IS NUMERIC                        05970000
059800           MOVE 'Y'           TO WS-TOK-OK-SW                     05980000
059900           COMPUTE WS-TOK-NUM =                                   05990000
060000              FUNCTION NUMVAL(WS-TOK(1:WS-TOK-LEN))               06000000
060100        END-IF                                                    06010000
060200     END-IF.                                                      06020000
060300     IF NOT WS-TOK-OK                                             06030000
060400        MOVE 'N'              TO WS-RANGE-OK-SW                   06040000
060500     END-IF.                                                      06050000
060600 1160-EXIT.                                                       06060000
060700     EXIT.                                                        06070000
060800                                                                  06080000
060900 1200-CHECK-ONE-ELF.                                              06090000
061000*----------------------------------------------------------------*06100000
061100* FOR EVERY ABSENCE OF THIS ELF IN THE CYCLE, EVERY SECTION OF   *06110000
061200* THE ELF'S RANGE IS A CONFLICT, LISTED WITH ITS SUPERVISOR      *06120000
061300*----------------------------------------------------------------*06130000
061400     PERFORM VARYING WS-J FROM 1 BY 1                             06140000
061500               UNTIL WS-J > WS-AVL-CNT                            06150000
061600        IF WS-AVL-ELF(WS-J) = WS-CUR-ELF                          06160000
061700           ADD 1              TO WS-AWAY-CNT                      06170000
061800           DISPLAY 'PAIR ' WS-PAIR-SEQ ' ELF ' WS-CUR-ELF         06180000
061900                   ' AWAY ' WS-AVL-FROM(WS-J) '-' WS-AVL-TO(WS-J) 06190000
062000                   ' SECTIONS ' WS-CUR-ST '-' WS-CUR-ED           06200000
062100           PERFORM VARYING WS-I FROM 1 BY 1                       06210000
062200                     UNTIL WS-I > WS-SEC-CNT                      06220000
062300              IF WS-SEC-NUM(WS-I) NOT < WS-CUR-ST                 06230000
062400                 AND WS-SEC-NUM(WS-I) NOT > WS-CUR-ED             06240000
062500                 PERFORM 1300-WRITE-CONFLICT  THRU 1300-EXIT      06250000
062600              END-IF                                              06260000
062700           END-PERFORM                                            06270000
062800        END-IF                                                    06280000
062900     END-PERFORM.                                                 06290000
063000 1200-EXIT.                                                       06300000
063100     EXIT.                                                        06310000
063200                                                                  06320000
063300 1300-WRITE-CONFLICT.                                             06330000
063400     ADD 1                    TO WS-CONFLICT-CNT.                 06340000
063500     MOVE SPACES              TO AVC-REC.                         06350000
063600     MOVE WS-PAIR-SEQ         TO AVC-PAIR.                        06360000
063700     MOVE WS-CUR-ELF          TO AVC-ELF.                         06370000
063800     MOVE WS-AVL-FROM(WS-J)   TO AVC-AWAY-FROM.                   06380000
063900     MOVE WS-AVL-TO(WS-J)     TO AVC-AWAY-TO.                     06390000
064000     MOVE WS-AVL-WHY(WS-J)    TO AVC-REASON.                      06400000
064100     MOVE WS-SEC-NUM(WS-I)    TO AVC-SECTION.                     06410000
064200     MOVE WS-SEC-NAM(WS-I)    TO AVC-NAME.                        06420000
064300     MOVE WS-SEC-SUPV(WS-I)   TO AVC-SUPERVISOR.                  06430000
064400     WRITE AVC-DTL-LINE.                                          06440000
064500 1300-EXIT.                                                       06450000
064600     EXIT.                                                        06460000
064700                                                                  06470000
064800 5000-WRITE-TOTALS.                                               06480000
064900     MOVE SPACES              TO AVC-REC.                         06490000
065000     WRITE AVC-REC.                                               06500000
065100     MOVE SPACES              TO AVC-REC.                         06510000
065200     STRING 'CREW ROWS KEPT        ' DELIMITED BY SIZE            06520000
065300        WS-CRW-CNT DELIMITED BY SIZE                              06530000
065400        INTO AVC-REC.                                             06540000
065500     WRITE AVC-REC.                                               06550000
065600     MOVE SPACES              TO AVC-REC.                         06560000
065700     STRING 'CREW ROWS REJECTED    ' DELIMITED BY SIZE            06570000
065800        WS-CREW-ERR-CNT DELIMITED BY SIZE                         06580000
065900        INTO AVC-REC.                                             06590000
066000     WRITE AVC-REC.                                               06600000
066100     MOVE SPACES              TO AVC-REC.                         06610000
066200     STRING 'PAIRS WITH NO CREW    ' DELIMITED BY SIZE            06620000
066300        WS-NOCREW-CNT DELIMITED BY SIZE                           06630000
066400        INTO AVC-REC.                                             06640000
066500     WRITE AVC-REC.                                               06650000
066600     MOVE SPACES              TO AVC-REC.                         06660000
066700     STRING 'ELF ABSENCES HIT      ' DELIMITED BY SIZE            06670000
066800        WS-AWAY-CNT DELIMITED BY SIZE                             06680000
066900        INTO AVC-REC.                                             06690000
067000     WRITE AVC-REC.                                               06700000
067100     MOVE SPACES              TO AVC-REC.                         06710000
067200     STRING 'SECTIONS IN CONFLICT  ' DELIMITED BY SIZE            06720000
067300        WS-CONFLICT-CNT DELIMITED BY SIZE                         06730000
067400        INTO AVC-REC.                                             06740000
067500     WRITE AVC-REC.                                               06750000
067600     DISPLAY 'PAIRS: ' WS-PAIR-SEQ                                06760000
067700             ' NO CREW: ' WS-NOCREW-CNT                           06770000
067800             ' CREW ERRORS: ' WS-CREW-ERR-CNT                     06780000
067900             ' CONFLICTS: ' WS-CONFLICT-CNT.                      06790000
068000 5000-EXIT.                                                       06800000
068100     EXIT.                                                        06810000
068200                                                                  06820000
068300*----------------------------------------------------------------*06830000
068400*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06840000
068500*----------------------------------------------------------------*06850000
068600 9800-WRITE-AUDIT-HIST.                                           06860000
068700     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06870000
068800     ACCEPT WS-HIST-TIME FROM TIME.                               06880000
068900     OPEN EXTEND AUD-HIST.                                        06890000
069000     INITIALIZE AUD-HIST-REC.                                     06900000
069100     MOVE WS-HIST-DATE          TO HIST-DATE.                     06910000
069200     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06920000
069300     MOVE 'AOCD4PGA'            TO HIST-PGM.                      06930000
069301     MOVE WS-HIST-VER           TO HIST-VERSION.                  06930100
069400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06940000
069500     WRITE AUD-HIST-REC.                                          06950000
069600     CLOSE AUD-HIST.                                              06960000
069700 9800-EXIT.                                                       06970000
069800     EXIT.                                                        06980000
