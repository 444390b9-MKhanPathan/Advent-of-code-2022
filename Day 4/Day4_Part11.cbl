000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 4 PROGRAM 11                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  SECTION CERTIFICATION CHECK. SOME SECTIONS INVOLVE            *00040000
000500*  CHEMICALS OR MACHINERY AND ONLY CERTIFIED ELVES MAY CLEAN     *00050000
000600*  THEM. AOCD4SRQ NAMES THE CERTIFICATE EACH SUCH SECTION NEEDS  *00060000
000700*  AND AOCD4QUA HOLDS EVERY ELF'S CERTIFICATES WITH THEIR EXPIRY *00070000
000800*  DATES. EVERY AOCDAY4 ASSIGNMENT OF A CERTIFIED SECTION IS     *00080000
000900*  CHECKED AGAINST THE PAIR'S CREW ON AOCD4CRW - ONE ELF IN THE  *00090000
001000*  PAIR HOLDING A CERTIFICATE STILL VALID AT THE CYCLE START IS  *00100000
001100*  ENOUGH. AOCD4CRT LISTS EVERY ASSIGNMENT WHERE NEITHER ELF     *00110000
001200*  DOES, WITH THE SECTION SUPERVISOR, AND WARNS ON CERTIFICATES  *00120000
001300*  THAT EXPIRE BEFORE THE CYCLE ENDS                             *00130000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD4PGB.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200     SELECT PAIR-RANGE   ASSIGN TO AOCDAY4                        00220000
002300         ORGANIZATION    IS SEQUENTIAL                            00230000
002400          ACCESS MODE    IS SEQUENTIAL                            00240000
002500          FILE STATUS    IS FILE-STATUS.                          00250000
002600                                                                  00260000
002700     SELECT SEC-MASTER  ASSIGN TO AOCD4SEC                        00270000
002800         ORGANIZATION    IS SEQUENTIAL                            00280000
002900          ACCESS MODE    IS SEQUENTIAL                            00290000
003000          FILE STATUS    IS SEC-FILE-STATUS.                      00300000
003100                                                                  00310000
003200*----------------------------------------------------------------*00320000
003300* SECTION CERTIFICATION REQUIREMENTS - SECTION AND CERTIFICATE   *00330000
003400*----------------------------------------------------------------*00340000
003500     SELECT SRQ-FILE    ASSIGN TO AOCD4SRQ                        00350000
003600         ORGANIZATION    IS SEQUENTIAL                            00360000
003700          ACCESS MODE    IS SEQUENTIAL                            00370000
003800          FILE STATUS    IS SRQ-FILE-STATUS.                      00380000
003900                                                                  00390000
004000*----------------------------------------------------------------*00400000
004100* ELF QUALIFICATIONS - CERTIFICATE AND EXPIRY DATE PER ELF       *00410000
004200*----------------------------------------------------------------*00420000
004300     SELECT QUA-FILE    ASSIGN TO AOCD4QUA                        00430000
004400         ORGANIZATION    IS SEQUENTIAL                            00440000
004500          ACCESS MODE    IS SEQUENTIAL                            00450000
004600          FILE STATUS    IS QUA-FILE-STATUS.                      00460000
004700                                                                  00470000
004800*----------------------------------------------------------------*00480000
004900* PAIR CREW FILE - PAIR NUMBER AND THE TWO ELF KEYS BEHIND IT    *00490000
005000*----------------------------------------------------------------*00500000
005100     SELECT CRW-FILE    ASSIGN TO AOCD4CRW                        00510000
005200         ORGANIZATION    IS SEQUENTIAL                            00520000
005300          ACCESS MODE    IS SEQUENTIAL                            00530000
005400          FILE STATUS    IS CRW-FILE-STATUS.                      00540000
005500                                                                  00550000
005600*----------------------------------------------------------------*00560000
005700* CERTIFICATION CHECK REPORT                                     *00570000
005800*----------------------------------------------------------------*00580000
005900     SELECT CRT-RPT     ASSIGN TO AOCD4CRT                        00590000
006000         ORGANIZATION    IS SEQUENTIAL                            00600000
006100          ACCESS MODE    IS SEQUENTIAL                            00610000
006200          FILE STATUS    IS CRT-FILE-STATUS.                      00620000
006300                                                                  00630000
006400*----------------------------------------------------------------*00640000
006500*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00650000
006600*----------------------------------------------------------------*00660000
006700     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00670000
006800        ORGANIZATION    IS SEQUENTIAL                             00680000
006900         ACCESS MODE    IS SEQUENTIAL                             00690000
007000         FILE STATUS    IS HIST-FILE-STATUS.                      00700000
007100                                                                  00710000
007200 DATA DIVISION.                                                   00720000
007300 FILE SECTION.                                                    00730000
007400 FD  PAIR-RANGE.                                                  00740000
007500 01  WS-RANGE.                                                    00750000
007600     05 RANGE-REC              PIC X(19).                         00760000
007700                                                                  00770000
007800 FD  SEC-MASTER.                                                  00780000
007900 01  SEC-REC.                                                     00790000
008000     05 SEC-NUMBER         PIC 9(04).                             00800000
008100     05 FILLER              PIC X(01).                            00810000
008200     05 SEC-NAME           PIC X(15).                             00820000
008300     05 FILLER              PIC X(01).                            00830000
008400     05 SEC-SUPERVISOR     PIC X(10).                             00840000
008500                                                                  00850000
008600 FD  SRQ-FILE.                                                    00860000
008700 01  SRQ-REC.                                                     00870000
008800     05 SRQ-SECTION         PIC 9(04).                            00880000
008900     05 FILLER              PIC X(01).                            00890000
009000     05 SRQ-CERT            PIC X(04).                            00900000
009100                                                                  00910000
009200 FD  QUA-FILE.                                                    00920000
009300 01  QUA-REC.                                                     00930000
009400     05 QUA-ELF-KEY         PIC X(10).                            00940000
009500     05 FILLER              PIC X(01).                            00950000
009600     05 QUA-CERT            PIC X(04).                            00960000
009700     05 FILLER              PIC X(01).                            00970000
009800     05 QUA-EXPIRY          PIC 9(06).                            00980000
009900                                                                  00990000
010000 FD  CRW-FILE.                                                    01000000
010100 01  CRW-REC.                                                     01010000
010200     05 CRW-PAIR            PIC 9(05).                            01020000
010300     05 FILLER              PIC X(01).                            01030000
010400     05 CRW-ELF-1           PIC X(10).                            01040000
010500     05 FILLER              PIC X(01).                            01050000
010600     05 CRW-ELF-2           PIC X(10).                            01060000
010700                                                                  01070000
010800 FD  CRT-RPT.                                                     01080000
010900 01  CRT-REC                PIC X(80).                            01090000
011000 01  CRT-DTL-LINE.                                                01100000
011100     05 CRT-PAIR            PIC 9(05).                            01110000
011200     05 FILLER              PIC X(02).                            01120000
011300     05 CRT-SECTION         PIC 9(04).                            01130000
011400     05 FILLER              PIC X(02).                            01140000
011500     05 CRT-NAME            PIC X(15).                            01150000
011600     05 FILLER              PIC X(02).                            01160000
011700     05 CRT-CERT            PIC X(04).                            01170000
011800     05 FILLER              PIC X(02).                            01180000
011900     05 CRT-SUPERVISOR      PIC X(10).                            01190000
012000     05 FILLER              PIC X(02).                            01200000
012100     05 CRT-REASON          PIC X(20).                            01210000
012200     05 FILLER              PIC X(12).                            01220000
012300 01  CRT-EXP-LINE.                                                01230000
012400     05 CRT-E-ELF           PIC X(10).                            01240000
012500     05 FILLER              PIC X(02).                            01250000
012600     05 CRT-E-CERT          PIC X(04).                            01260000
012700     05 FILLER              PIC X(02).                            01270000
012800     05 CRT-E-EXPIRY        PIC 9(06).                            01280000
012900     05 FILLER              PIC X(02).                            01290000
013000     05 CRT-E-NOTE          PIC X(30).                            01300000
013100     05 FILLER              PIC X(24).                            01310000
013200                                                                  01320000
013300 FD  AUD-HIST                                                     01330000
013400     DATA RECORD IS AUD-HIST-REC.                                 01340000
013500 01  AUD-HIST-REC.                                                01350000
013600     05 HIST-DATE            PIC 9(08).                           01360000
013700     05 FILLER               PIC X(02).                           01370000
013800     05 HIST-TIME            PIC 9(06).                           01380000
013900     05 FILLER               PIC X(02).                           01390000
014000     05 HIST-PGM             PIC X(08).                           01400000
014100     05 FILLER               PIC X(02).                           01410000
014200     05 HIST-OUTPUT          PIC X(40).                           01420000
014201     05 FILLER               PIC X(02).                           01420100
014202     05 HIST-VERSION         PIC X(08).                           01420200
014300                                                                  01430000
014400 WORKING-STORAGE SECTION.                                         01440000
014500 01  WS-WORK-FIELDS.                                              01450000
014600     05 WS-I              PIC 9(04)   VALUE ZEROES.               01460000
014700     05 WS-J              PIC 9(04)   VALUE ZEROES.               01470000
014800     05 WS-K              PIC 9(04)   VALUE ZEROES.               01480000
014900     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01490000
015000     05 WS-SEC-SLOT       PIC 9(04)   VALUE ZEROES.               01500000
015100     05 WS-PAIR-SEQ       PIC 9(05)   VALUE ZEROES.               01510000
015200     05 WS-CYCLE-START    PIC 9(06)   VALUE ZEROES.               01520000
015300     05 WS-CYCLE-END      PIC 9(06)   VALUE ZEROES.               01530000
015400     05 WS-CYCLE-INT      PIC 9(07)   VALUE ZEROES.               01540000
015500     05 WS-CYCLE-YMD      PIC 9(08)   VALUE ZEROES.               01550000
015600     05 WS-CUR-ELF        PIC X(10)   VALUE SPACES.               01560000
015700     05 WS-REASON         PIC X(20)   VALUE SPACES.               01570000
015800     05 WS-ASSIGN-CNT     PIC 9(05)   VALUE ZEROES.               01580000
015900     05 WS-VIOLATION-CNT  PIC 9(05)   VALUE ZEROES.               01590000
016000     05 WS-EXPIRING-CNT   PIC 9(04)   VALUE ZEROES.               01600000
016100     05 WS-ST-1           PIC X(04)   VALUE SPACES.               01610000
016200     05 WS-ED-1           PIC X(04)   VALUE SPACES.               01620000
016300     05 WS-ST-2           PIC X(04)   VALUE SPACES.               01630000
016400     05 WS-ED-2           PIC X(04)   VALUE SPACES.               01640000
016500     05 WS-ST-1-N         PIC 9(04)   VALUE ZEROES.               01650000
016600     05 WS-ED-1-N         PIC 9(04)   VALUE ZEROES.               01660000
016700     05 WS-ST-2-N         PIC 9(04)   VALUE ZEROES.               01670000
016800     05 WS-ED-2-N         PIC 9(04)   VALUE ZEROES.               01680000
016900     05 WS-TOK            PIC X(04)   VALUE SPACES.               01690000
017000     05 WS-TOK-LEN        PIC 9(01)   VALUE ZEROES.               01700000
017100     05 WS-TOK-NUM        PIC 9(04)   VALUE ZEROES.               01710000
017200     05 WS-TOK-OK-SW      PIC X(01)   VALUE 'N'.                  01720000
017300        88 WS-TOK-OK       VALUE 'Y'.                             01730000
017400     05 WS-RANGE-OK-SW    PIC X(01)   VALUE 'N'.                  01740000
017500        88 WS-RANGE-OK     VALUE 'Y'.                             01750000
017600     05 WS-HELD-SW        PIC X(01)   VALUE 'N'.                  01760000
017700        88 WS-CERT-HELD    VALUE 'Y'.                             01770000
017800     05 WS-LAPSED-SW      PIC X(01)   VALUE 'N'.                  01780000
017900        88 WS-CERT-LAPSED  VALUE 'Y'.                             01790000
018000                                                                  01800000
018100*----------------------------------------------------------------*01810000
018200* THE SECTION MASTER - NAME AND SUPERVISOR FOR EACH SECTION      *01820000
018300*----------------------------------------------------------------*01830000
018400 01  WS-SEC-FIELDS.                                               01840000
018500     05 WS-SEC-CNT        PIC 9(04)   VALUE ZEROES.               01850000
018600     05 WS-MAX-SECS       PIC 9(04)   VALUE 500.                  01860000
018700 01  WS-SEC-TABLE.                                                01870000
018800     05 WS-SEC-ENTRY      OCCURS 500 TIMES.                       01880000
018900        10 WS-SEC-NUM     PIC 9(04).                              01890000
019000        10 WS-SEC-NAM     PIC X(15).                              01900000
019100        10 WS-SEC-SUPV    PIC X(10).                              01910000
019200                                                                  01920000
019300*----------------------------------------------------------------*01930000
019400* CERTIFIED SECTIONS - A SECTION NOT LISTED NEEDS NO CERTIFICATE *01940000
019500*----------------------------------------------------------------*01950000
019600 01  WS-SRQ-FIELDS.                                               01960000
019700     05 WS-SRQ-CNT        PIC 9(04)   VALUE ZEROES.               01970000
019800     05 WS-MAX-SRQS       PIC 9(04)   VALUE 500.                  01980000
019900 01  WS-SRQ-TABLE.                                                01990000
020000     05 WS-SRQ-ENTRY      OCCURS 500 TIMES.                       02000000
020100        10 WS-SRQ-SEC     PIC 9(04).                              02010000
020200        10 WS-SRQ-CERT    PIC X(04).                              02020000
020300        10 WS-SRQ-SLOT    PIC 9(04).                              02030000
020400                                                                  02040000
020500 01  WS-QUA-FIELDS.                                               02050000
020600     05 WS-QUA-CNT        PIC 9(04)   VALUE ZEROES.               02060000
020700     05 WS-MAX-QUAS       PIC 9(04)   VALUE 2000.                 02070000
020800 01  WS-QUA-TABLE.                                                02080000
020900     05 WS-QUA-ENTRY      OCCURS 2000 TIMES.                      02090000
021000        10 WS-QUA-ELF     PIC X(10).                              02100000
021100        10 WS-QUA-CERT    PIC X(04).                              02110000
021200        10 WS-QUA-EXP     PIC 9(06).                              02120000
021300                                                                  02130000
021400 01  WS-CRW-FIELDS.                                               02140000
021500     05 WS-CRW-CNT        PIC 9(04)   VALUE ZEROES.               02150000
021600     05 WS-MAX-CRWS       PIC 9(04)   VALUE 500.                  02160000
021700 01  WS-CRW-TABLE.                                                02170000
021800     05 WS-CRW-ENTRY      OCCURS 500 TIMES.                       02180000
021900        10 WS-CRW-PAIR    PIC 9(05).                              02190000
022000        10 WS-CRW-ELF     PIC X(10)   OCCURS 2 TIMES.             02200000
022100                                                                  02210000
022200 01  WS-SWITCHES.                                                 02220000
022300     05 FILE-STATUS       PIC X(02)   VALUE SPACES.               02230000
022400        88 SUCCESS        VALUE '00'.                             02240000
022500        88 EOF            VALUE '10'.                             02250000
022600     05 SEC-FILE-STATUS   PIC X(02)   VALUE SPACES.               02260000
022700        88 SEC-SUCCESS    VALUE '00'.                             02270000
022800        88 SEC-EOF        VALUE '10'.                             02280000
022900     05 SRQ-FILE-STATUS   PIC X(02)   VALUE SPACES.               02290000
023000        88 SRQ-SUCCESS    VALUE '00'.                             02300000
023100        88 SRQ-EOF        VALUE '10'.                             02310000
023200     05 QUA-FILE-STATUS   PIC X(02)   VALUE SPACES.               02320000
023300        88 QUA-SUCCESS    VALUE '00'.                             02330000
023400        88 QUA-EOF        VALUE '10'.                             02340000
023500     05 CRW-FILE-STATUS   PIC X(02)   VALUE SPACES.               02350000
023600        88 CRW-SUCCESS    VALUE '00'.                             02360000
023700        88 CRW-EOF        VALUE '10'.                             02370000
023800     05 CRT-FILE-STATUS   PIC X(02)   VALUE SPACES.               02380000
023900        88 CRT-SUCCESS    VALUE '00'.                             02390000
024000     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02400000
024100        88 HIST-SUCCESS   VALUE '00'.                             02410000
024200                                                                  02420000
024300 01  WS-HIST-FIELDS.                                              02430000
024400     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02440000
024500     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02450000
024600     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02460000
024601     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02460100
024700                                                                  02470000
024800*----------------------------------------------------------------*02480000
024900* CYCLE PARM, YYMMDD START THEN YYMMDD END. A BLANK START MEANS  *02490000
025000* TODAY AND A BLANK END MEANS A SEVEN-DAY CYCLE FROM THE START   *02500000
025100*----------------------------------------------------------------*02510000
025200 LINKAGE SECTION.                                                 02520000
025300 01  LS-PARM-DATA.                                                02530000
025400     05 LS-START-PARM   PIC X(06).                                02540000
025500     05 LS-END-PARM     PIC X(06).                                02550000
025600                                                                  02560000
025700 PROCEDURE DIVISION USING LS-PARM-DATA.                           02570000
025800                                                                  02580000
025900     PERFORM 0400-INIT-PARM            THRU 0400-EXIT.            02590000
026000     PERFORM 0500-LOAD-SECTIONS        THRU 0500-EXIT.            02600000
026100     PERFORM 0600-LOAD-REQUIREMENTS    THRU 0600-EXIT.            02610000
026200     PERFORM 0700-LOAD-QUALIFICATIONS  THRU 0700-EXIT.            02620000
026300     PERFORM 0800-LOAD-CREWS           THRU 0800-EXIT.            02630000
026400     OPEN OUTPUT CRT-RPT.                                         02640000
026500     PERFORM 1000-CHECK-ASSIGNMENTS    THRU 1000-EXIT.            02650000
026600     PERFORM 3000-LIST-EXPIRING        THRU 3000-EXIT.            02660000
026700     PERFORM 5000-WRITE-TOTALS         THRU 5000-EXIT.            02670000
026800     CLOSE CRT-RPT.                                               02680000
026900     IF WS-VIOLATION-CNT > ZEROES                                 02690000
027000        MOVE 4                TO RETURN-CODE                      02700000
027100     END-IF.                                                      02710000
027200     STRING 'UNCERTIFIED ' DELIMITED BY SIZE                      02720000
027300        WS-VIOLATION-CNT DELIMITED BY SIZE                        02730000
027400        ' EXPIRING ' DELIMITED BY SIZE                            02740000
027500        WS-EXPIRING-CNT DELIMITED BY SIZE                         02750000
027600        INTO WS-HIST-MSG.                                         02760000
027700     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02770000
027800     GOBACK.                                                      02780000
027900                                                                  02790000
028000 0400-INIT-PARM.                                                  02800000
028100     IF LS-START-PARM IS NUMERIC AND LS-START-PARM > ZEROES       02810000
028200        MOVE LS-START-PARM    TO WS-CYCLE-START                   02820000
028300     ELSE                                                         02830000
028400        ACCEPT WS-CYCLE-START FROM DATE                           02840000
028500     END-IF.                                                      02850000
028600     IF LS-END-PARM IS NUMERIC AND LS-END-PARM > ZEROES           02860000
028700        MOVE LS-END-PARM      TO WS-CYCLE-END                     02870000
028800     ELSE                                                         02880000
028900        COMPUTE WS-CYCLE-YMD = 20000000 + WS-CYCLE-START          02890000
029000        COMPUTE WS-CYCLE-INT =                                    02900000
029100                FUNCTION INTEGER-OF-DATE(WS-CYCLE-YMD) + 6        02910000
029200        COMPUTE WS-CYCLE-YMD =                                    02920000
029300                FUNCTION DATE-OF-INTEGER(WS-CYCLE-INT)            02930000
029400        MOVE WS-CYCLE-YMD(3:6) TO WS-CYCLE-END                    02940000
029500     END-IF.                                                      02950000
029600     DISPLAY 'CERTIFICATION CYCLE ' WS-CYCLE-START ' TO '         02960000
029700             WS-CYCLE-END.                                        02970000
029800 0400-EXIT.                                                       02980000
029900     EXIT.                                                        02990000
030000                                                                  03000000
030100 0500-LOAD-SECTIONS.                                              03010000
030200     OPEN INPUT SEC-MASTER.                                       03020000
030300     IF NOT SEC-SUCCESS                                           03030000
030400        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4SEC, FILE STATUS: '  03040000
030500                SEC-FILE-STATUS                                   03050000
030600        MOVE 16             TO RETURN-CODE                        03060000
030700        MOVE 'UNABLE TO OPEN SECTION MASTER' TO WS-HIST-MSG       03070000
030800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03080000
030900        GOBACK                                                    03090000
031000     END-IF.                                                      03100000
031100     PERFORM UNTIL SEC-EOF                                        03110000
031200        READ SEC-MASTER                                           03120000
031300             AT END                                               03130000
031400                SET SEC-EOF TO TRUE                               03140000
031500             NOT AT END                                           03150000
031600                IF SEC-NUMBER IS NUMERIC                          03160000
031700                   AND WS-SEC-CNT < WS-MAX-SECS                   03170000
031800                   ADD 1 TO WS-SEC-CNT                            03180000
031900                   MOVE SEC-NUMBER     TO WS-SEC-NUM(WS-SEC-CNT)  03190000
032000                   MOVE SEC-NAME       TO WS-SEC-NAM(WS-SEC-CNT)  03200000
032100                   MOVE SEC-SUPERVISOR TO WS-SEC-SUPV(WS-SEC-CNT) 03210000
032200                END-IF                                            03220000
032300        END-READ                                                  03230000
032400     END-PERFORM.                                                 03240000
032500     CLOSE SEC-MASTER.                                            03250000
032600 0500-EXIT.                                                       03260000
032700     EXIT.                                                        03270000
032800                                                                  03280000
032900 0600-LOAD-REQUIREMENTS.                                          03290000
033000*----------------------------------------------------------------*03300000
033100* A REQUIREMENT FOR A SECTION NOT ON AOCD4SEC IS DROPPED - IT    *03310000
033200* COULD NEVER BE ROSTERED AND HAS NO SUPERVISOR TO REPORT TO     *03320000
033300*----------------------------------------------------------------*03330000
033400     OPEN INPUT SRQ-FILE.                                         03340000
033500     IF NOT SRQ-SUCCESS                                           03350000
033600        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4SRQ, FILE STATUS: '  03360000
033700                SRQ-FILE-STATUS                                   03370000
033800        MOVE 16             TO RETURN-CODE                        03380000
033900        MOVE 'UNABLE TO OPEN REQUIREMENTS'   TO WS-HIST-MSG       03390000
034000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03400000
034100        GOBACK                                                    03410000
034200     END-IF.                                                      03420000
034300     PERFORM UNTIL SRQ-EOF                                        03430000
034400        READ SRQ-FILE                                             03440000
034500             AT END                                               03450000
034600                SET SRQ-EOF TO TRUE                               03460000
034700             NOT AT END                                           03470000
034800                PERFORM 0650-KEEP-REQUIREMENT  THRU 0650-EXIT     03480000
034900        END-READ                                                  03490000
035000     END-PERFORM.                                                 03500000
035100     CLOSE SRQ-FILE.                                              03510000
035200 0600-EXIT.                                                       03520000
035300     EXIT.                                                        03530000
035400                                                                  03540000
035500 0650-KEEP-REQUIREMENT.                                           03550000
035600     IF SRQ-SECTION NOT NUMERIC OR SRQ-CERT = SPACES              03560000
035700        DISPLAY 'REQUIREMENT ROW DROPPED: ' SRQ-REC               03570000
035800        GO TO 0650-EXIT                                           03580000
035900     END-IF.                                                      03590000
036000     MOVE ZEROES              TO WS-SEC-SLOT.                     03600000
036100     PERFORM VARYING WS-I FROM 1 BY 1                             03610000
036200               UNTIL WS-I > WS-SEC-CNT                            03620000
036300                  OR WS-SEC-SLOT > ZEROES                         03630000
036400        IF WS-SEC-NUM(WS-I) = SRQ-SECTION                         03640000
036500           MOVE WS-I             TO WS-SEC-SLOT                   03650000
036600        END-IF                                                    03660000
036700     END-PERFORM.                                                 03670000
036800     IF WS-SEC-SLOT = ZEROES                                      03680000
036900        DISPLAY 'REQUIREMENT FOR SECTION NOT ON MASTER: '         03690000
037000                SRQ-SECTION                                       03700000
037100        GO TO 0650-EXIT                                           03710000
037200     END-IF.                                                      03720000
037300     IF WS-SRQ-CNT < WS-MAX-SRQS                                  03730000
037400        ADD 1                 TO WS-SRQ-CNT                       03740000
037500        MOVE SRQ-SECTION      TO WS-SRQ-SEC(WS-SRQ-CNT)           03750000
037600        MOVE SRQ-CERT         TO WS-SRQ-CERT(WS-SRQ-CNT)          03760000
037700        MOVE WS-SEC-SLOT      TO WS-SRQ-SLOT(WS-SRQ-CNT)          03770000
037800     ELSE                                                         03780000
037900        DISPLAY 'REQUIREMENT CAPACITY (500) EXCEEDED: '           03790000
038000                SRQ-SECTION                                       03800000
038100     END-IF.                                                      03810000
038200 0650-EXIT.                                                       03820000
038300     EXIT.                                                        03830000
038400                                                                  03840000
038500 0700-LOAD-QUALIFICATIONS.                                        03850000
038600     OPEN INPUT QUA-FILE.                                         03860000
038700     IF NOT QUA-SUCCESS                                           03870000
038800        DISPLAY 'NO QUALIFICATION FILE - NO ELF IS CERTIFIED'     03880000
038900        GO TO 0700-EXIT                                           03890000
039000     END-IF.                                                      03900000
039100     PERFORM UNTIL QUA-EOF                                        03910000
039200        READ QUA-FILE                                             03920000
039300             AT END                                               03930000
039400                SET QUA-EOF TO TRUE                               03940000
039500             NOT AT END                                           03950000
039600                IF QUA-ELF-KEY NOT = SPACES                       03960000
039700                   AND QUA-CERT NOT = SPACES                      03970000
039800                   AND QUA-EXPIRY IS NUMERIC                      03980000
039900                   AND WS-QUA-CNT < WS-MAX-QUAS                   03990000
040000                   ADD 1 TO WS-QUA-CNT                            04000000
040100                   MOVE QUA-ELF-KEY    TO WS-QUA-ELF(WS-QUA-CNT)  04010000
040200                   MOVE QUA-CERT       TO WS-QUA-CERT(WS-QUA-CNT) 04020000
040300                   MOVE QUA-EXPIRY     TO WS-QUA-EXP(WS-QUA-CNT)  04030000
040400                ELSE                                              04040000
040500                   DISPLAY 'QUALIFICATION ROW DROPPED: ' QUA-REC  04050000
040600                END-IF                                            04060000
040700        END-READ                                                  04070000
040800     END-PERFORM.                                                 04080000
040900     CLOSE QUA-FILE.                                              04090000
041000 0700-EXIT.                                                       04100000
041100     EXIT.                                                        04110000
041200                                                                  04120000
041300 0800-LOAD-CREWS.                                                 04130000
041400*----------------------------------------------------------------*04140000
041500* THE CREW KEYS WERE VALIDATED AGAINST AOCD1MST BY AOCD4PGA -    *04150000
041600* HERE A PAIR WITH NO CREW SIMPLY HAS NOBODY CERTIFIED           *04160000
041700*----------------------------------------------------------------*04170000
041800     OPEN INPUT CRW-FILE.                                         04180000
041900     IF NOT CRW-SUCCESS                                           04190000
042000        DISPLAY 'NO CREW FILE - NO PAIR HAS A NAMED CREW'         04200000
042100        GO TO 0800-EXIT                                           04210000
042200     END-IF.                                                      04220000
042300     PERFORM UNTIL CRW-EOF                                        04230000
042400        READ CRW-FILE                                             04240000
042500             AT END                                               04250000
042600                SET CRW-EOF TO TRUE                               04260000
042700             NOT AT END                                           04270000
042800                IF CRW-PAIR IS NUMERIC                            04280000
042900                   AND WS-CRW-CNT < WS-MAX-CRWS                   04290000
043000                   ADD 1 TO WS-CRW-CNT                            04300000
043100                   MOVE CRW-PAIR    TO WS-CRW-PAIR(WS-CRW-CNT)    04310000
043200                   MOVE CRW-ELF-1   TO WS-CRW-ELF(WS-CRW-CNT 1)   04320000
043300                   MOVE CRW-ELF-2   TO WS-CRW-ELF(WS-CRW-CNT 2)   04330000
043400                ELSE                                              04340000
043500                   DISPLAY 'CREW ROW DROPPED: ' CRW-REC           04350000
043600                END-IF                                            04360000
043700        END-READ                                                  04370000
043800     END-PERFORM.                                                 04380000
043900     CLOSE CRW-FILE.                                              04390000
044000 0800-EXIT.                                                       04400000
044100     EXIT.                                                        04410000
044200                                                                  04420000
044300 1000-CHECK-ASSIGNMENTS.                                          04430000
044400*----------------------------------------------------------------*04440000
044500* EACH AOCDAY4 RECORD IS A PAIR, NUMBERED BY ITS SEQUENCE. EVERY *04450000
044600* CERTIFIED SECTION INSIDE EITHER OF ITS RANGES IS AN ASSIGNMENT *04460000
044700* TO CHECK AGAINST THE PAIR'S CREW                               *04470000
044800*----------------------------------------------------------------*04480000
044900     MOVE SPACES              TO CRT-REC.                         04490000
045000     STRING 'SECTION CERTIFICATION CHECK - CYCLE '                04500000
045100        DELIMITED BY SIZE                                         04510000
045200        WS-CYCLE-START DELIMITED BY SIZE                          04520000
045300        ' TO ' DELIMITED BY SIZE                                  04530000
045400        WS-CYCLE-END DELIMITED BY SIZE                            04540000
045500        INTO CRT-REC.                                             04550000
045600     WRITE CRT-REC.                                               04560000
045700     MOVE SPACES              TO CRT-REC.                         04570000
045800     WRITE CRT-REC.                                               04580000
045900     MOVE 'CERTIFIED SECTIONS WITH NO CERTIFIED ELF IN THE PAIR'  04590000
046000                              TO CRT-REC.                         04600000
046100     WRITE CRT-REC.                                               04610000
046200     MOVE SPACES              TO CRT-REC.                         04620000
046300     STRING 'PAIR   SECT  NAME             CERT  SUPERVISOR'      04630000
046400        DELIMITED BY SIZE                                         04640000
046500        '  REASON' DELIMITED BY SIZE                              04650000
046600        INTO CRT-REC.                                             04660000
046700     WRITE CRT-REC.                                               04670000
046800     OPEN INPUT PAIR-RANGE.                                       04680000
046900     IF NOT SUCCESS                                               04690000
047000        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY4, FILE STATUS: '   04700000
047100                FILE-STATUS                                       04710000
047200        MOVE 16             TO RETURN-CODE                        04720000
047300        CLOSE CRT-RPT                                             04730000
047400        MOVE 'UNABLE TO OPEN PAIR RANGES'    TO WS-HIST-MSG       04740000
047500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04750000
047600        GOBACK                                                    04760000
047700     END-IF.                                                      04770000
047800     PERFORM UNTIL EOF                                            04780000
047900        READ PAIR-RANGE                                           04790000
048000             AT END                                               04800000
048100                SET EOF TO TRUE                                   04810000
048200             NOT AT END                                           04820000
048300                IF RANGE-REC NOT = SPACES                         04830000
048400                   ADD 1               TO WS-PAIR-SEQ             04840000
048500                   PERFORM 1100-CHECK-ONE-PAIR  THRU 1100-EXIT    04850000
048600                END-IF                                            04860000
048700        END-READ                                                  04870000
048800     END-PERFORM.                                                 04880000
048900     CLOSE PAIR-RANGE.                                            04890000
049000 1000-EXIT.                                                       04900000
049100     EXIT.                                                        04910000
049200                                                                  04920000
049300 1100-CHECK-ONE-PAIR.                                             04930000
049400     UNSTRING RANGE-REC  DELIMITED BY '-' OR ','                  04940000
049500         INTO WS-ST-1 WS-ED-1 WS-ST-2 WS-ED-2.                    04950000
049600     PERFORM 1150-EDIT-RANGE-TOKENS  THRU 1150-EXIT.              04960000
049700     IF NOT WS-RANGE-OK                                           04970000
049800        DISPLAY 'INVALID RANGE RECORD AT PAIR ' WS-PAIR-SEQ       04980000
049900        GO TO 1100-EXIT                                           04990000
050000     END-IF.                                                      05000000
050100     MOVE ZEROES              TO WS-SLOT.                         05010000
050200     PERFORM VARYING WS-I FROM 1 BY 1                             05020000
050300               UNTIL WS-I > WS-CRW-CNT                            05030000
050400                  OR WS-SLOT > ZEROES                             05040000
050500        IF WS-CRW-PAIR(WS-I) = WS-PAIR-SEQ                        05050000
050600           MOVE WS-I             TO WS-SLOT                       05060000
050700        END-IF                                                    05070000
050800     END-PERFORM.                                                 05080000
050900     PERFORM VARYING WS-J FROM 1 BY 1                             05090000
051000               UNTIL WS-J > WS-SRQ-CNT                            05100000
051100        IF (WS-SRQ-SEC(WS-J) NOT < WS-ST-1-N                      05110000
051200            AND WS-SRQ-SEC(WS-J) NOT > WS-ED-1-N)                 05120000
051300           OR (WS-SRQ-SEC(WS-J) NOT < WS-ST-2-N                   05130000
051400            AND WS-SRQ-SEC(WS-J) NOT > WS-ED-2-N)                 05140000
051500           ADD 1              TO WS-ASSIGN-CNT                    05150000
051600           PERFORM 1200-CHECK-ASSIGNMENT  THRU 1200-EXIT          05160000
051700        END-IF                                                    05170000
051800     END-PERFORM.                                                 05180000
051900 1100-EXIT.                                                       05190000
052000     EXIT.                                                        05200000
052100                                                                  05210000
052200*----------------------------------------------------------------*05220000
052300* 1150-EDIT-RANGE-TOKENS TRIMS THE FOUR UNSTRUNG TOKENS AND      *05230000
052400* MOVES THEM TO THE NUMERIC RANGE FIELDS - A TOKEN THAT IS NOT   *05240000
052500* ALL DIGITS FAILS THE WHOLE RECORD                              *05250000
052600*----------------------------------------------------------------*05260000
052700 1150-EDIT-RANGE-TOKENS.                                          05270000
052800     MOVE 'Y'                 TO WS-RANGE-OK-SW.                  05280000
052900     MOVE WS-ST-1             TO WS-TOK.                          05290000
053000     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 05300000
053100     MOVE WS-TOK-NUM          TO WS-ST-1-N.                       05310000
053200     MOVE WS-ED-1             TO WS-TOK.                          05320000
053300     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 05330000
053400     MOVE WS-TOK-NUM          TO WS-ED-1-N.                       05340000
053500     MOVE WS-ST-2             TO WS-TOK.                          05350000
053600     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 05360000
053700     MOVE WS-TOK-NUM          TO WS-ST-2-N.                       05370000
053800     MOVE WS-ED-2             TO WS-TOK.                          05380000
053900     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 05390000
054000     MOVE WS-TOK-NUM          TO WS-ED-2-N.                       05400000
054100 1150-EXIT.                                                       05410000
054200     EXIT.                                                        05420000
054300                                                                  05430000
054400 1160-EDIT-ONE-TOKEN.                                             05440000
054500     MOVE 'N'                 TO WS-TOK-OK-SW.                    05450000
054600     MOVE ZEROES              TO WS-TOK-NUM WS-TOK-LEN.           05460000
054700     INSPECT FUNCTION REVERSE(WS-TOK)                             05470000
054800             TALLYING WS-TOK-LEN FOR LEADING SPACES.              05480000
054900     COMPUTE WS-TOK-LEN = 4 - WS-TOK-LEN.                         05490000
055000     IF WS-TOK-LEN > ZEROES                                       05500000
055100        IF WS-TOK(1:WS-TOK-LEN) IS NUMERIC                        05510000
055200           MOVE 'Y'           TO WS-TOK-OK-SW                     05520000
055300           COMPUTE WS-TOK-NUM =                                   05530000
055400              FUNCTION NUMVAL(WS-TOK(1:WS-TOK-LEN))               05540000
055500        END-IF                                                    05550000
055600     END-IF.                                                      05560000
055700     IF NOT WS-TOK-OK                                             05570000
055800        MOVE 'N'              TO WS-RANGE-OK-SW                   05580000
055900     END-IF.                                                      05590000
056000 1160-EXIT.                                                       05600000
056100     EXIT.                                                        05610000
056200                                                                  05620000
056300 1200-CHECK-ASSIGNMENT.                                           05630000
056400*----------------------------------------------------------------*05640000
056500* ONE ELF IN THE PAIR HOLDING THE CERTIFICATE, UNEXPIRED AT THE  *05650000
056600* CYCLE START, COVERS THE SECTION. A CERTIFICATE HELD BUT        *05660000
056700* ALREADY EXPIRED IS REPORTED AS LAPSED RATHER THAN MISSING      *05670000
056800*----------------------------------------------------------------*05680000
056900     MOVE 'N'                 TO WS-HELD-SW.                      05690000
057000     MOVE 'N'                 TO WS-LAPSED-SW.                    05700000
057100     IF WS-SLOT = ZEROES                                          05710000
057200        MOVE 'NO CREW ON FILE'          TO WS-REASON              05720000
057300        PERFORM 1300-WRITE-VIOLATION  THRU 1300-EXIT              05730000
057400        GO TO 1200-EXIT                                           05740000
057500     END-IF.                                                      05750000
057600     MOVE WS-CRW-ELF(WS-SLOT 1)  TO WS-CUR-ELF.                   05760000
057700     PERFORM 1250-CHECK-ELF-CERT  THRU 1250-EXIT.                 05770000
057800     IF NOT WS-CERT-HELD                                          05780000
057900        MOVE WS-CRW-ELF(WS-SLOT 2)  TO WS-CUR-ELF                 05790000
058000        PERFORM 1250-CHECK-ELF-CERT  THRU 1250-EXIT               05800000
058100     END-IF.                                                      05810000
058200     IF WS-CERT-HELD                                              05820000
058300        GO TO 1200-EXIT                                           05830000
058400     END-IF.                                                      05840000
058500     IF WS-CERT-LAPSED                                            05850000
058600        MOVE 'CERTIFICATE EXPIRED'      TO WS-REASON              05860000
058700     ELSE                                                         05870000
058800        MOVE 'NO ELF CERTIFIED'         TO WS-REASON              05880000
058900     END-IF.                                                      05890000
059000     PERFORM 1300-WRITE-VIOLATION  THRU 1300-EXIT.                05900000
059100 1200-EXIT.                                                       05910000
059200     EXIT.                                                        05920000
059300                                                                  05930000
059400 1250-CHECK-ELF-CERT.                                             05940000
059500     PERFORM VARYING WS-K FROM 1 BY 1                             05950000
059600               UNTIL WS-K > WS-QUA-CNT                            05960000
059700                  OR WS-CERT-HELD                                 05970000
059800        IF WS-QUA-ELF(WS-K) = WS-CUR-ELF                          05980000
059900           AND WS-QUA-CERT(WS-K) = WS-SRQ-CERT(WS-J)              05990000
060000           IF WS-QUA-EXP(WS-K) NOT < WS-CYCLE-START               06000000
060100              MOVE 'Y'        TO WS-HELD-SW                       06010000
060200           ELSE                                                   06020000
060300              MOVE 'Y'        TO WS-LAPSED-SW                     06030000
060400           END-IF                                                 06040000
060500        END-IF                                                    06050000
060600     END-PERFORM.                                                 06060000
060700 1250-EXIT.                                                       06070000
060800     EXIT.                                                        06080000
060900                                                                  06090000
061000 1300-WRITE-VIOLATION.                                            06100000
061100     ADD 1                    TO WS-VIOLATION-CNT.                06110000
061200     MOVE WS-SRQ-SLOT(WS-J)   TO WS-SEC-SLOT.                     06120000
061300     MOVE SPACES              TO CRT-REC.                         06130000
061400     MOVE WS-PAIR-SEQ         TO CRT-PAIR.                        06140000
061500     MOVE WS-SRQ-SEC(WS-J)    TO CRT-SECTION.                     06150000
061600     MOVE WS-SEC-NAM(WS-SEC-SLOT)   TO CRT-NAME.                  06160000
061700     MOVE WS-SRQ-CERT(WS-J)   TO CRT-CERT.                        06170000
061800     MOVE WS-SEC-SUPV(WS-SEC-SLOT)  TO CRT-SUPERVISOR.            06180000
061900     MOVE WS-REASON           TO CRT-REASON.                      06190000
062000     WRITE CRT-DTL-LINE.                                          06200000
062100     DISPLAY 'PAIR ' WS-PAIR-SEQ ' SECTION ' WS-SRQ-SEC(WS-J)     06210000
062200             ' NEEDS ' WS-SRQ-CERT(WS-J) ' - ' WS-REASON.         06220000
062300 1300-EXIT.                                                       06230000
062400     EXIT.                                                        06240000
062500                                                                  06250000
062600 3000-LIST-EXPIRING.                                              06260000
062700*----------------------------------------------------------------*06270000
062800* A CERTIFICATE STILL VALID AT THE CYCLE START BUT EXPIRING BY   *06280000
062900* THE CYCLE END NEEDS RENEWING NOW - IT IS FLAGGED FOR RENEWAL   *06290000
063000* WHEN A SECTION ON AOCD4SRQ REQUIRES THAT CERTIFICATE           *06300000
063100*----------------------------------------------------------------*06310000
063200     MOVE SPACES              TO CRT-REC.                         06320000
063300     WRITE CRT-REC.                                               06330000
063400     MOVE 'CERTIFICATES EXPIRING WITHIN THE CYCLE'  TO CRT-REC.   06340000
063500     WRITE CRT-REC.                                               06350000
063600     MOVE 'ELF KEY     CERT  EXPIRY  NOTE'          TO CRT-REC.   06360000
063700     WRITE CRT-REC.                                               06370000
063800     PERFORM VARYING WS-K FROM 1 BY 1                             06380000
063900               UNTIL WS-K > WS-QUA-CNT                            06390000
064000        IF WS-QUA-EXP(WS-K) NOT < WS-CYCLE-START                  06400000
064100           AND WS-QUA-EXP(WS-K) NOT > WS-CYCLE-END                06410000
064200           ADD 1              TO WS-EXPIRING-CNT                  06420000
064300           MOVE SPACES        TO CRT-REC                          06430000
064400           MOVE WS-QUA-ELF(WS-K)   TO CRT-E-ELF                   06440000
064500           MOVE WS-QUA-CERT(WS-K)  TO CRT-E-CERT                  06450000
064600           MOVE WS-QUA-EXP(WS-K)   TO CRT-E-EXPIRY                06460000
064700           MOVE 'NOT REQUIRED BY ANY SECTION'  TO CRT-E-NOTE      06470000
064800           PERFORM VARYING WS-J FROM 1 BY 1                       06480000
064900                     UNTIL WS-J > WS-SRQ-CNT                      06490000
065000              IF WS-SRQ-CERT(WS-J) = WS-QUA-CERT(WS-K)            06500000
065100                 MOVE 'RENEW - REQUIRED FOR ROSTER'               06510000
065200                                   TO CRT-E-NOTE                  06520000
065300              END-IF                                              06530000
065400           END-PERFORM                                            06540000
065500           WRITE CRT-EXP-LINE                                     06550000
065600           DISPLAY 'CERTIFICATE EXPIRING: ' WS-QUA-ELF(WS-K)      06560000
065700                   ' ' WS-QUA-CERT(WS-K) ' ' WS-QUA-EXP(WS-K)     06570000
065800        END-IF                                                    06580000
065900     END-PERFORM.                                                 06590000
066000 3000-EXIT.                                                       06600000
066100     EXIT.                                                        06610000
066200                                                                  06620000
066300 5000-WRITE-TOTALS.                                               06630000
066400     MOVE SPACES              TO CRT-REC.                         06640000
066500     WRITE CRT-REC.                                               06650000
066600     MOVE SPACES              TO CRT-REC.                         06660000
066700     STRING 'PAIRS CHECKED           ' DELIMITED BY SIZE          06670000
066800        WS-PAIR-SEQ DELIMITED BY SIZE                             06680000
066900        INTO CRT-REC.                                             06690000
067000     WRITE CRT-REC.                                               06700000
067100     MOVE SPACES              TO CRT-REC.                         06710000
067200     STRING 'CERTIFIED ASSIGNMENTS   ' DELIMITED BY SIZE          06720000
067300        WS-ASSIGN-CNT DELIMITED BY SIZE                           06730000
067400        INTO CRT-REC.                                             06740000
067500     WRITE CRT-REC.                                               06750000
067600     MOVE SPACES              TO CRT-REC.                         06760000
067700     STRING 'WITHOUT A CERTIFIED ELF ' DELIMITED BY SIZE          06770000
067800        WS-VIOLATION-CNT DELIMITED BY SIZE                        06780000
067900        INTO CRT-REC.                                             06790000
068000     WRITE CRT-REC.                                               06800000
068100     MOVE SPACES              TO CRT-REC.                         06810000
068200     STRING 'CERTIFICATES EXPIRING   ' DELIMITED BY SIZE          06820000
068300        WS-EXPIRING-CNT DELIMITED BY SIZE                         06830000
068400        INTO CRT-REC.                                             06840000
068500     WRITE CRT-REC.                                               06850000
068600     DISPLAY 'PAIRS: ' WS-PAIR-SEQ                                06860000
068700             ' ASSIGNMENTS: ' WS-ASSIGN-CNT                       06870000
068800             ' UNCERTIFIED: ' WS-VIOLATION-CNT                    06880000
068900             ' EXPIRING: ' WS-EXPIRING-CNT.                       06890000
069000 5000-EXIT.                                                       06900000
069100     EXIT.                                                        06910000
069200                                                                  06920000
069300*----------------------------------------------------------------*06930000
069400*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06940000
069500*----------------------------------------------------------------*06950000
069600 9800-WRITE-AUDIT-HIST.                                           06960000
069700     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06970000
069800     ACCEPT WS-HIST-TIME FROM TIME.                               06980000
069900     OPEN EXTEND AUD-HIST.                                        06990000
070000     INITIALIZE AUD-HIST-REC.                                     07000000
070100     MOVE WS-HIST-DATE          TO HIST-DATE.                     07010000
070200     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     07020000
070300     MOVE 'AOCD4PGB'            TO HIST-PGM.                      07030000
070301     MOVE WS-HIST-VER           TO HIST-VERSION.                  07030100
070400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   07040000
070500     WRITE AUD-HIST-REC.                                          07050000
070600     CLOSE AUD-HIST.                                              07060000
070700 9800-EXIT.                                                       07070000
070800     EXIT.                                                        07080000
