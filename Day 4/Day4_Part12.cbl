000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 4 PROGRAM 12                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  SECTION ROTATION HISTORY. THE AOCD4PG4 GENERATOR USED TO      *00040000
000500*  DEAL THE SAME SLICE TO THE SAME PAIR WEEK AFTER WEEK. EACH    *00050000
000600*  RUN POSTS THE CYCLE'S ROSTER TO THE AOCD4ROT HISTORY - ONE    *00060000
000700*  ROW PER SECTION AND ELF, WITH THE PAIR, FROM AOCDAY4 AND THE  *00070000
000800*  AOCD4CRW CREWS - AND AOCD4RTR FLAGS EVERY ELF WHO HAS HAD THE *00080000
000900*  SAME SECTION MORE THAN N CYCLES RUNNING. AOCD4PG4 READS THE   *00090000
001000*  SAME HISTORY TO ROTATE THE SLICES ROUND THE CREWS EACH CYCLE  *00100000
001100*----------------------------------------------------------------*00110000
001200 IDENTIFICATION DIVISION.                                         00120000
001300 PROGRAM-ID. AOCD4PGC.                                            00130000
001400 AUTHOR. z/OS Mainframer.                                         00140000
001500                                                                  00150000
001600 ENVIRONMENT DIVISION.                                            00160000
001700 INPUT-OUTPUT SECTION.                                            00170000
001800 FILE-CONTROL.                                                    00180000
001900     SELECT PAIR-RANGE   ASSIGN TO AOCDAY4                        00190000
002000         ORGANIZATION    IS SEQUENTIAL                            00200000
002100          ACCESS MODE    IS SEQUENTIAL                            00210000
002200          FILE STATUS    IS FILE-STATUS.                          00220000
002300                                                                  00230000
002400     SELECT SEC-MASTER  ASSIGN TO AOCD4SEC                        00240000
002500         ORGANIZATION    IS SEQUENTIAL                            00250000
002600          ACCESS MODE    IS SEQUENTIAL                            00260000
002700          FILE STATUS    IS SEC-FILE-STATUS.                      00270000
002800                                                                  00280000
002900*----------------------------------------------------------------*00290000
003000* PAIR CREW FILE - PAIR NUMBER AND THE TWO ELF KEYS BEHIND IT    *00300000
003100*----------------------------------------------------------------*00310000
003200     SELECT CRW-FILE    ASSIGN TO AOCD4CRW                        00320000
003300         ORGANIZATION    IS SEQUENTIAL                            00330000
003400          ACCESS MODE    IS SEQUENTIAL                            00340000
003500          FILE STATUS    IS CRW-FILE-STATUS.                      00350000
003600                                                                  00360000
003700*----------------------------------------------------------------*00370000
003800* ROTATION HISTORY - APPENDED ONE CYCLE AT A TIME, OLDEST FIRST  *00380000
003900*----------------------------------------------------------------*00390000
004000     SELECT ROT-FILE    ASSIGN TO AOCD4ROT                        00400000
004100         ORGANIZATION    IS SEQUENTIAL                            00410000
004200          ACCESS MODE    IS SEQUENTIAL                            00420000
004300          FILE STATUS    IS ROT-FILE-STATUS.                      00430000
004400                                                                  00440000
004500*----------------------------------------------------------------*00450000
004600* ROTATION REPORT                                                *00460000
004700*----------------------------------------------------------------*00470000
004800     SELECT RTR-RPT     ASSIGN TO AOCD4RTR                        00480000
004900         ORGANIZATION    IS SEQUENTIAL                            00490000
005000          ACCESS MODE    IS SEQUENTIAL                            00500000
005100          FILE STATUS    IS RTR-FILE-STATUS.                      00510000
005200                                                                  00520000
005300*----------------------------------------------------------------*00530000
005400*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00540000
005500*----------------------------------------------------------------*00550000
005600     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00560000
005700        ORGANIZATION    IS SEQUENTIAL                             00570000
005800         ACCESS MODE    IS SEQUENTIAL                             00580000
005900         FILE STATUS    IS HIST-FILE-STATUS.                      00590000
006000                                                                  00600000
006100 DATA DIVISION.                                                   00610000
006200 FILE SECTION.                                                    00620000
006300 FD  PAIR-RANGE.                                                  00630000
006400 01  WS-RANGE.                                                    00640000
006500     05 RANGE-REC              PIC X(19).                         00650000
006600                                                                  00660000
006700 FD  SEC-MASTER.                                                  00670000
006800 01  SEC-REC.                                                     00680000
006900     05 SEC-NUMBER         PIC 9(04).                             00690000
007000     05 FILLER              PIC X(01).                            00700000
007100     05 SEC-NAME           PIC X(15).                             00710000
007200     05 FILLER              PIC X(01).                            00720000
007300     05 SEC-SUPERVISOR     PIC X(10).                             00730000
007400                                                                  00740000
007500 FD  CRW-FILE.                                                    00750000
007600 01  CRW-REC.                                                     00760000
007700     05 CRW-PAIR            PIC 9(05).                            00770000
007800     05 FILLER              PIC X(01).                            00780000
007900     05 CRW-ELF-1           PIC X(10).                            00790000
008000     05 FILLER              PIC X(01).                            00800000
008100     05 CRW-ELF-2           PIC X(10).                            00810000
008200                                                                  00820000
008300 FD  ROT-FILE.                                                    00830000
008400 01  ROT-REC.                                                     00840000
008500     05 ROT-CYCLE           PIC 9(06).                            00850000
008600     05 FILLER              PIC X(01).                            00860000
008700     05 ROT-SECTION         PIC 9(04).                            00870000
008800     05 FILLER              PIC X(01).                            00880000
008900     05 ROT-PAIR            PIC 9(05).                            00890000
009000     05 FILLER              PIC X(01).                            00900000
009100     05 ROT-ELF             PIC X(10).                            00910000
009200                                                                  00920000
009300 FD  RTR-RPT.                                                     00930000
009400 01  RTR-REC                PIC X(80).                            00940000
009500 01  RTR-DTL-LINE.                                                00950000
009600     05 RTR-ELF             PIC X(10).                            00960000
009700     05 FILLER              PIC X(02).                            00970000
009800     05 RTR-SECTION         PIC 9(04).                            00980000
009900     05 FILLER              PIC X(02).                            00990000
010000     05 RTR-NAME            PIC X(15).                            01000000
010100     05 FILLER              PIC X(02).                            01010000
010200     05 RTR-PAIR            PIC 9(05).                            01020000
010300     05 FILLER              PIC X(02).                            01030000
010400     05 RTR-CYCLES          PIC ZZ9.                              01040000
010500     05 FILLER              PIC X(02).                            01050000
010600     05 RTR-FLAG            PIC X(20).                            01060000
010700     05 FILLER              PIC X(13).                            01070000
010800                                                                  01080000
010900 FD  AUD-HIST                                                     01090000
011000     DATA RECORD IS AUD-HIST-REC.                                 01100000
011100 01  AUD-HIST-REC.                                                01110000
011200     05 HIST-DATE            PIC 9(08).                           01120000
011300     05 FILLER               PIC X(02).                           01130000
011400     05 HIST-TIME            PIC 9(06).                           01140000
011500     05 FILLER               PIC X(02).                           01150000
011600     05 HIST-PGM             PIC X(08).                           01160000
011700     05 FILLER               PIC X(02).                           01170000
011800     05 HIST-OUTPUT          PIC X(40).                           01180000
011801     05 FILLER               PIC X(02).                           01180100
011802     05 HIST-VERSION         PIC X(08).                           01180200
011900                                                                  01190000
012000 WORKING-STORAGE SECTION.                                         01200000
012100 01  WS-WORK-FIELDS.                                              01210000
012200     05 WS-I              PIC 9(04)   VALUE ZEROES.               01220000
012300     05 WS-J              PIC 9(04)   VALUE ZEROES.               01230000
012400     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01240000
012500     05 WS-PAIR-SEQ       PIC 9(05)   VALUE ZEROES.               01250000
012600     05 WS-CYCLE          PIC 9(06)   VALUE ZEROES.               01260000
012700     05 WS-RUN-LIMIT      PIC 9(02)   VALUE 3.                    01270000
012800     05 WS-WINDOW         PIC 9(03)   VALUE ZEROES.               01280000
012900     05 WS-LAST-CYCLE     PIC 9(06)   VALUE ZEROES.               01290000
013000     05 WS-CUR-ELF        PIC X(10)   VALUE SPACES.               01300000
013100     05 WS-CUR-ST         PIC 9(04)   VALUE ZEROES.               01310000
013200     05 WS-CUR-ED         PIC 9(04)   VALUE ZEROES.               01320000
013300     05 WS-RUN-CNT        PIC 9(03)   VALUE ZEROES.               01330000
013400     05 WS-POSTED-CNT     PIC 9(05)   VALUE ZEROES.               01340000
013500     05 WS-NOCREW-CNT     PIC 9(04)   VALUE ZEROES.               01350000
013600     05 WS-CHECKED-CNT    PIC 9(05)   VALUE ZEROES.               01360000
013700     05 WS-FLAGGED-CNT    PIC 9(05)   VALUE ZEROES.               01370000
013800     05 WS-ST-1           PIC X(04)   VALUE SPACES.               01380000
013900     05 WS-ED-1           PIC X(04)   VALUE SPACES.               01390000
014000     05 WS-ST-2           PIC X(04)   VALUE SPACES.               01400000
014100     05 WS-ED-2           PIC X(04)   VALUE SPACES.               01410000
014200     05 WS-ST-1-N         PIC 9(04)   VALUE ZEROES.               01420000
014300     05 WS-ED-1-N         PIC 9(04)   VALUE ZEROES.               01430000
014400     05 WS-ST-2-N         PIC 9(04)   VALUE ZEROES.               01440000
014500     05 WS-ED-2-N         PIC 9(04)   VALUE ZEROES.               01450000
014600     05 WS-TOK            PIC X(04)   VALUE SPACES.               01460000
014700     05 WS-TOK-LEN        PIC 9(01)   VALUE ZEROES.               01470000
014800     05 WS-TOK-NUM        PIC 9(04)   VALUE ZEROES.               01480000
014900     05 WS-TOK-OK-SW      PIC X(01)   VALUE 'N'.                  01490000
015000        88 WS-TOK-OK       VALUE 'Y'.                             01500000
015100     05 WS-RANGE-OK-SW    PIC X(01)   VALUE 'N'.                  01510000
015200        88 WS-RANGE-OK     VALUE 'Y'.                             01520000
015300     05 WS-POST-SW        PIC X(01)   VALUE 'N'.                  01530000
015400        88 WS-POST-CYCLE   VALUE 'Y'.                             01540000
015500                                                                  01550000
015600 01  WS-SEC-FIELDS.                                               01560000
015700     05 WS-SEC-CNT        PIC 9(04)   VALUE ZEROES.               01570000
015800     05 WS-MAX-SECS       PIC 9(04)   VALUE 500.                  01580000
015900 01  WS-SEC-TABLE.                                                01590000
016000     05 WS-SEC-ENTRY      OCCURS 500 TIMES.                       01600000
016100        10 WS-SEC-NUM     PIC 9(04).                              01610000
016200        10 WS-SEC-NAM     PIC X(15).                              01620000
016300                                                                  01630000
016400 01  WS-CRW-FIELDS.                                               01640000
016500     05 WS-CRW-CNT        PIC 9(04)   VALUE ZEROES.               01650000
016600     05 WS-MAX-CRWS       PIC 9(04)   VALUE 500.                  01660000
016700 01  WS-CRW-TABLE.                                                01670000
016800     05 WS-CRW-ENTRY      OCCURS 500 TIMES.                       01680000
016900        10 WS-CRW-PAIR    PIC 9(05).                              01690000
017000        10 WS-CRW-ELF     PIC X(10)   OCCURS 2 TIMES.             01700000
017100                                                                  01710000
017200*----------------------------------------------------------------*01720000
017300* THE LAST N+1 DISTINCT CYCLES ON THE HISTORY, OLDEST FIRST - AN *01730000
017400* ELF ON THE SAME SECTION IN ALL OF THEM HAS HAD IT MORE THAN N  *01740000
017500* CYCLES RUNNING                                                 *01750000
017600*----------------------------------------------------------------*01760000
017700 01  WS-CYC-FIELDS.                                               01770000
017800     05 WS-CYC-CNT        PIC 9(03)   VALUE ZEROES.               01780000
017900 01  WS-CYC-TABLE.                                                01790000
018000     05 WS-CYC-ENTRY      OCCURS 100 TIMES.                       01800000
018100        10 WS-CYC-DATE    PIC 9(06).                              01810000
018200                                                                  01820000
018300 01  WS-HST-FIELDS.                                               01830000
018400     05 WS-HST-CNT        PIC 9(04)   VALUE ZEROES.               01840000
018500     05 WS-MAX-HSTS       PIC 9(04)   VALUE 9999.                 01850000
018600 01  WS-HST-TABLE.                                                01860000
018700     05 WS-HST-ENTRY      OCCURS 9999 TIMES.                      01870000
018800        10 WS-HST-CYCLE   PIC 9(06).                              01880000
018900        10 WS-HST-SEC     PIC 9(04).                              01890000
019000        10 WS-HST-PAIR    PIC 9(05).                              01900000
019100        10 WS-HST-ELF     PIC X(10).                              01910000
019200                                                                  01920000
019300 01  WS-SWITCHES.                                                 01930000
019400     05 FILE-STATUS       PIC X(02)   VALUE SPACES.               01940000
019500        88 SUCCESS        VALUE '00'.                             01950000
019600        88 EOF            VALUE '10'.                             01960000
019700     05 SEC-FILE-STATUS   PIC X(02)   VALUE SPACES.               01970000
019800        88 SEC-SUCCESS    VALUE '00'.                             01980000
019900        88 SEC-EOF        VALUE '10'.                             01990000
020000     05 CRW-FILE-STATUS   PIC X(02)   VALUE SPACES.               02000000
020100        88 CRW-SUCCESS    VALUE '00'.                             02010000
020200        88 CRW-EOF        VALUE '10'.                             02020000
020300     05 ROT-FILE-STATUS   PIC X(02)   VALUE SPACES.               02030000
020400        88 ROT-SUCCESS    VALUE '00'.                             02040000
020500        88 ROT-EOF        VALUE '10'.                             02050000
020600     05 RTR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02060000
020700        88 RTR-SUCCESS    VALUE '00'.                             02070000
020800     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02080000
020900        88 HIST-SUCCESS   VALUE '00'.                             02090000
021000                                                                  02100000
021100 01  WS-HIST-FIELDS.                                              02110000
021200     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02120000
021300     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02130000
021400     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02140000
021401     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02140100
021500                                                                  02150000
021600*----------------------------------------------------------------*02160000
021700* PARM - CYCLE START YYMMDD (BLANK MEANS TODAY) THEN N, THE MOST *02170000
021800* CYCLES RUNNING AN ELF MAY KEEP ONE SECTION (BLANK MEANS 3)     *02180000
021900*----------------------------------------------------------------*02190000
022000 LINKAGE SECTION.                                                 02200000
022100 01  LS-PARM-DATA.                                                02210000
022200     05 LS-CYCLE-PARM   PIC X(06).                                02220000
022300     05 LS-LIMIT-PARM   PIC X(02).                                02230000
022400                                                                  02240000
022500 PROCEDURE DIVISION USING LS-PARM-DATA.                           02250000
022600                                                                  02260000
022700     PERFORM 0400-INIT-PARM            THRU 0400-EXIT.            02270000
022800     PERFORM 0500-LOAD-SECTIONS        THRU 0500-EXIT.            02280000
022900     PERFORM 0600-LOAD-CREWS           THRU 0600-EXIT.            02290000
023000     PERFORM 0700-SCAN-HISTORY         THRU 0700-EXIT.            02300000
023100     IF WS-POST-CYCLE                                             02310000
023200        PERFORM 1000-POST-CYCLE        THRU 1000-EXIT             02320000
023300     END-IF.                                                      02330000
023400     PERFORM 2000-LOAD-WINDOW          THRU 2000-EXIT.            02340000
023500     PERFORM 3000-REPORT-RUNS          THRU 3000-EXIT.            02350000
023600     IF WS-FLAGGED-CNT > ZEROES                                   02360000
023700        MOVE 4                TO RETURN-CODE                      02370000
023800     END-IF.                                                      02380000
023900     STRING 'POSTED ' DELIMITED BY SIZE                           02390000
024000        WS-POSTED-CNT DELIMITED BY SIZE                           02400000
024100        ' SAME-SECTION RUNS ' DELIMITED BY SIZE                   02410000
024200        WS-FLAGGED-CNT DELIMITED BY SIZE                          02420000
024300        INTO WS-HIST-MSG.                                         02430000
024400     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02440000
024500     GOBACK.                                                      02450000
024600                                                                  02460000
024700 0400-INIT-PARM.                                                  02470000
024800     IF LS-CYCLE-PARM IS NUMERIC AND LS-CYCLE-PARM > ZEROES       02480000
024900        MOVE LS-CYCLE-PARM    TO WS-CYCLE                         02490000
025000     ELSE                                                         02500000
025100        ACCEPT WS-CYCLE       FROM DATE                           02510000
025200     END-IF.                                                      02520000
025300     IF LS-LIMIT-PARM IS NUMERIC AND LS-LIMIT-PARM > ZEROES       02530000
025400        MOVE LS-LIMIT-PARM    TO WS-RUN-LIMIT                     02540000
025500     END-IF.                                                      02550000
025600     COMPUTE WS-WINDOW = WS-RUN-LIMIT + 1.                        02560000
025700     DISPLAY 'ROTATION CYCLE ' WS-CYCLE                           02570000
025800             ' RUN LIMIT ' WS-RUN-LIMIT.                          02580000
025900 0400-EXIT.                                                       02590000
026000     EXIT.                                                        02600000
026100                                                                  02610000
026200 0500-LOAD-SECTIONS.                                              02620000
026300     OPEN INPUT SEC-MASTER.                                       02630000
026400     IF NOT SEC-SUCCESS                                           02640000
026500        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4SEC, FILE STATUS: '  02650000
026600                SEC-FILE-STATUS                                   02660000
026700        MOVE 16             TO RETURN-CODE                        02670000
026800        MOVE 'UNABLE TO OPEN SECTION MASTER' TO WS-HIST-MSG       02680000
026900        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02690000
027000        GOBACK                                                    02700000
027100     END-IF.                                                      02710000
027200     PERFORM UNTIL SEC-EOF                                        02720000
027300        READ SEC-MASTER                                           02730000
027400             AT END                                               02740000
027500                SET SEC-EOF TO TRUE                               02750000
027600             NOT AT END                                           02760000
027700                IF SEC-NUMBER IS NUMERIC                          02770000
027800                   AND WS-SEC-CNT < WS-MAX-SECS                   02780000
027900                   ADD 1 TO WS-SEC-CNT                            02790000
028000                   MOVE SEC-NUMBER     TO WS-SEC-NUM(WS-SEC-CNT)  02800000
028100                   MOVE SEC-NAME       TO WS-SEC-NAM(WS-SEC-CNT)  02810000
028200                END-IF                                            02820000
028300        END-READ                                                  02830000
028400     END-PERFORM.                                                 02840000
028500     CLOSE SEC-MASTER.                                            02850000
028600 0500-EXIT.                                                       02860000
028700     EXIT.                                                        02870000
028800                                                                  02880000
028900 0600-LOAD-CREWS.                                                 02890000
029000     OPEN INPUT CRW-FILE.                                         02900000
029100     IF NOT CRW-SUCCESS                                           02910000
029200        DISPLAY 'NO CREW FILE - PAIRS POSTED WITHOUT ELVES'       02920000
029300        GO TO 0600-EXIT                                           02930000
029400     END-IF.                                                      02940000
029500     PERFORM UNTIL CRW-EOF                                        02950000
029600        READ CRW-FILE                                             02960000
029700             AT END                                               02970000
029800                SET CRW-EOF TO TRUE                               02980000
029900             NOT AT END                                           02990000
030000                IF CRW-PAIR IS NUMERIC                            03000000
030100                   AND WS-CRW-CNT < WS-MAX-CRWS                   03010000
030200                   ADD 1 TO WS-CRW-CNT                            03020000
030300                   MOVE CRW-PAIR    TO WS-CRW-PAIR(WS-CRW-CNT)    03030000
030400                   MOVE CRW-ELF-1   TO WS-CRW-ELF(WS-CRW-CNT 1)   03040000
030500                   MOVE CRW-ELF-2   TO WS-CRW-ELF(WS-CRW-CNT 2)   03050000
030600                ELSE                                              03060000
030700                   DISPLAY 'CREW ROW DROPPED: ' CRW-REC           03070000
030800                END-IF                                            03080000
030900        END-READ                                                  03090000
031000     END-PERFORM.                                                 03100000
031100     CLOSE CRW-FILE.                                              03110000
031200 0600-EXIT.                                                       03120000
031300     EXIT.                                                        03130000
031400                                                                  03140000
031500 0700-SCAN-HISTORY.                                               03150000
031600*----------------------------------------------------------------*03160000
031700* THE HISTORY IS IN CYCLE ORDER, SO ONE PASS GIVES THE LAST      *03170000
031800* CYCLE POSTED AND THE WINDOW OF RECENT CYCLES. A CYCLE ALREADY  *03180000
031900* POSTED IS NOT POSTED AGAIN ON A RERUN, AND ONE OLDER THAN THE  *03190000
032000* LAST POSTED IS REFUSED SO THE HISTORY STAYS IN ORDER           *03200000
032100*----------------------------------------------------------------*03210000
032200     OPEN INPUT ROT-FILE.                                         03220000
032300     IF ROT-SUCCESS                                               03230000
032400        PERFORM UNTIL ROT-EOF                                     03240000
032500           READ ROT-FILE                                          03250000
032600                AT END                                            03260000
032700                   SET ROT-EOF TO TRUE                            03270000
032800                NOT AT END                                        03280000
032900                   IF ROT-CYCLE IS NUMERIC                        03290000
033000                      AND ROT-CYCLE NOT = WS-LAST-CYCLE           03300000
033100                      MOVE ROT-CYCLE   TO WS-LAST-CYCLE           03310000
033200                      PERFORM 0750-ADD-WINDOW-CYCLE               03320000
033300                                       THRU 0750-EXIT             03330000
033400                   END-IF                                         03340000
033500           END-READ                                               03350000
033600        END-PERFORM                                               03360000
033700        CLOSE ROT-FILE                                            03370000
033800     ELSE                                                         03380000
033900        DISPLAY 'NO ROTATION HISTORY - STARTING A NEW ONE'        03390000
034000     END-IF.                                                      03400000
034100     EVALUATE TRUE                                                03410000
034200        WHEN WS-CYCLE > WS-LAST-CYCLE                             03420000
034300           SET WS-POST-CYCLE  TO TRUE                             03430000
034400           MOVE WS-CYCLE      TO WS-LAST-CYCLE                    03440000
034500           PERFORM 0750-ADD-WINDOW-CYCLE  THRU 0750-EXIT          03450000
034600        WHEN WS-CYCLE = WS-LAST-CYCLE                             03460000
034700           DISPLAY 'CYCLE ' WS-CYCLE ' ALREADY POSTED - '         03470000
034800                   'REPORTING ONLY'                               03480000
034900        WHEN OTHER                                                03490000
035000           DISPLAY 'CYCLE ' WS-CYCLE ' IS OLDER THAN LAST POSTED '03500000
035100                   WS-LAST-CYCLE ' - NOT POSTED'                  03510000
035200           MOVE 4             TO RETURN-CODE                      03520000
035300     END-EVALUATE.                                                03530000
035400 0700-EXIT.                                                       03540000
035500     EXIT.                                                        03550000
035600                                                                  03560000
035700 0750-ADD-WINDOW-CYCLE.                                           03570000
035800     IF WS-CYC-CNT < WS-WINDOW                                    03580000
035900        ADD 1                 TO WS-CYC-CNT                       03590000
036000     ELSE                                                         03600000
036100        PERFORM VARYING WS-I FROM 2 BY 1                          03610000
036200                  UNTIL WS-I > WS-CYC-CNT                         03620000
036300           MOVE WS-CYC-DATE(WS-I)  TO WS-CYC-DATE(WS-I - 1)       03630000
036400        END-PERFORM                                               03640000
036500     END-IF.                                                      03650000
036600     MOVE WS-LAST-CYCLE       TO WS-CYC-DATE(WS-CYC-CNT).         03660000
036700 0750-EXIT.                                                       03670000
036800     EXIT.                                                        03680000
036900                                                                  03690000
037000 1000-POST-CYCLE.                                                 03700000
037100*----------------------------------------------------------------*03710000
037200* ONE HISTORY ROW PER SECTION OF EACH ELF'S RANGE - THE FIRST    *03720000
037300* ELF OF THE CREW CLEANS THE FIRST RANGE, THE SECOND THE SECOND  *03730000
037400*----------------------------------------------------------------*03740000
037500     OPEN INPUT PAIR-RANGE.                                       03750000
037600     IF NOT SUCCESS                                               03760000
037700        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY4, FILE STATUS: '   03770000
037800                FILE-STATUS                                       03780000
037900        MOVE 16             TO RETURN-CODE                        03790000
038000        MOVE 'UNABLE TO OPEN PAIR RANGES'    TO WS-HIST-MSG       03800000
038100        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03810000
038200        GOBACK                                                    03820000
038300     END-IF.                                                      03830000
038400     OPEN EXTEND ROT-FILE.                                        03840000
038500     IF NOT ROT-SUCCESS                                           03850000
038600        OPEN OUTPUT ROT-FILE                                      03860000
038700     END-IF.                                                      03870000
038800     PERFORM UNTIL EOF                                            03880000
038900        READ PAIR-RANGE                                           03890000
039000             AT END                                               03900000
039100                SET EOF TO TRUE                                   03910000
039200             NOT AT END                                           03920000
039300                IF RANGE-REC NOT = SPACES                         03930000
039400                   ADD 1               TO WS-PAIR-SEQ             03940000
039500                   PERFORM 1100-POST-ONE-PAIR  THRU 1100-EXIT     03950000
039600                END-IF                                            03960000
039700        END-READ                                                  03970000
039800     END-PERFORM.                                                 03980000
039900     CLOSE PAIR-RANGE.                                            03990000
040000     CLOSE ROT-FILE.                                              04000000
040100     DISPLAY 'HISTORY ROWS POSTED: ' WS-POSTED-CNT                04010000
040200             ' PAIRS WITH NO CREW: ' WS-NOCREW-CNT.               04020000
040300 1000-EXIT.                                                       04030000
040400     EXIT.                                                        04040000
040500                                                                  04050000
040600 1100-POST-ONE-PAIR.                                              04060000
040700     UNSTRING RANGE-REC  DELIMITED BY '-' OR ','                  04070000
040800         INTO WS-ST-1 WS-ED-1 WS-ST-2 WS-ED-2.                    04080000
040900     PERFORM 1150-EDIT-RANGE-TOKENS  THRU 1150-EXIT.              04090000
041000     IF NOT WS-RANGE-OK                                           04100000
041100        DISPLAY 'INVALID RANGE RECORD AT PAIR ' WS-PAIR-SEQ       04110000
041200        GO TO 1100-EXIT                                           04120000
041300     END-IF.                                                      04130000
041400     MOVE ZEROES              TO WS-SLOT.                         04140000
041500     PERFORM VARYING WS-I FROM 1 BY 1                             04150000
041600               UNTIL WS-I > WS-CRW-CNT                            04160000
041700                  OR WS-SLOT > ZEROES                             04170000
041800        IF WS-CRW-PAIR(WS-I) = WS-PAIR-SEQ                        04180000
041900           MOVE WS-I             TO WS-SLOT                       04190000
042000        END-IF                                                    04200000
042100     END-PERFORM.                                                 04210000
042200     IF WS-SLOT = ZEROES                                          04220000
042300        ADD 1                 TO WS-NOCREW-CNT                    04230000
042400        MOVE SPACES           TO WS-CUR-ELF                       04240000
042500     ELSE                                                         04250000
042600        MOVE WS-CRW-ELF(WS-SLOT 1)  TO WS-CUR-ELF                 04260000
042700     END-IF.                                                      04270000
042800     MOVE WS-ST-1-N           TO WS-CUR-ST.                       04280000
042900     MOVE WS-ED-1-N           TO WS-CUR-ED.                       04290000
043000     PERFORM 1200-POST-RANGE  THRU 1200-EXIT.                     04300000
043100     IF WS-SLOT > ZEROES                                          04310000
043200        MOVE WS-CRW-ELF(WS-SLOT 2)  TO WS-CUR-ELF                 04320000
043300     END-IF.                                                      04330000
043400     MOVE WS-ST-2-N           TO WS-CUR-ST.                       04340000
043500     MOVE WS-ED-2-N           TO WS-CUR-ED.                       04350000
043600     PERFORM 1200-POST-RANGE  THRU 1200-EXIT.                     04360000
043700 1100-EXIT.                                                       04370000
043800     EXIT.                                                        04380000
043900                                                                  04390000
044000*----------------------------------------------------------------*04400000
044100* 1150-EDIT-RANGE-TOKENS TRIMS THE FOUR UNSTRUNG TOKENS AND      *04410000
044200* MOVES THEM TO THE NUMERIC RANGE FIELDS - A TOKEN THAT IS NOT   *04420000
044300* ALL DIGITS FAILS THE WHOLE RECORD                              *04430000
044400*----------------------------------------------------------------*04440000
044500 1150-EDIT-RANGE-TOKENS.                                          04450000
044600     MOVE 'Y'                 TO WS-RANGE-OK-SW.                  04460000
044700     MOVE WS-ST-1             TO WS-TOK.                          04470000
044800     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 04480000
044900     MOVE WS-TOK-NUM          TO WS-ST-1-N.                       04490000
045000     MOVE WS-ED-1             TO WS-TOK.                          04500000
045100     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 04510000
045200     MOVE WS-TOK-NUM          TO WS-ED-1-N.                       04520000
045300     MOVE WS-ST-2             TO WS-TOK.                          04530000
045400     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 04540000
045500     MOVE WS-TOK-NUM          TO WS-ST-2-N.                       04550000
045600     MOVE WS-ED-2             TO WS-TOK.                          04560000
045700     PERFORM 1160-EDIT-ONE-TOKEN  THRU 1160-EXIT.                 04570000
045800     MOVE WS-TOK-NUM          TO WS-ED-2-N.                       04580000
045900 1150-EXIT.                                                       04590000
046000     EXIT.                                                        04600000
046100                                                                  04610000
046200 1160-EDIT-ONE-TOKEN.                                             04620000
046300     MOVE 'N'                 TO WS-TOK-OK-SW.                    04630000
046400     MOVE ZEROES              TO WS-TOK-NUM WS-TOK-LEN.           04640000
046500     INSPECT FUNCTION REVERSE(WS-TOK)                             04650000
046600             TALLYING WS-TOK-LEN FOR LEADING SPACES.              04660000
046700     COMPUTE WS-TOK-LEN = 4 - WS-TOK-LEN.                         04670000
046800     IF WS-TOK-LEN > ZEROES                                       04680000
046900        IF WS-TOK(1:WS-TOK-LEN) IS NUMERIC                        04690000
047000           MOVE 'Y'           TO WS-TOK-OK-SW                     04700000
047100           COMPUTE WS-TOK-NUM =                                   04710000
047200              FUNCTION NUMVAL(WS-TOK(1:WS-TOK-LEN))               04720000
047300        END-IF                                                    04730000
047400     END-IF.                                                      04740000
047500     IF NOT WS-TOK-OK                                             04750000
047600        MOVE 'N'              TO WS-RANGE-OK-SW                   04760000
047700     END-IF.                                                      04770000
047800 1160-EXIT.                                                       04780000
047900     EXIT.                                                        04790000
048000                                                                  04800000
048100 1200-POST-RANGE.                                                 04810000
048200     PERFORM VARYING WS-I FROM 1 BY 1                             04820000
048300               UNTIL WS-I > WS-SEC-CNT                            04830000
048400        IF WS-SEC-NUM(WS-I) NOT < WS-CUR-ST                       04840000
048500           AND WS-SEC-NUM(WS-I) NOT > WS-CUR-ED                   04850000
048600           MOVE SPACES        TO ROT-REC                          04860000
048700           MOVE WS-CYCLE      TO ROT-CYCLE                        04870000
048800           MOVE WS-SEC-NUM(WS-I)  TO ROT-SECTION                  04880000
048900           MOVE WS-PAIR-SEQ   TO ROT-PAIR                         04890000
049000           MOVE WS-CUR-ELF    TO ROT-ELF                          04900000
049100           WRITE ROT-REC                                          04910000
049200           ADD 1              TO WS-POSTED-CNT                    04920000
049300        END-IF                                                    04930000
049400     END-PERFORM.                                                 04940000
049500 1200-EXIT.                                                       04950000
049600     EXIT.                                                        04960000
049700                                                                  04970000
049800 2000-LOAD-WINDOW.                                                04980000
049900*----------------------------------------------------------------*04990000
050000* ONLY ROWS INSIDE THE WINDOW OF RECENT CYCLES, AND ONLY ROWS    *05000000
050100* THAT NAME AN ELF, ARE NEEDED FOR THE RUN CHECK                 *05010000
050200*----------------------------------------------------------------*05020000
050300     IF WS-CYC-CNT = ZEROES                                       05030000
050400        GO TO 2000-EXIT                                           05040000
050500     END-IF.                                                      05050000
050600     OPEN INPUT ROT-FILE.                                         05060000
050700     IF NOT ROT-SUCCESS                                           05070000
050800        GO TO 2000-EXIT                                           05080000
050900     END-IF.                                                      05090000
051000     PERFORM UNTIL ROT-EOF                                        05100000
051100        READ ROT-FILE                                             05110000
051200             AT END                                               05120000
051300                SET ROT-EOF TO TRUE                               05130000
051400             NOT AT END                                           05140000
051500                IF ROT-CYCLE IS NUMERIC                           05150000
051600                   AND ROT-CYCLE NOT < WS-CYC-DATE(1)             05160000
051700                   AND ROT-ELF NOT = SPACES                       05170000
051800                   IF WS-HST-CNT < WS-MAX-HSTS                    05180000
051900                      ADD 1 TO WS-HST-CNT                         05190000
052000                      MOVE ROT-CYCLE   TO WS-HST-CYCLE(WS-HST-CNT)05200000
052100                      MOVE ROT-SECTION TO WS-HST-SEC(WS-HST-CNT)  05210000
052200                      MOVE ROT-PAIR    TO WS-HST-PAIR(WS-HST-CNT) 05220000
052300                      MOVE ROT-ELF     TO WS-HST-ELF(WS-HST-CNT)  05230000
052400                   ELSE                                           05240000
052500                      DISPLAY 'HISTORY CAPACITY (9999) EXCEEDED'  05250000
052600                      SET ROT-EOF TO TRUE                         05260000
052700                   END-IF                                         05270000
052800                END-IF                                            05280000
052900        END-READ                                                  05290000
053000     END-PERFORM.                                                 05300000
053100     CLOSE ROT-FILE.                                              05310000
053200 2000-EXIT.                                                       05320000
053300     EXIT.                                                        05330000
053400                                                                  05340000
053500 3000-REPORT-RUNS.                                                05350000
053600*----------------------------------------------------------------*05360000
053700* FOR EVERY ELF AND SECTION OF THE LATEST CYCLE, COUNT THE       *05370000
053800* WINDOW CYCLES IN WHICH THE ELF HAD THAT SECTION. A FULL WINDOW *05380000
053900* IS A RUN LONGER THAN THE LIMIT AND IS FLAGGED FOR ROTATION     *05390000
054000*----------------------------------------------------------------*05400000
054100     OPEN OUTPUT RTR-RPT.                                         05410000
054200     MOVE SPACES              TO RTR-REC.                         05420000
054300     STRING 'SECTION ROTATION REPORT - CYCLE ' DELIMITED BY SIZE  05430000
054400        WS-LAST-CYCLE DELIMITED BY SIZE                           05440000
054500        '  RUN LIMIT ' DELIMITED BY SIZE                          05450000
054600        WS-RUN-LIMIT DELIMITED BY SIZE                            05460000
054700        ' CYCLES' DELIMITED BY SIZE                               05470000
054800        INTO RTR-REC.                                             05480000
054900     WRITE RTR-REC.                                               05490000
055000     MOVE SPACES              TO RTR-REC.                         05500000
055100     WRITE RTR-REC.                                               05510000
055200     MOVE 'ELF KEY     SECT  NAME             PAIR   RUNS'        05520000
055300                              TO RTR-REC.                         05530000
055400     WRITE RTR-REC.                                               05540000
055500     PERFORM VARYING WS-J FROM 1 BY 1                             05550000
055600               UNTIL WS-J > WS-HST-CNT                            05560000
055700        IF WS-HST-CYCLE(WS-J) = WS-LAST-CYCLE                     05570000
055800           ADD 1              TO WS-CHECKED-CNT                   05580000
055900           MOVE ZEROES        TO WS-RUN-CNT                       05590000
056000           PERFORM VARYING WS-I FROM 1 BY 1                       05600000
056100                     UNTIL WS-I > WS-HST-CNT                      05610000
056200              IF WS-HST-ELF(WS-I) = WS-HST-ELF(WS-J)              05620000
056300                 AND WS-HST-SEC(WS-I) = WS-HST-SEC(WS-J)          05630000
056400                 ADD 1        TO WS-RUN-CNT                       05640000
056500              END-IF                                              05650000
056600           END-PERFORM                                            05660000
056700           IF WS-RUN-CNT > WS-RUN-LIMIT                           05670000
056800              PERFORM 3100-WRITE-RUN  THRU 3100-EXIT              05680000
056900           END-IF                                                 05690000
057000        END-IF                                                    05700000
057100     END-PERFORM.                                                 05710000
057200     MOVE SPACES              TO RTR-REC.                         05720000
057300     WRITE RTR-REC.                                               05730000
057400     MOVE SPACES              TO RTR-REC.                         05740000
057500     STRING 'HISTORY ROWS POSTED     ' DELIMITED BY SIZE          05750000
057600        WS-POSTED-CNT DELIMITED BY SIZE                           05760000
057700        INTO RTR-REC.                                             05770000
057800     WRITE RTR-REC.                                               05780000
057900     MOVE SPACES              TO RTR-REC.                         05790000
058000     STRING 'ASSIGNMENTS CHECKED     ' DELIMITED BY SIZE          05800000
058100        WS-CHECKED-CNT DELIMITED BY SIZE                          05810000
058200        INTO RTR-REC.                                             05820000
058300     WRITE RTR-REC.                                               05830000
058400     MOVE SPACES              TO RTR-REC.                         05840000
058500     STRING 'SAME SECTION TOO LONG   ' DELIMITED BY SIZE          05850000
058600        WS-FLAGGED-CNT DELIMITED BY SIZE                          05860000
058700        INTO RTR-REC.                                             05870000
058800     WRITE RTR-REC.                                               05880000
058900     CLOSE RTR-RPT.                                               05890000
059000     DISPLAY 'ASSIGNMENTS CHECKED: ' WS-CHECKED-CNT               05900000
059100             ' FLAGGED: ' WS-FLAGGED-CNT.                         05910000
059200 3000-EXIT.                                                       05920000
059300     EXIT.                                                        05930000
059400                                                                  05940000
059500 3100-WRITE-RUN.                                                  05950000
059600     ADD 1                    TO WS-FLAGGED-CNT.                  05960000
059700     MOVE SPACES              TO RTR-REC.                         05970000
059800     MOVE WS-HST-ELF(WS-J)    TO RTR-ELF.                         05980000
059900     MOVE WS-HST-SEC(WS-J)    TO RTR-SECTION.                     05990000
060000     MOVE WS-HST-PAIR(WS-J)   TO RTR-PAIR.                        06000000
060100     MOVE WS-RUN-CNT          TO RTR-CYCLES.                      06010000
060200     MOVE 'ROTATE THIS SECTION'    TO RTR-FLAG.                   06020000
060300     PERFORM VARYING WS-I FROM 1 BY 1                             06030000
060400               UNTIL WS-I > WS-SEC-CNT                            06040000
060500        IF WS-SEC-NUM(WS-I) = WS-HST-SEC(WS-J)                    06050000
060600           MOVE WS-SEC-NAM(WS-I)  TO RTR-NAME                     06060000
060700        END-IF                                                    06070000
060800     END-PERFORM.                                                 06080000
060900     WRITE RTR-DTL-LINE.                                          06090000
061000 3100-EXIT.                                                       06100000
061100     EXIT.                                                        06110000
061200                                                                  06120000
061300*----------------------------------------------------------------*06130000
061400*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06140000
061500*----------------------------------------------------------------*06150000
061600 9800-WRITE-AUDIT-HIST.                                           06160000
061700     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06170000
061800     ACCEPT WS-HIST-TIME FROM TIME.                               06180000
061900     OPEN EXTEND AUD-HIST.                                        06190000
062000     INITIALIZE AUD-HIST-REC.                                     06200000
062100     MOVE WS-HIST-DATE          TO HIST-DATE.                     06210000
062200     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06220000
062300     MOVE 'AOCD4PGC'            TO HIST-PGM.                      06230000
062301     MOVE WS-HIST-VER           TO HIST-VERSION.                  06230100
062400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06240000
062500     WRITE AUD-HIST-REC.                                          06250000
062600     CLOSE AUD-HIST.                                              06260000
062700 9800-EXIT.                                                       06270000
062800     EXIT.                                                        06280000
