000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 5 PROGRAM 14                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  MOVE-LIST COSTING. TWO MOVE LISTS WITH THE SAME CRATE COUNT   *00040000
000500*  CAN TAKE VERY DIFFERENT TIMES ON THE FLOOR. THIS STEP PRICES  *00050000
000600*  A LIST IN ESTIMATED CRANE MINUTES THROUGH THE AOCD5PGD        *00060000
000700*  TRAVEL-COST MODEL AND BREAKS THE COST DOWN BY FROM/TO LANE.   *00070000
000800*  BY DEFAULT IT PRICES AOCDAY52 - RAW, OR AS OPTIMIZED BY       *00080000
000900*  AOCD5PG8 - AS ONE CRANE WORKING THE LIST IN ORDER; WITH PARM  *00090000
001000*  S IT PRICES THE AOCD5PG6 SPLIT, EACH OF AOCD5SC1 AND AOCD5SC2 *00100000
001100*  AS ITS OWN CRANE, AND SHOWS THE MINUTES PER CRANE             *00110000
001200*----------------------------------------------------------------*00120000
001300 IDENTIFICATION DIVISION.                                         00130000
001400 PROGRAM-ID. AOCD5PGE.                                            00140000
001500 AUTHOR. z/OS Mainframer.                                         00150000
001600                                                                  00160000
001700 ENVIRONMENT DIVISION.                                            00170000
001800 INPUT-OUTPUT SECTION.                                            00180000
001900 FILE-CONTROL.                                                    00190000
002000     SELECT PROCESS-DATA  ASSIGN TO AOCDAY52                      00200000
002100        ORGANIZATION    IS SEQUENTIAL                             00210000
002200         ACCESS MODE    IS SEQUENTIAL                             00220000
002300         FILE STATUS    IS PROC-FILE-STATUS.                      00230000
002400                                                                  00240000
002500*----------------------------------------------------------------*00250000
002600* THE AOCD5PG6 PER-CRANE SCHEDULES, PRICED UNDER PARM S          *00260000
002700*----------------------------------------------------------------*00270000
002800     SELECT SC1-FILE     ASSIGN TO AOCD5SC1                       00280000
002900        ORGANIZATION    IS SEQUENTIAL                             00290000
003000         ACCESS MODE    IS SEQUENTIAL                             00300000
003100         FILE STATUS    IS SC1-FILE-STATUS.                       00310000
003200                                                                  00320000
003300     SELECT SC2-FILE     ASSIGN TO AOCD5SC2                       00330000
003400        ORGANIZATION    IS SEQUENTIAL                             00340000
003500         ACCESS MODE    IS SEQUENTIAL                             00350000
003600         FILE STATUS    IS SC2-FILE-STATUS.                       00360000
003700                                                                  00370000
003800*----------------------------------------------------------------*00380000
003900* COSTING REPORT - MINUTES BY LANE AND IN TOTAL                  *00390000
004000*----------------------------------------------------------------*00400000
004100     SELECT CST-RPT      ASSIGN TO AOCD5CST                       00410000
004200        ORGANIZATION    IS SEQUENTIAL                             00420000
004300         ACCESS MODE    IS SEQUENTIAL                             00430000
004400         FILE STATUS    IS CST-FILE-STATUS.                       00440000
004500                                                                  00450000
004600*----------------------------------------------------------------*00460000
004700*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00470000
004800*----------------------------------------------------------------*00480000
004900     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00490000
005000        ORGANIZATION    IS SEQUENTIAL                             00500000
005100         ACCESS MODE    IS SEQUENTIAL                             00510000
005200         FILE STATUS    IS HIST-FILE-STATUS.                      00520000
005300                                                                  00530000
005400 DATA DIVISION.                                                   00540000
005500 FILE SECTION.                                                    00550000
005600 FD  PROCESS-DATA                                                 00560000
005700     DATA RECORD IS PROCESS-DATA-REC.                             00570000
005800 01  PROCESS-DATA-REC.                                            00580000
005900     05 PROCESS-REC            PIC X(30).                         00590000
006000                                                                  00600000
006100 FD  SC1-FILE.                                                    00610000
006200 01  SC1-REC.                                                     00620000
006300     05 SC1-MOVE-SEQ    PIC 9(05).                                00630000
006400     05 FILLER          PIC X(02).                                00640000
006500     05 SC1-CRATES      PIC 9(03).                                00650000
006600     05 FILLER          PIC X(02).                                00660000
006700     05 SC1-FROM-STACK  PIC 9(02).                                00670000
006800     05 FILLER          PIC X(02).                                00680000
006900     05 SC1-TO-STACK    PIC 9(02).                                00690000
007000     05 FILLER          PIC X(20).                                00700000
007100                                                                  00710000
007200 FD  SC2-FILE.                                                    00720000
007300 01  SC2-REC.                                                     00730000
007400     05 SC2-MOVE-SEQ    PIC 9(05).                                00740000
007500     05 FILLER          PIC X(02).                                00750000
007600     05 SC2-CRATES      PIC 9(03).                                00760000
007700     05 FILLER          PIC X(02).                                00770000
007800     05 SC2-FROM-STACK  PIC 9(02).                                00780000
007900     05 FILLER          PIC X(02).                                00790000
008000     05 SC2-TO-STACK    PIC 9(02).                                00800000
008100     05 FILLER          PIC X(20).                                00810000
008200                                                                  00820000
008300 FD  CST-RPT.                                                     00830000
008400 01  CST-REC                PIC X(80).                            00840000
008500 01  CST-LANE-LINE.                                               00850000
008600     05 FILLER              PIC X(05).                            00860000
008700     05 CST-FROM            PIC 9(02).                            00870000
008800     05 FILLER              PIC X(01).                            00880000
008900     05 CST-TO              PIC 9(02).                            00890000
009000     05 FILLER              PIC X(04).                            00900000
009100     05 CST-MOVES           PIC Z(04)9.                           00910000
009200     05 FILLER              PIC X(03).                            00920000
009300     05 CST-CRATES          PIC Z(06)9.                           00930000
009400     05 FILLER              PIC X(03).                            00940000
009500     05 CST-MINUTES         PIC Z(05)9.99.                        00950000
009600     05 FILLER              PIC X(03).                            00960000
009700     05 CST-AVG             PIC ZZZ9.99.                          00970000
009800     05 FILLER              PIC X(29).                            00980000
009900 01  CST-TOT-LINE.                                                00990000
010000     05 CST-TOT-TEXT        PIC X(30).                            01000000
010100     05 FILLER              PIC X(02).                            01010000
010200     05 CST-TOT-MINUTES     PIC Z(05)9.99.                        01020000
010300     05 FILLER              PIC X(39).                            01030000
010400 01  CST-CNT-LINE.                                                01040000
010500     05 CST-CNT-TEXT        PIC X(30).                            01050000
010600     05 FILLER              PIC X(02).                            01060000
010700     05 CST-CNT-VALUE       PIC Z(08)9.                           01070000
010800     05 FILLER              PIC X(39).                            01080000
010900                                                                  01090000
011000 FD  AUD-HIST                                                     01100000
011100     DATA RECORD IS AUD-HIST-REC.                                 01110000
011200 01  AUD-HIST-REC.                                                01120000
011300     05 HIST-DATE            PIC 9(08).                           01130000
011400     05 FILLER               PIC X(02).                           01140000
011500     05 HIST-TIME            PIC 9(06).                           01150000
011600     05 FILLER               PIC X(02).                           01160000
011700     05 HIST-PGM             PIC X(08).                           01170000
011800     05 FILLER               PIC X(02).                           01180000
011900     05 HIST-OUTPUT          PIC X(40).                           01190000
011901     05 FILLER               PIC X(02).                           01190100
011902     05 HIST-VERSION         PIC X(08).                           01190200
012000                                                                  01200000
012100 WORKING-STORAGE SECTION.                                         01210000
012200 01  WS-WORK-FIELDS.                                              01220000
012300     05 WS-I              PIC 9(03)   VALUE ZEROES.               01230000
012400     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01240000
012500     05 WS-MOVE-SEQ       PIC 9(05)   VALUE ZEROES.               01250000
012600     05 WS-PRICED-CNT     PIC 9(05)   VALUE ZEROES.               01260000
012700     05 WS-BAD-CNT        PIC 9(05)   VALUE ZEROES.               01270000
012800     05 WS-DEFAULT-CNT    PIC 9(05)   VALUE ZEROES.               01280000
012900     05 WS-TOT-CRATES     PIC 9(07)   VALUE ZEROES.               01290000
013000     05 WS-TOT-MINUTES    PIC 9(06)V99  VALUE ZEROES.             01300000
013100     05 WS-EMPTY-MINUTES  PIC 9(06)V99  VALUE ZEROES.             01310000
013200     05 WS-CRANE-MINUTES  PIC 9(06)V99  VALUE ZEROES.             01320000
013300     05 WS-PREV-STACK     PIC 9(02)   VALUE ZEROES.               01330000
013400     05 WS-FMT-SW         PIC X(01)   VALUE SPACE.                01340000
013500        88 WS-SCHEDULE-FMT  VALUE 'S'.                            01350000
013600                                                                  01360000
013700*----------------------------------------------------------------*01370000
013800* CRATES AND MINUTES PER FROM/TO LANE, IN ORDER OF FIRST USE     *01380000
013900*----------------------------------------------------------------*01390000
014000 01  WS-LANE-FIELDS.                                              01400000
014100     05 WS-LANE-CNT       PIC 9(03)   VALUE ZEROES.               01410000
014200     05 WS-MAX-LANES      PIC 9(03)   VALUE 200.                  01420000
014300 01  WS-LANE-TABLE.                                               01430000
014400     05 WS-LANE-ENTRY     OCCURS 200 TIMES.                       01440000
014500        10 WS-LANE-FROM   PIC 9(02).                              01450000
014600        10 WS-LANE-TO     PIC 9(02).                              01460000
014700        10 WS-LANE-MOVES  PIC 9(05).                              01470000
014800        10 WS-LANE-CRATES PIC 9(07).                              01480000
014900        10 WS-LANE-MIN    PIC 9(06)V99.                           01490000
015000                                                                  01500000
015100 01  WS-UNSTRING.                                                 01510000
015200     05 WS-MOVE             PIC X(04).                            01520000
015300     05 WS-CRATES           PIC X(03).                            01530000
015400     05 WS-FROM             PIC X(04).                            01540000
015500     05 WS-FROM-STACK       PIC X(03).                            01550000
015600     05 WS-TO               PIC X(02).                            01560000
015700     05 WS-TO-STACK         PIC X(03).                            01570000
015800     05 CRATES              PIC 9(03).                            01580000
015900     05 FROM-STACK          PIC 9(02).                            01590000
016000     05 TO-STACK            PIC 9(02).                            01600000
016100                                                                  01610000
016200*----------------------------------------------------------------*01620000
016300* PASSED TO THE AOCD5PGD TRAVEL-COST MODEL FOR EACH MOVE         *01630000
016400*----------------------------------------------------------------*01640000
016500 01  WS-TRV-AREA.                                                 01650000
016600     05 WS-TRV-PREV       PIC 9(02)     VALUE ZEROES.             01660000
016700     05 WS-TRV-FROM       PIC 9(02)     VALUE ZEROES.             01670000
016800     05 WS-TRV-TO         PIC 9(02)     VALUE ZEROES.             01680000
016900     05 WS-TRV-CRATES     PIC 9(03)     VALUE ZEROES.             01690000
017000     05 WS-TRV-MINUTES    PIC 9(04)V99  VALUE ZEROES.             01700000
017100     05 WS-TRV-EMPTY      PIC 9(04)V99  VALUE ZEROES.             01710000
017200     05 WS-TRV-RESULT     PIC X(01)     VALUE SPACE.              01720000
017300                                                                  01730000
017400 01  WS-SWITCHES.                                                 01740000
017500     05 PROC-FILE-STATUS  PIC X(02)   VALUE SPACES.               01750000
017600        88 PROC-SUCCESS   VALUE '00'.                             01760000
017700        88 PROC-EOF       VALUE '10'.                             01770000
017800     05 SC1-FILE-STATUS   PIC X(02)   VALUE SPACES.               01780000
017900        88 SC1-SUCCESS    VALUE '00'.                             01790000
018000        88 SC1-EOF        VALUE '10'.                             01800000
018100     05 SC2-FILE-STATUS   PIC X(02)   VALUE SPACES.               01810000
018200        88 SC2-SUCCESS    VALUE '00'.                             01820000
018300        88 SC2-EOF        VALUE '10'.                             01830000
018400     05 CST-FILE-STATUS   PIC X(02)   VALUE SPACES.               01840000
018500        88 CST-SUCCESS    VALUE '00'.                             01850000
018600     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01860000
018700        88 HIST-SUCCESS   VALUE '00'.                             01870000
018800                                                                  01880000
018900 01  WS-HIST-FIELDS.                                              01890000
019000     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01900000
019100     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01910000
019200     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01920000
019201     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01920100
019300                                                                  01930000
019400 LINKAGE SECTION.                                                 01940000
019500*----------------------------------------------------------------*01950000
019600* LS-FMT-PARM - BLANK PRICES THE AOCDAY52 TEXT LIST, S PRICES    *01960000
019700* THE TWO AOCD5PG6 CRANE SCHEDULES                               *01970000
019800*----------------------------------------------------------------*01980000
019900 01  LS-PARM-DATA.                                                01990000
020000     05 LS-FMT-PARM          PIC X(01)   VALUE SPACES.            02000000
020100 PROCEDURE DIVISION USING LS-PARM-DATA.                           02010000
020200                                                                  02020000
020300     IF LS-FMT-PARM = 'S'                                         02030000
020400        MOVE 'S'              TO WS-FMT-SW                        02040000
020500     END-IF.                                                      02050000
020600     OPEN OUTPUT CST-RPT.                                         02060000
020700     MOVE SPACES              TO CST-REC.                         02070000
020800     IF WS-SCHEDULE-FMT                                           02080000
020900        MOVE 'MOVE-LIST COSTING - AOCD5PG6 TWO-CRANE SCHEDULE'    02090000
021000                              TO CST-REC                          02100000
021100     ELSE                                                         02110000
021200        MOVE 'MOVE-LIST COSTING - AOCDAY52 AS ONE CRANE'          02120000
021300                              TO CST-REC                          02130000
021400     END-IF.                                                      02140000
021500     WRITE CST-REC.                                               02150000
021600     MOVE SPACES              TO CST-REC.                         02160000
021700     WRITE CST-REC.                                               02170000
021800     IF WS-SCHEDULE-FMT                                           02180000
021900        PERFORM 2000-PRICE-CRANE-1   THRU 2000-EXIT               02190000
022000        PERFORM 2100-PRICE-CRANE-2   THRU 2100-EXIT               02200000
022100     ELSE                                                         02210000
022200        PERFORM 1000-PRICE-MOVE-LIST THRU 1000-EXIT               02220000
022300     END-IF.                                                      02230000
022400     PERFORM 3000-WRITE-LANES        THRU 3000-EXIT.              02240000
022500     CLOSE CST-RPT.                                               02250000
022600     IF WS-BAD-CNT > ZEROES                                       02260000
022700        MOVE 4                TO RETURN-CODE                      02270000
022800     END-IF.                                                      02280000
022900     MOVE WS-TOT-MINUTES      TO CST-TOT-MINUTES.                 02290000
023000     STRING 'LIST COSTS ' DELIMITED BY SIZE                       02300000
023100        CST-TOT-MINUTES DELIMITED BY SIZE                         02310000
023200        ' CRANE MINUTES' DELIMITED BY SIZE                        02320000
023300        INTO WS-HIST-MSG.                                         02330000
023400     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02340000
023500     GOBACK.                                                      02350000
023600                                                                  02360000
023700 1000-PRICE-MOVE-LIST.                                            02370000
023800     OPEN INPUT PROCESS-DATA.                                     02380000
023900     IF NOT PROC-SUCCESS                                          02390000
024000        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY52, FILE STATUS: '  02400000
024100                PROC-FILE-STATUS                                  02410000
024200        CLOSE CST-RPT                                             02420000
024300        MOVE 16             TO RETURN-CODE                        02430000
024400        MOVE 'UNABLE TO OPEN MOVE LIST'      TO WS-HIST-MSG       02440000
024500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02450000
024600        GOBACK                                                    02460000
024700     END-IF.                                                      02470000
024800     PERFORM UNTIL PROC-EOF                                       02480000
024900        READ PROCESS-DATA                                         02490000
025000             AT END                                               02500000
025100                SET PROC-EOF TO TRUE                              02510000
025200             NOT AT END                                           02520000
025300                IF PROCESS-REC NOT = SPACES                       02530000
025400                   ADD 1              TO WS-MOVE-SEQ              02540000
025500                   PERFORM 1100-PARSE-MOVE  THRU 1100-EXIT        02550000
025600                END-IF                                            02560000
025700        END-READ                                                  02570000
025800     END-PERFORM.                                                 02580000
025900     CLOSE PROCESS-DATA.                                          02590000
026000 1000-EXIT.                                                       02600000
026100     EXIT.                                                        02610000
026200                                                                  02620000
026300 1100-PARSE-MOVE.                                                 02630000
026400*----------------------------------------------------------------*02640000
026500* PARSE THE MOVE THE SAME WAY AOCD5PG3 DOES                      *02650000
026600*----------------------------------------------------------------*02660000
026700     INITIALIZE WS-UNSTRING.                                      02670000
026800     UNSTRING PROCESS-REC DELIMITED BY SPACE                      02680000
026900                          INTO WS-MOVE                            02690000
027000                               WS-CRATES                          02700000
027100                               WS-FROM                            02710000
027200                               WS-FROM-STACK                      02720000
027300                               WS-TO                              02730000
027400                               WS-TO-STACK.                       02740000
027500     IF FUNCTION TRIM(WS-CRATES) NOT NUMERIC                      02750000
027600        OR FUNCTION TRIM(WS-FROM-STACK) NOT NUMERIC               02760000
027700        OR FUNCTION TRIM(WS-TO-STACK) NOT NUMERIC                 02770000
027800        ADD 1                 TO WS-BAD-CNT                       02780000
027900        DISPLAY 'UNPARSEABLE MOVE AT ' WS-MOVE-SEQ                02790000
028000                ': ' PROCESS-REC                                  02800000
028100        GO TO 1100-EXIT                                           02810000
028200     END-IF.                                                      02820000
028300     MOVE FUNCTION TRIM(WS-CRATES)         TO CRATES.             02830000
028400     MOVE FUNCTION TRIM(WS-FROM-STACK)     TO FROM-STACK.         02840000
028500     MOVE FUNCTION TRIM(WS-TO-STACK)       TO TO-STACK.           02850000
028600     PERFORM 2500-PRICE-ONE-MOVE  THRU 2500-EXIT.                 02860000
028700 1100-EXIT.                                                       02870000
028800     EXIT.                                                        02880000
028900                                                                  02890000
029000 2000-PRICE-CRANE-1.                                              02900000
029100     OPEN INPUT SC1-FILE.                                         02910000
029200     IF NOT SC1-SUCCESS                                           02920000
029300        DISPLAY 'ERROR - UNABLE TO OPEN AOCD5SC1, FILE STATUS: '  02930000
029400                SC1-FILE-STATUS                                   02940000
029500        CLOSE CST-RPT                                             02950000
029600        MOVE 16             TO RETURN-CODE                        02960000
029700        MOVE 'UNABLE TO OPEN CRANE 1 SCHEDULE' TO WS-HIST-MSG     02970000
029800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02980000
029900        GOBACK                                                    02990000
030000     END-IF.                                                      03000000
030100     MOVE ZEROES              TO WS-PREV-STACK WS-CRANE-MINUTES.  03010000
030200     PERFORM UNTIL SC1-EOF                                        03020000
030300        READ SC1-FILE                                             03030000
030400             AT END                                               03040000
030500                SET SC1-EOF TO TRUE                               03050000
030600             NOT AT END                                           03060000
030700                ADD 1                 TO WS-MOVE-SEQ              03070000
030800                MOVE SC1-CRATES       TO CRATES                   03080000
030900                MOVE SC1-FROM-STACK   TO FROM-STACK               03090000
031000                MOVE SC1-TO-STACK     TO TO-STACK                 03100000
031100                PERFORM 2500-PRICE-ONE-MOVE  THRU 2500-EXIT       03110000
031200        END-READ                                                  03120000
031300     END-PERFORM.                                                 03130000
031400     CLOSE SC1-FILE.                                              03140000
031500     MOVE 'CRANE 1 MINUTES'   TO CST-TOT-TEXT.                    03150000
031600     MOVE WS-CRANE-MINUTES    TO CST-TOT-MINUTES.                 03160000
031700     WRITE CST-TOT-LINE.                                          03170000
031800 2000-EXIT.                                                       03180000
031900     EXIT.                                                        03190000
032000                                                                  03200000
032100 2100-PRICE-CRANE-2.                                              03210000
032200     OPEN INPUT SC2-FILE.                                         03220000
032300     IF NOT SC2-SUCCESS                                           03230000
032400        DISPLAY 'ERROR - UNABLE TO OPEN AOCD5SC2, FILE STATUS: '  03240000
032500                SC2-FILE-STATUS                                   03250000
032600        CLOSE CST-RPT                                             03260000
032700        MOVE 16             TO RETURN-CODE                        03270000
032800        MOVE 'UNABLE TO OPEN CRANE 2 SCHEDULE' TO WS-HIST-MSG     03280000
032900        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03290000
033000        GOBACK                                                    03300000
033100     END-IF.                                                      03310000
033200     MOVE ZEROES              TO WS-PREV-STACK WS-CRANE-MINUTES.  03320000
033300     PERFORM UNTIL SC2-EOF                                        03330000
033400        READ SC2-FILE                                             03340000
033500             AT END                                               03350000
033600                SET SC2-EOF TO TRUE                               03360000
033700             NOT AT END                                           03370000
033800                ADD 1                 TO WS-MOVE-SEQ              03380000
033900                MOVE SC2-CRATES       TO CRATES                   03390000
034000                MOVE SC2-FROM-STACK   TO FROM-STACK               03400000
034100                MOVE SC2-TO-STACK     TO TO-STACK                 03410000
034200                PERFORM 2500-PRICE-ONE-MOVE  THRU 2500-EXIT       03420000
034300        END-READ                                                  03430000
034400     END-PERFORM.                                                 03440000
034500     CLOSE SC2-FILE.                                              03450000
034600     MOVE 'CRANE 2 MINUTES'   TO CST-TOT-TEXT.                    03460000
034700     MOVE WS-CRANE-MINUTES    TO CST-TOT-MINUTES.                 03470000
034800     WRITE CST-TOT-LINE.                                          03480000
034900     MOVE SPACES              TO CST-REC.                         03490000
035000     WRITE CST-REC.                                               03500000
035100 2100-EXIT.                                                       03510000
035200     EXIT.                                                        03520000
035300                                                                  03530000
035400 2500-PRICE-ONE-MOVE.                                             03540000
035500*----------------------------------------------------------------*03550000
035600* PRICE THE MOVE FROM WHERE THE CRANE LAST SET DOWN AND ADD IT   *03560000
035700* TO ITS LANE                                                    *03570000
035800*----------------------------------------------------------------*03580000
035900     MOVE WS-PREV-STACK       TO WS-TRV-PREV.                     03590000
036000     MOVE FROM-STACK          TO WS-TRV-FROM.                     03600000
036100     MOVE TO-STACK            TO WS-TRV-TO.                       03610000
036200     MOVE CRATES              TO WS-TRV-CRATES.                   03620000
036300     CALL 'AOCD5PGD' USING WS-TRV-AREA.                           03630000
036400     IF WS-TRV-RESULT = 'N'                                       03640000
036500        ADD 1                 TO WS-BAD-CNT                       03650000
036600        DISPLAY 'MOVE ' WS-MOVE-SEQ ' NOT PRICED - BAD STACK '    03660000
036700                FROM-STACK ' TO ' TO-STACK                        03670000
036800        GO TO 2500-EXIT                                           03680000
036900     END-IF.                                                      03690000
037000     IF WS-TRV-RESULT = 'D'                                       03700000
037100        ADD 1                 TO WS-DEFAULT-CNT                   03710000
037200     END-IF.                                                      03720000
037300     ADD 1                    TO WS-PRICED-CNT.                   03730000
037400     ADD CRATES               TO WS-TOT-CRATES.                   03740000
037500     ADD WS-TRV-MINUTES       TO WS-TOT-MINUTES WS-CRANE-MINUTES. 03750000
037600     ADD WS-TRV-EMPTY         TO WS-EMPTY-MINUTES.                03760000
037700     MOVE TO-STACK            TO WS-PREV-STACK.                   03770000
037800     MOVE ZEROES              TO WS-SLOT.                         03780000
037900     PERFORM VARYING WS-I FROM 1 BY 1                             03790000
038000               UNTIL WS-I > WS-LANE-CNT                           03800000
038100                  OR WS-SLOT > ZEROES                             03810000
038200        IF WS-LANE-FROM(WS-I) = FROM-STACK                        03820000
038300           AND WS-LANE-TO(WS-I) = TO-STACK                        03830000
038400           MOVE WS-I             TO WS-SLOT                       03840000
038500        END-IF                                                    03850000
038600     END-PERFORM.                                                 03860000
038700     IF WS-SLOT = ZEROES                                          03870000
038800        IF WS-LANE-CNT < WS-MAX-LANES                             03880000
038900           ADD 1                 TO WS-LANE-CNT                   03890000
039000           MOVE WS-LANE-CNT      TO WS-SLOT                       03900000
039100           MOVE FROM-STACK       TO WS-LANE-FROM(WS-SLOT)         03910000
039200           MOVE TO-STACK         TO WS-LANE-TO(WS-SLOT)           03920000
039300           MOVE ZEROES           TO WS-LANE-MOVES(WS-SLOT)        03930000
039400                                    WS-LANE-CRATES(WS-SLOT)       03940000
039500                                    WS-LANE-MIN(WS-SLOT)          03950000
039600        ELSE                                                      03960000
039700           DISPLAY 'LANE TABLE CAPACITY (200) EXCEEDED'           03970000
039800           GO TO 2500-EXIT                                        03980000
039900        END-IF                                                    03990000
040000     END-IF.                                                      04000000
040100     ADD 1                    TO WS-LANE-MOVES(WS-SLOT).          04010000
040200     ADD CRATES               TO WS-LANE-CRATES(WS-SLOT).         04020000
040300     ADD WS-TRV-MINUTES       TO WS-LANE-MIN(WS-SLOT).            04030000
040400 2500-EXIT.                                                       04040000
040500     EXIT.                                                        04050000
040600                                                                  04060000
040700 3000-WRITE-LANES.                                                04070000
040800     MOVE 'LANE FR TO   MOVES     CRATES      MINUTES  MIN/MOVE'  04080000
040900                              TO CST-REC.                         04090000
041000     WRITE CST-REC.                                               04100000
041100     PERFORM VARYING WS-I FROM 1 BY 1                             04110000
041200               UNTIL WS-I > WS-LANE-CNT                           04120000
041300        MOVE SPACES           TO CST-LANE-LINE                    04130000
041400        MOVE 'LANE'           TO CST-LANE-LINE(1:4)               04140000
041500        MOVE WS-LANE-FROM(WS-I)   TO CST-FROM                     04150000
041600        MOVE '-'              TO CST-LANE-LINE(8:1)               04160000
041700        MOVE WS-LANE-TO(WS-I)     TO CST-TO                       04170000
041800        MOVE WS-LANE-MOVES(WS-I)  TO CST-MOVES                    04180000
041900        MOVE WS-LANE-CRATES(WS-I) TO CST-CRATES                   04190000
042000        MOVE WS-LANE-MIN(WS-I)    TO CST-MINUTES                  04200000
042100        COMPUTE CST-AVG ROUNDED = WS-LANE-MIN(WS-I)               04210000
042200                                / WS-LANE-MOVES(WS-I)             04220000
042300        WRITE CST-LANE-LINE                                       04230000
042400     END-PERFORM.                                                 04240000
042500     MOVE SPACES              TO CST-REC.                         04250000
042600     WRITE CST-REC.                                               04260000
042700     MOVE SPACES              TO CST-CNT-LINE.                    04270000
042800     MOVE 'MOVES PRICED'      TO CST-CNT-TEXT.                    04280000
042900     MOVE WS-PRICED-CNT       TO CST-CNT-VALUE.                   04290000
043000     WRITE CST-CNT-LINE.                                          04300000
043100     MOVE SPACES              TO CST-CNT-LINE.                    04310000
043200     MOVE 'MOVES NOT PRICED'  TO CST-CNT-TEXT.                    04320000
043300     MOVE WS-BAD-CNT          TO CST-CNT-VALUE.                   04330000
043400     WRITE CST-CNT-LINE.                                          04340000
043500     MOVE SPACES              TO CST-CNT-LINE.                    04350000
043600     MOVE 'MOVES OFF THE BAY MAP' TO CST-CNT-TEXT.                04360000
043700     MOVE WS-DEFAULT-CNT      TO CST-CNT-VALUE.                   04370000
043800     WRITE CST-CNT-LINE.                                          04380000
043900     MOVE SPACES              TO CST-CNT-LINE.                    04390000
044000     MOVE 'CRATES MOVED'      TO CST-CNT-TEXT.                    04400000
044100     MOVE WS-TOT-CRATES       TO CST-CNT-VALUE.                   04410000
044200     WRITE CST-CNT-LINE.                                          04420000
044300     MOVE SPACES              TO CST-TOT-LINE.                    04430000
044400     MOVE 'EMPTY-RUN MINUTES' TO CST-TOT-TEXT.                    04440000
044500     MOVE WS-EMPTY-MINUTES    TO CST-TOT-MINUTES.                 04450000
044600     WRITE CST-TOT-LINE.                                          04460000
044700     MOVE SPACES              TO CST-TOT-LINE.                    04470000
044800     MOVE 'TOTAL CRANE MINUTES' TO CST-TOT-TEXT.                  04480000
044900     MOVE WS-TOT-MINUTES      TO CST-TOT-MINUTES.                 04490000
045000     WRITE CST-TOT-LINE.                                          04500000
045100     DISPLAY 'MOVES PRICED: ' WS-PRICED-CNT                       04510000
045200             ' NOT PRICED: ' WS-BAD-CNT                           04520000
045300             ' CRANE MINUTES: ' CST-TOT-MINUTES.                  04530000
045400 3000-EXIT.                                                       04540000
045500     EXIT.                                                        04550000
045600                                                                  04560000
045700*----------------------------------------------------------------*04570000
045800*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *04580000
045900*----------------------------------------------------------------*04590000
046000 9800-WRITE-AUDIT-HIST.                                           04600000
046100     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      04610000
046200     ACCEPT WS-HIST-TIME FROM TIME.                               04620000
046300     OPEN EXTEND AUD-HIST.                                        04630000
046400     INITIALIZE AUD-HIST-REC.                                     04640000
046500     MOVE WS-HIST-DATE          TO HIST-DATE.                     04650000
046600     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04660000
046700     MOVE 'AOCD5PGE'            TO HIST-PGM.                      04670000
046701     MOVE WS-HIST-VER           TO HIST-VERSION.                  04670100
046800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04680000
046900     WRITE AUD-HIST-REC.                                          04690000
047000     CLOSE AUD-HIST.                                              04700000
047100 9800-EXIT.                                                       04710000
047200     EXIT.                                                        04720000
