000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 4 PROGRAM 8                      *00020000
000300*----------------------------------------------------------------*00030000
000400*  CLEANING INSPECTION SCORES AND RE-CLEAN ORDERS. AOCD4PG6      *00040000
000500*  CONFIRMS A SECTION WAS CLEANED BUT NOT THAT IT WAS CLEANED    *00050000
000600*  WELL, AND COMPLAINTS STILL ARRIVED AFTER A DONE. THE SECTION  *00060000
000700*  SUPERVISORS NOW SEND AN INSPECTION FEED (AOCD4INS) - SECTION, *00070000
000800*  PAIR, DATE, A SCORE FROM 1 TO 5 AND A DEFECT CODE. EACH NIGHT *00080000
000900*  THIS STEP POSTS THE SCORES TO THE AOCD4QHS QUALITY HISTORY    *00090000
001000*  PER SECTION AND PER PAIR, ISSUES AN AOCD4RCL RE-CLEAN ORDER   *00100000
001100*  BACK TO THE SAME PAIR FOR ANY SECTION SCORED BELOW THE        *00110000
001200*  THRESHOLD, AND PRINTS THE AOCD4QLR QUALITY REPORT RANKING THE *00120000
001300*  PAIRS BY AVERAGE SCORE, WITH SUPERVISORS FROM AOCD4SEC        *00130000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD4PG8.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200     SELECT SEC-MASTER  ASSIGN TO AOCD4SEC                        00220000
002300         ORGANIZATION    IS SEQUENTIAL                            00230000
002400          ACCESS MODE    IS SEQUENTIAL                            00240000
002500          FILE STATUS    IS SEC-FILE-STATUS.                      00250000
002600                                                                  00260000
002700*----------------------------------------------------------------*00270000
002800* INSPECTION FEED FROM THE SECTION SUPERVISORS - SECTION, PAIR,  *00280000
002900* INSPECTION DATE, SCORE AND DEFECT CODE                         *00290000
003000*----------------------------------------------------------------*00300000
003100     SELECT INS-FILE    ASSIGN TO AOCD4INS                        00310000
003200         ORGANIZATION    IS SEQUENTIAL                            00320000
003300          ACCESS MODE    IS SEQUENTIAL                            00330000
003400          FILE STATUS    IS INS-FILE-STATUS.                      00340000
003500                                                                  00350000
003600*----------------------------------------------------------------*00360000
003700* QUALITY HISTORY - ONE ROW PER SECTION AND PER PAIR, CARRIED    *00370000
003800* FORWARD AND REWRITTEN EACH NIGHT                               *00380000
003900*----------------------------------------------------------------*00390000
004000     SELECT QHS-FILE    ASSIGN TO AOCD4QHS                        00400000
004100         ORGANIZATION    IS SEQUENTIAL                            00410000
004200          ACCESS MODE    IS SEQUENTIAL                            00420000
004300          FILE STATUS    IS QHS-FILE-STATUS.                      00430000
004400                                                                  00440000
004500*----------------------------------------------------------------*00450000
004600* RE-CLEAN ORDERS FOR TONIGHT'S LOW SCORES                       *00460000
004700*----------------------------------------------------------------*00470000
004800     SELECT RCL-FILE    ASSIGN TO AOCD4RCL                        00480000
004900         ORGANIZATION    IS SEQUENTIAL                            00490000
005000          ACCESS MODE    IS SEQUENTIAL                            00500000
005100          FILE STATUS    IS RCL-FILE-STATUS.                      00510000
005200                                                                  00520000
005300*----------------------------------------------------------------*00530000
005400* CLEANING QUALITY REPORT                                        *00540000
005500*----------------------------------------------------------------*00550000
005600     SELECT QLR-RPT     ASSIGN TO AOCD4QLR                        00560000
005700         ORGANIZATION    IS SEQUENTIAL                            00570000
005800          ACCESS MODE    IS SEQUENTIAL                            00580000
005900          FILE STATUS    IS QLR-FILE-STATUS.                      00590000
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
007100 FD  SEC-MASTER.                                                  00710000
007200 01  SEC-REC.                                                     00720000
007300     05 SEC-NUMBER         PIC 9(04).                             00730000
007400     05 FILLER              PIC X(01).                            00740000
007500     05 SEC-NAME           PIC X(15).                             00750000
007600     05 FILLER              PIC X(01).                            00760000
007700     05 SEC-SUPERVISOR     PIC X(10).                             00770000
007800                                                                  00780000
007900 FD  INS-FILE.                                                    00790000
008000 01  INS-REC.                                                     00800000
008100     05 INS-SECTION         PIC 9(04).                            00810000
008200     05 FILLER              PIC X(01).                            00820000
008300     05 INS-PAIR            PIC 9(05).                            00830000
008400     05 FILLER              PIC X(01).                            00840000
008500     05 INS-DATE            PIC 9(06).                            00850000
008600     05 FILLER              PIC X(01).                            00860000
008700     05 INS-SCORE           PIC 9(01).                            00870000
008800     05 FILLER              PIC X(01).                            00880000
008900     05 INS-DEFECT          PIC X(04).                            00890000
009000                                                                  00900000
009100*----------------------------------------------------------------*00910000
009200* C IS THE CONTROL ROW CARRYING THE LAST NIGHT POSTED, S A       *00920000
009300* SECTION AND P A PAIR. THE SUPERVISOR ON A PAIR ROW IS THE ONE  *00930000
009400* WHO LAST INSPECTED THAT PAIR'S WORK                            *00940000
009500*----------------------------------------------------------------*00950000
009600 FD  QHS-FILE.                                                    00960000
009700 01  QHS-REC.                                                     00970000
009800     05 QHS-TYPE            PIC X(01).                            00980000
009900        88 QHS-CONTROL                 VALUE 'C'.                 00990000
010000        88 QHS-SECTION                 VALUE 'S'.                 01000000
010100        88 QHS-PAIR                    VALUE 'P'.                 01010000
010200     05 FILLER              PIC X(01).                            01020000
010300     05 QHS-KEY             PIC 9(05).                            01030000
010400     05 FILLER              PIC X(01).                            01040000
010500     05 QHS-INSP-CNT        PIC 9(05).                            01050000
010600     05 FILLER              PIC X(01).                            01060000
010700     05 QHS-SCORE-TOT       PIC 9(07).                            01070000
010800     05 FILLER              PIC X(01).                            01080000
010900     05 QHS-RECLEAN-CNT     PIC 9(05).                            01090000
011000     05 FILLER              PIC X(01).                            01100000
011100     05 QHS-LAST-DATE       PIC 9(08).                            01110000
011200     05 FILLER              PIC X(01).                            01120000
011300     05 QHS-LAST-SCORE      PIC 9(01).                            01130000
011400     05 FILLER              PIC X(01).                            01140000
011500     05 QHS-LAST-SUPV       PIC X(10).                            01150000
011600     05 FILLER              PIC X(31).                            01160000
011700                                                                  01170000
011800 FD  RCL-FILE.                                                    01180000
011900 01  RCL-REC.                                                     01190000
012000     05 RCL-SECTION         PIC 9(04).                            01200000
012100     05 FILLER              PIC X(01).                            01210000
012200     05 RCL-PAIR            PIC 9(05).                            01220000
012300     05 FILLER              PIC X(01).                            01230000
012400     05 RCL-INSP-DATE       PIC 9(06).                            01240000
012500     05 FILLER              PIC X(01).                            01250000
012600     05 RCL-SCORE           PIC 9(01).                            01260000
012700     05 FILLER              PIC X(01).                            01270000
012800     05 RCL-DEFECT          PIC X(04).                            01280000
012900     05 FILLER              PIC X(01).                            01290000
013000     05 RCL-NAME            PIC X(15).                            01300000
013100     05 FILLER              PIC X(01).                            01310000
013200     05 RCL-SUPERVISOR      PIC X(10).                            01320000
013300     05 FILLER              PIC X(29).                            01330000
013400                                                                  01340000
013500 FD  QLR-RPT.                                                     01350000
013600 01  QLR-REC                PIC X(80).                            01360000
013700 01  QLR-REJ-LINE.                                                01370000
013800     05 QLR-REJ-SECTION     PIC X(04).                            01380000
013900     05 FILLER              PIC X(02).                            01390000
014000     05 QLR-REJ-PAIR        PIC X(05).                            01400000
014100     05 FILLER              PIC X(02).                            01410000
014200     05 QLR-REJ-DATE        PIC X(06).                            01420000
014300     05 FILLER              PIC X(02).                            01430000
014400     05 QLR-REJ-SCORE       PIC X(01).                            01440000
014500     05 FILLER              PIC X(02).                            01450000
014600     05 QLR-REJ-DEFECT      PIC X(04).                            01460000
014700     05 FILLER              PIC X(02).                            01470000
014800     05 QLR-REJ-REASON      PIC X(21).                            01480000
014900     05 FILLER              PIC X(29).                            01490000
015000 01  QLR-PAIR-LINE.                                               01500000
015100     05 QLR-RANK            PIC ZZ9.                              01510000
015200     05 FILLER              PIC X(02).                            01520000
015300     05 QLR-PAIR            PIC 9(05).                            01530000
015400     05 FILLER              PIC X(03).                            01540000
015500     05 QLR-P-INSP          PIC ZZZZ9.                            01550000
015600     05 FILLER              PIC X(03).                            01560000
015700     05 QLR-P-AVG           PIC 9.99.                             01570000
015800     05 FILLER              PIC X(03).                            01580000
015900     05 QLR-P-RECLEAN       PIC ZZZZ9.                            01590000
016000     05 FILLER              PIC X(03).                            01600000
016100     05 QLR-P-LAST-DATE     PIC 9(06).                            01610000
016200     05 FILLER              PIC X(02).                            01620000
016300     05 QLR-P-SUPV          PIC X(10).                            01630000
016400     05 FILLER              PIC X(26).                            01640000
016500 01  QLR-SEC-LINE.                                                01650000
016600     05 QLR-SECTION         PIC 9(04).                            01660000
016700     05 FILLER              PIC X(02).                            01670000
016800     05 QLR-S-NAME          PIC X(15).                            01680000
016900     05 FILLER              PIC X(02).                            01690000
017000     05 QLR-S-SUPV          PIC X(10).                            01700000
017100     05 FILLER              PIC X(02).                            01710000
017200     05 QLR-S-INSP          PIC ZZZZ9.                            01720000
017300     05 FILLER              PIC X(03).                            01730000
017400     05 QLR-S-AVG           PIC 9.99.                             01740000
017500     05 FILLER              PIC X(03).                            01750000
017600     05 QLR-S-RECLEAN       PIC ZZZZ9.                            01760000
017700     05 FILLER              PIC X(25).                            01770000
017800                                                                  01780000
017900 FD  AUD-HIST                                                     01790000
018000     DATA RECORD IS AUD-HIST-REC.                                 01800000
018100 01  AUD-HIST-REC.                                                01810000
018200     05 HIST-DATE            PIC 9(08).                           01820000
018300     05 FILLER               PIC X(02).                           01830000
018400     05 HIST-TIME            PIC 9(06).                           01840000
018500     05 FILLER               PIC X(02).                           01850000
018600     05 HIST-PGM             PIC X(08).                           01860000
018700     05 FILLER               PIC X(02).                           01870000
018800     05 HIST-OUTPUT          PIC X(40).                           01880000
018801     05 FILLER               PIC X(02).                           01880100
018802     05 HIST-VERSION         PIC X(08).                           01880200
018900                                                                  01890000
019000 WORKING-STORAGE SECTION.                                         01900000
019100 01  WS-WORK-FIELDS.                                              01910000
019200     05 WS-I              PIC 9(03)   VALUE ZEROES.               01920000
019300     05 WS-J              PIC 9(03)   VALUE ZEROES.               01930000
019400     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01940000
019500     05 WS-SS             PIC 9(03)   VALUE ZEROES.               01950000
019600     05 WS-PS             PIC 9(03)   VALUE ZEROES.               01960000
019700     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01970000
019750     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01975000
019800     05 WS-LAST-POSTED    PIC 9(08)   VALUE ZEROES.               01980000
019900     05 WS-THRESHOLD      PIC 9(01)   VALUE ZEROES.               01990000
020000     05 WS-READ-CNT       PIC 9(05)   VALUE ZEROES.               02000000
020100     05 WS-POSTED-CNT     PIC 9(05)   VALUE ZEROES.               02010000
020200     05 WS-REJECT-CNT     PIC 9(05)   VALUE ZEROES.               02020000
020300     05 WS-RECLEAN-CNT    PIC 9(05)   VALUE ZEROES.               02030000
020400     05 WS-REASON         PIC X(21)   VALUE SPACES.               02040000
020500     05 WS-RERUN-SW       PIC X(01)   VALUE 'N'.                  02050000
020600        88 WS-RERUN                   VALUE 'Y'.                  02060000
020700                                                                  02070000
020800*----------------------------------------------------------------*02080000
020900* THE SECTION MASTER - NAME AND SUPERVISOR FOR EACH SECTION      *02090000
021000*----------------------------------------------------------------*02100000
021100 01  WS-SEC-FIELDS.                                               02110000
021200     05 WS-SEC-CNT        PIC 9(03)   VALUE ZEROES.               02120000
021300     05 WS-MAX-SECS       PIC 9(03)   VALUE 500.                  02130000
021400 01  WS-SEC-TABLE.                                                02140000
021500     05 WS-SEC-ENTRY      OCCURS 500 TIMES.                       02150000
021600        10 WS-SEC-NUM     PIC 9(04).                              02160000
021700        10 WS-SEC-NAM     PIC X(15).                              02170000
021800        10 WS-SEC-SUPV    PIC X(10).                              02180000
021900                                                                  02190000
022000*----------------------------------------------------------------*02200000
022100* QUALITY HISTORY PER SECTION AND PER PAIR, AS LOADED FROM       *02210000
022200* AOCD4QHS AND ADDED TO FROM TONIGHT'S INSPECTIONS               *02220000
022300*----------------------------------------------------------------*02230000
022400 01  WS-QTY-FIELDS.                                               02240000
022500     05 WS-SQ-CNT         PIC 9(03)   VALUE ZEROES.               02250000
022600     05 WS-PQ-CNT         PIC 9(03)   VALUE ZEROES.               02260000
022700     05 WS-MAX-QTY        PIC 9(03)   VALUE 500.                  02270000
022800 01  WS-SQ-TABLE.                                                 02280000
022900     05 WS-SQ-ENTRY       OCCURS 500 TIMES.                       02290000
023000        10 WS-SQ-KEY      PIC 9(05).                              02300000
023100        10 WS-SQ-INSP     PIC 9(05).                              02310000
023200        10 WS-SQ-TOT      PIC 9(07).                              02320000
023300        10 WS-SQ-RCL      PIC 9(05).                              02330000
023400        10 WS-SQ-DATE     PIC 9(08).                              02340000
023500        10 WS-SQ-SCORE    PIC 9(01).                              02350000
023600        10 WS-SQ-SUPV     PIC X(10).                              02360000
023700        10 WS-SQ-AVG      PIC 9(01)V99.                           02370000
023800 01  WS-PQ-TABLE.                                                 02380000
023900     05 WS-PQ-ENTRY       OCCURS 500 TIMES.                       02390000
024000        10 WS-PQ-KEY      PIC 9(05).                              02400000
024100        10 WS-PQ-INSP     PIC 9(05).                              02410000
024200        10 WS-PQ-TOT      PIC 9(07).                              02420000
024300        10 WS-PQ-RCL      PIC 9(05).                              02430000
024400        10 WS-PQ-DATE     PIC 9(08).                              02440000
024500        10 WS-PQ-SCORE    PIC 9(01).                              02450000
024600        10 WS-PQ-SUPV     PIC X(10).                              02460000
024700        10 WS-PQ-AVG      PIC 9(01)V99.                           02470000
024800 01  WS-SWAP-ENTRY.                                               02480000
024900     05 FILLER            PIC X(44).                              02490000
025000                                                                  02500000
025100 01  WS-SWITCHES.                                                 02510000
025200     05 SEC-FILE-STATUS   PIC X(02)   VALUE SPACES.               02520000
025300        88 SEC-SUCCESS    VALUE '00'.                             02530000
025400        88 SEC-EOF        VALUE '10'.                             02540000
025500     05 INS-FILE-STATUS   PIC X(02)   VALUE SPACES.               02550000
025600        88 INS-SUCCESS    VALUE '00'.                             02560000
025700        88 INS-EOF        VALUE '10'.                             02570000
025800     05 QHS-FILE-STATUS   PIC X(02)   VALUE SPACES.               02580000
025900        88 QHS-SUCCESS    VALUE '00'.                             02590000
026000        88 QHS-EOF        VALUE '10'.                             02600000
026100     05 RCL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02610000
026200        88 RCL-SUCCESS    VALUE '00'.                             02620000
026300     05 QLR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02630000
026400        88 QLR-SUCCESS    VALUE '00'.                             02640000
026500     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02650000
026600        88 HIST-SUCCESS   VALUE '00'.                             02660000
026700                                                                  02670000
026800 01  WS-HIST-FIELDS.                                              02680000
026900     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02690000
027000     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02700000
027100     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02710000
027101     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02710100
027200                                                                  02720000
027300*----------------------------------------------------------------*02730000
027400* RE-CLEAN THRESHOLD PARM - A SCORE BELOW IT ORDERS A RE-CLEAN.  *02740000
027500* ONE DIGIT 2-5, BLANK MEANS 3                                   *02750000
027600*----------------------------------------------------------------*02760000
027700 LINKAGE SECTION.                                                 02770000
027800 01  LS-PARM-DATA.                                                02780000
027900     05 LS-THRESH-PARM  PIC X(01).                                02790000
028000                                                                  02800000
028100 PROCEDURE DIVISION USING LS-PARM-DATA.                           02810000
028200                                                                  02820000
028300     PERFORM 0400-INIT-PARM            THRU 0400-EXIT.            02830000
028400     PERFORM 0500-LOAD-SECTIONS        THRU 0500-EXIT.            02840000
028500     PERFORM 0600-LOAD-HISTORY         THRU 0600-EXIT.            02850000
028600     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            02860000
028700     PERFORM 2000-SCORE-INSPECTIONS    THRU 2000-EXIT.            02870000
028800     PERFORM 3000-RANK-PAIRS           THRU 3000-EXIT.            02880000
028900     PERFORM 4000-REPORT-SECTIONS      THRU 4000-EXIT.            02890000
029000     PERFORM 5000-WRITE-TOTALS         THRU 5000-EXIT.            02900000
029100     CLOSE RCL-FILE QLR-RPT.                                      02910000
029200     PERFORM 6000-REWRITE-HISTORY      THRU 6000-EXIT.            02920000
029300     IF WS-REJECT-CNT > ZEROES                                    02930000
029400        MOVE 4                TO RETURN-CODE                      02940000
029500     END-IF.                                                      02950000
029600     STRING 'INSPECTED ' DELIMITED BY SIZE                        02960000
029700        WS-READ-CNT DELIMITED BY SIZE                             02970000
029800        ' RECLEAN ' DELIMITED BY SIZE                             02980000
029900        WS-RECLEAN-CNT DELIMITED BY SIZE                          02990000
030000        ' REJ ' DELIMITED BY SIZE                                 03000000
030100        WS-REJECT-CNT DELIMITED BY SIZE                           03010000
030200        INTO WS-HIST-MSG.                                         03020000
030300     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03030000
030400     GOBACK.                                                      03040000
030500                                                                  03050000
030600 0400-INIT-PARM.                                                  03060000
030700     ACCEPT WS-RUN-DATE       FROM DATE.                          03070000
030750     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 03075000
030800     IF LS-THRESH-PARM IS NUMERIC                                 03080000
030900        AND LS-THRESH-PARM > '1'                                  03090000
031000        MOVE LS-THRESH-PARM   TO WS-THRESHOLD                     03100000
031100     ELSE                                                         03110000
031200        MOVE 3                TO WS-THRESHOLD                     03120000
031300     END-IF.                                                      03130000
031400     DISPLAY 'RE-CLEAN ORDERED FOR SCORES BELOW ' WS-THRESHOLD.   03140000
031500 0400-EXIT.                                                       03150000
031600     EXIT.                                                        03160000
031700                                                                  03170000
031800 0500-LOAD-SECTIONS.                                              03180000
031900     OPEN INPUT SEC-MASTER.                                       03190000
032000     IF NOT SEC-SUCCESS                                           03200000
032100        DISPLAY 'ERROR - UNABLE TO OPEN AOCD4SEC, FILE STATUS: '  03210000
032200                SEC-FILE-STATUS                                   03220000
032300        MOVE 16             TO RETURN-CODE                        03230000
032400        MOVE 'UNABLE TO OPEN SECTION MASTER' TO WS-HIST-MSG       03240000
032500        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03250000
032600        GOBACK                                                    03260000
032700     END-IF.                                                      03270000
032800     PERFORM UNTIL SEC-EOF                                        03280000
032900        READ SEC-MASTER                                           03290000
033000             AT END                                               03300000
033100                SET SEC-EOF TO TRUE                               03310000
033200             NOT AT END                                           03320000
033300                IF SEC-NUMBER IS NUMERIC                          03330000
033400                   AND WS-SEC-CNT < WS-MAX-SECS                   03340000
033500                   ADD 1 TO WS-SEC-CNT                            03350000
033600                   MOVE SEC-NUMBER     TO WS-SEC-NUM(WS-SEC-CNT)  03360000
033700                   MOVE SEC-NAME       TO WS-SEC-NAM(WS-SEC-CNT)  03370000
033800                   MOVE SEC-SUPERVISOR TO WS-SEC-SUPV(WS-SEC-CNT) 03380000
033900                END-IF                                            03390000
034000        END-READ                                                  03400000
034100     END-PERFORM.                                                 03410000
034200     CLOSE SEC-MASTER.                                            03420000
034300 0500-EXIT.                                                       03430000
034400     EXIT.                                                        03440000
034500                                                                  03450000
034600 0600-LOAD-HISTORY.                                               03460000
034700*----------------------------------------------------------------*03470000
034800* THE FIRST NIGHT THERE IS NO HISTORY AND EVERY SECTION AND PAIR *03480000
034900* STARTS FROM NOTHING. A CONTROL ROW ALREADY DATED TONIGHT MEANS *03490000
035000* THE FEED WAS POSTED BY AN EARLIER RUN AND MUST NOT COUNT TWICE *03500000
035100*----------------------------------------------------------------*03510000
035200     OPEN INPUT QHS-FILE.                                         03520000
035300     IF NOT QHS-SUCCESS                                           03530000
035400        DISPLAY 'NO QUALITY HISTORY - STARTING A NEW ONE'         03540000
035500        GO TO 0600-EXIT                                           03550000
035600     END-IF.                                                      03560000
035700     PERFORM UNTIL QHS-EOF                                        03570000
035800        READ QHS-FILE                                             03580000
035900             AT END                                               03590000
036000                SET QHS-EOF TO TRUE                               03600000
036100             NOT AT END                                           03610000
036200                PERFORM 0650-KEEP-ONE-ROW  THRU 0650-EXIT         03620000
036300        END-READ                                                  03630000
036400     END-PERFORM.                                                 03640000
036500     CLOSE QHS-FILE.                                              03650000
036600     IF WS-LAST-POSTED = WS-RUN-DATE-8                            03660000
036700        SET WS-RERUN          TO TRUE                             03670000
036800        DISPLAY 'INSPECTIONS ALREADY POSTED FOR ' WS-RUN-DATE     03680000
036900                ' - HISTORY NOT UPDATED'                          03690000
037000     END-IF.                                                      03700000
037100 0600-EXIT.                                                       03710000
037200     EXIT.                                                        03720000
037300                                                                  03730000
037400 0650-KEEP-ONE-ROW.                                               03740000
037500     EVALUATE TRUE                                                03750000
037600         WHEN QHS-CONTROL                                         03760000
037700              MOVE QHS-LAST-DATE    TO WS-LAST-POSTED             03770000
037800         WHEN QHS-SECTION                                         03780000
037900          AND WS-SQ-CNT < WS-MAX-QTY                              03790000
038000              ADD 1                 TO WS-SQ-CNT                  03800000
038100              MOVE QHS-KEY          TO WS-SQ-KEY(WS-SQ-CNT)       03810000
038200              MOVE QHS-INSP-CNT     TO WS-SQ-INSP(WS-SQ-CNT)      03820000
038300              MOVE QHS-SCORE-TOT    TO WS-SQ-TOT(WS-SQ-CNT)       03830000
038400              MOVE QHS-RECLEAN-CNT  TO WS-SQ-RCL(WS-SQ-CNT)       03840000
038500              MOVE QHS-LAST-DATE    TO WS-SQ-DATE(WS-SQ-CNT)      03850000
038600              MOVE QHS-LAST-SCORE   TO WS-SQ-SCORE(WS-SQ-CNT)     03860000
038700              MOVE QHS-LAST-SUPV    TO WS-SQ-SUPV(WS-SQ-CNT)      03870000
038800         WHEN QHS-PAIR                                            03880000
038900          AND WS-PQ-CNT < WS-MAX-QTY                              03890000
039000              ADD 1                 TO WS-PQ-CNT                  03900000
039100              MOVE QHS-KEY          TO WS-PQ-KEY(WS-PQ-CNT)       03910000
039200              MOVE QHS-INSP-CNT     TO WS-PQ-INSP(WS-PQ-CNT)      03920000
039300              MOVE QHS-SCORE-TOT    TO WS-PQ-TOT(WS-PQ-CNT)       03930000
039400              MOVE QHS-RECLEAN-CNT  TO WS-PQ-RCL(WS-PQ-CNT)       03940000
039500              MOVE QHS-LAST-DATE    TO WS-PQ-DATE(WS-PQ-CNT)      03950000
039600              MOVE QHS-LAST-SCORE   TO WS-PQ-SCORE(WS-PQ-CNT)     03960000
039700              MOVE QHS-LAST-SUPV    TO WS-PQ-SUPV(WS-PQ-CNT)      03970000
039800         WHEN OTHER                                               03980000
039900              DISPLAY 'QUALITY HISTORY ROW DROPPED: ' QHS-REC     03990000
040000     END-EVALUATE.                                                04000000
040100 0650-EXIT.                                                       04010000
040200     EXIT.                                                        04020000
040300                                                                  04030000
040400 1000-OPEN-FILES.                                                 04040000
040500     OPEN OUTPUT RCL-FILE.                                        04050000
040600     OPEN OUTPUT QLR-RPT.                                         04060000
040700     MOVE SPACES              TO QLR-REC.                         04070000
040800     STRING 'CLEANING QUALITY REPORT - ' DELIMITED BY SIZE        04080000
040900        WS-RUN-DATE DELIMITED BY SIZE                             04090000
041000        '   RE-CLEAN BELOW ' DELIMITED BY SIZE                    04100000
041100        WS-THRESHOLD DELIMITED BY SIZE                            04110000
041200        INTO QLR-REC.                                             04120000
041300     WRITE QLR-REC.                                               04130000
041400     IF WS-RERUN                                                  04140000
041500        MOVE 'RERUN - INSPECTIONS ALREADY IN THE HISTORY'         04150000
041600                              TO QLR-REC                          04160000
041700        WRITE QLR-REC                                             04170000
041800     END-IF.                                                      04180000
041900     MOVE SPACES              TO QLR-REC.                         04190000
042000     WRITE QLR-REC.                                               04200000
042100     MOVE 'REJECTED INSPECTIONS'  TO QLR-REC.                     04210000
042200     WRITE QLR-REC.                                               04220000
042300     MOVE 'SECT  PAIR   DATE    S  DEFT  REASON'  TO QLR-REC.     04230000
042400     WRITE QLR-REC.                                               04240000
042500 1000-EXIT.                                                       04250000
042600     EXIT.                                                        04260000
042700                                                                  04270000
042800 2000-SCORE-INSPECTIONS.                                          04280000
042900     OPEN INPUT INS-FILE.                                         04290000
043000     IF NOT INS-SUCCESS                                           04300000
043100        DISPLAY 'NO INSPECTION FEED - NOTHING SCORED'             04310000
043200        GO TO 2000-EXIT                                           04320000
043300     END-IF.                                                      04330000
043400     PERFORM UNTIL INS-EOF                                        04340000
043500        READ INS-FILE                                             04350000
043600             AT END                                               04360000
043700                SET INS-EOF TO TRUE                               04370000
043800             NOT AT END                                           04380000
043900                ADD 1          TO WS-READ-CNT                     04390000
044000                PERFORM 2100-SCORE-ONE  THRU 2100-EXIT            04400000
044100        END-READ                                                  04410000
044200     END-PERFORM.                                                 04420000
044300     CLOSE INS-FILE.                                              04430000
044400 2000-EXIT.                                                       04440000
044500     EXIT.                                                        04450000
044600                                                                  04460000
044700 2100-SCORE-ONE.                                                  04470000
044800*----------------------------------------------------------------*04480000
044900* AN INSPECTION MUST NAME A SECTION ON THE MASTER, A PAIR AND A  *04490000
045000* SCORE FROM 1 TO 5 - ANYTHING ELSE IS LISTED AND NOT POSTED     *04500000
045100*----------------------------------------------------------------*04510000
045200     MOVE SPACES              TO WS-REASON.                       04520000
045300     MOVE ZEROES              TO WS-SLOT.                         04530000
045400     IF INS-SECTION IS NUMERIC                                    04540000
045500        PERFORM VARYING WS-I FROM 1 BY 1                          04550000
045600                  UNTIL WS-I > WS-SEC-CNT                         04560000
045700                     OR WS-SLOT > ZEROES                          04570000
045800           IF WS-SEC-NUM(WS-I) = INS-SECTION                      04580000
045900              MOVE WS-I          TO WS-SLOT                       04590000
046000           END-IF                                                 04600000
046100        END-PERFORM                                               04610000
046200     END-IF.                                                      04620000
046300     EVALUATE TRUE                                                04630000
046400         WHEN WS-SLOT = ZEROES                                    04640000
046500              MOVE 'SECTION NOT ON MASTER'  TO WS-REASON          04650000
046600         WHEN INS-PAIR NOT NUMERIC OR INS-PAIR = ZEROES           04660000
046700              MOVE 'INVALID PAIR'          TO WS-REASON           04670000
046800         WHEN INS-SCORE NOT NUMERIC                               04680000
046900           OR INS-SCORE < 1 OR INS-SCORE > 5                      04690000
047000              MOVE 'SCORE NOT 1 TO 5'      TO WS-REASON           04700000
047100         WHEN INS-DATE NOT NUMERIC                                04710000
047200              MOVE 'INVALID DATE'          TO WS-REASON           04720000
047300     END-EVALUATE.                                                04730000
047400     IF WS-REASON NOT = SPACES                                    04740000
047500        ADD 1                 TO WS-REJECT-CNT                    04750000
047600        MOVE SPACES           TO QLR-REC                          04760000
047700        MOVE INS-REC(1:4)     TO QLR-REJ-SECTION                  04770000
047800        MOVE INS-REC(6:5)     TO QLR-REJ-PAIR                     04780000
047900        MOVE INS-REC(12:6)    TO QLR-REJ-DATE                     04790000
048000        MOVE INS-REC(19:1)    TO QLR-REJ-SCORE                    04800000
048100        MOVE INS-DEFECT       TO QLR-REJ-DEFECT                   04810000
048200        MOVE WS-REASON        TO QLR-REJ-REASON                   04820000
048300        WRITE QLR-REJ-LINE                                        04830000
048400        DISPLAY 'INSPECTION REJECTED - ' WS-REASON ': ' INS-REC   04840000
048500        GO TO 2100-EXIT                                           04850000
048600     END-IF.                                                      04860000
048700     IF INS-SCORE < WS-THRESHOLD                                  04870000
048800        PERFORM 2300-ORDER-RECLEAN  THRU 2300-EXIT                04880000
048900     END-IF.                                                      04890000
049000     IF WS-RERUN                                                  04900000
049100        GO TO 2100-EXIT                                           04910000
049200     END-IF.                                                      04920000
049300     ADD 1                    TO WS-POSTED-CNT.                   04930000
049400     PERFORM 2200-POST-HISTORY  THRU 2200-EXIT.                   04940000
049500 2100-EXIT.                                                       04950000
049600     EXIT.                                                        04960000
049700                                                                  04970000
049800 2200-POST-HISTORY.                                               04980000
049900     MOVE ZEROES              TO WS-SS.                           04990000
050000     PERFORM VARYING WS-I FROM 1 BY 1                             05000000
050100               UNTIL WS-I > WS-SQ-CNT                             05010000
050200                  OR WS-SS > ZEROES                               05020000
050300        IF WS-SQ-KEY(WS-I) = INS-SECTION                          05030000
050400           MOVE WS-I             TO WS-SS                         05040000
050500        END-IF                                                    05050000
050600     END-PERFORM.                                                 05060000
050700     IF WS-SS = ZEROES                                            05070000
050800        IF WS-SQ-CNT < WS-MAX-QTY                                 05080000
050900           ADD 1              TO WS-SQ-CNT                        05090000
051000           MOVE WS-SQ-CNT     TO WS-SS                            05100000
051100           INITIALIZE         WS-SQ-ENTRY(WS-SS)                  05110000
051200           MOVE INS-SECTION   TO WS-SQ-KEY(WS-SS)                 05120000
051300        ELSE                                                      05130000
051400           DISPLAY 'SECTION HISTORY CAPACITY (500) EXCEEDED: '    05140000
051500                   INS-SECTION                                    05150000
051600        END-IF                                                    05160000
051700     END-IF.                                                      05170000
051800     IF WS-SS > ZEROES                                            05180000
051900        ADD 1                 TO WS-SQ-INSP(WS-SS)                05190000
052000        ADD INS-SCORE         TO WS-SQ-TOT(WS-SS)                 05200000
052100        COMPUTE WS-SQ-DATE(WS-SS) = 20000000 + INS-DATE           05210000
052200        MOVE INS-SCORE        TO WS-SQ-SCORE(WS-SS)               05220000
052300        MOVE WS-SEC-SUPV(WS-SLOT)  TO WS-SQ-SUPV(WS-SS)           05230000
052400        IF INS-SCORE < WS-THRESHOLD                               05240000
052500           ADD 1              TO WS-SQ-RCL(WS-SS)                 05250000
052600        END-IF                                                    05260000
052700     END-IF.                                                      05270000
052800     MOVE ZEROES              TO WS-PS.                           05280000
052900     PERFORM VARYING WS-I FROM 1 BY 1                             05290000
053000               UNTIL WS-I > WS-PQ-CNT                             05300000
053100                  OR WS-PS > ZEROES                               05310000
053200        IF WS-PQ-KEY(WS-I) = INS-PAIR                             05320000
053300           MOVE WS-I             TO WS-PS                         05330000
053400        END-IF                                                    05340000
053500     END-PERFORM.                                                 05350000
053600     IF WS-PS = ZEROES                                            05360000
053700        IF WS-PQ-CNT < WS-MAX-QTY                                 05370000
053800           ADD 1              TO WS-PQ-CNT                        05380000
053900           MOVE WS-PQ-CNT     TO WS-PS                            05390000
054000           INITIALIZE         WS-PQ-ENTRY(WS-PS)                  05400000
054100           MOVE INS-PAIR      TO WS-PQ-KEY(WS-PS)                 05410000
054200        ELSE                                                      05420000
054300           DISPLAY 'PAIR HISTORY CAPACITY (500) EXCEEDED: '       05430000
054400                   INS-PAIR                                       05440000
054500        END-IF                                                    05450000
054600     END-IF.                                                      05460000
054700     IF WS-PS > ZEROES                                            05470000
054800        ADD 1                 TO WS-PQ-INSP(WS-PS)                05480000
054900        ADD INS-SCORE         TO WS-PQ-TOT(WS-PS)                 05490000
055000        COMPUTE WS-PQ-DATE(WS-PS) = 20000000 + INS-DATE           05500000
055100        MOVE INS-SCORE        TO WS-PQ-SCORE(WS-PS)               05510000
055200        MOVE WS-SEC-SUPV(WS-SLOT)  TO WS-PQ-SUPV(WS-PS)           05520000
055300        IF INS-SCORE < WS-THRESHOLD                               05530000
055400           ADD 1              TO WS-PQ-RCL(WS-PS)                 05540000
055500        END-IF                                                    05550000
055600     END-IF.                                                      05560000
055700 2200-EXIT.                                                       05570000
055800     EXIT.                                                        05580000
055900                                                                  05590000
056000 2300-ORDER-RECLEAN.                                              05600000
056100*----------------------------------------------------------------*05610000
056200* THE RE-CLEAN GOES BACK TO THE PAIR THAT CLEANED IT, WITH THE   *05620000
056300* SUPERVISOR WHO WILL SIGN IT OFF                                *05630000
056400*----------------------------------------------------------------*05640000
056500     ADD 1                    TO WS-RECLEAN-CNT.                  05650000
056600     INITIALIZE               RCL-REC.                            05660000
056700     MOVE INS-SECTION         TO RCL-SECTION.                     05670000
056800     MOVE INS-PAIR            TO RCL-PAIR.                        05680000
056900     MOVE INS-DATE            TO RCL-INSP-DATE.                   05690000
057000     MOVE INS-SCORE           TO RCL-SCORE.                       05700000
057100     MOVE INS-DEFECT          TO RCL-DEFECT.                      05710000
057200     MOVE WS-SEC-NAM(WS-SLOT)  TO RCL-NAME.                       05720000
057300     MOVE WS-SEC-SUPV(WS-SLOT) TO RCL-SUPERVISOR.                 05730000
057400     WRITE RCL-REC.                                               05740000
057500     DISPLAY 'RE-CLEAN SECTION ' INS-SECTION ' BY PAIR ' INS-PAIR 05750000
057600             ' SCORE ' INS-SCORE ' DEFECT ' INS-DEFECT            05760000
057700             ' - SUPV ' WS-SEC-SUPV(WS-SLOT).                     05770000
057800 2300-EXIT.                                                       05780000
057900     EXIT.                                                        05790000
058000                                                                  05800000
058100 3000-RANK-PAIRS.                                                 05810000
058200*----------------------------------------------------------------*05820000
058300* RANK BY AVERAGE SCORE OVER THE WHOLE HISTORY, DESCENDING, WITH *05830000
058400* THE NUMBER OF INSPECTIONS AS THE TIE-BREAK                     *05840000
058500*----------------------------------------------------------------*05850000
058600     PERFORM VARYING WS-I FROM 1 BY 1                             05860000
058700               UNTIL WS-I > WS-PQ-CNT                             05870000
058800        IF WS-PQ-INSP(WS-I) > ZEROES                              05880000
058900           COMPUTE WS-PQ-AVG(WS-I) ROUNDED =                      05890000
059000                   WS-PQ-TOT(WS-I) / WS-PQ-INSP(WS-I)             05900000
059100        ELSE                                                      05910000
059200           MOVE ZEROES        TO WS-PQ-AVG(WS-I)                  05920000
059300        END-IF                                                    05930000
059400     END-PERFORM.                                                 05940000
059500     PERFORM VARYING WS-I FROM 1 BY 1                             05950000
059600               UNTIL WS-I >= WS-PQ-CNT                            05960000
059700        PERFORM VARYING WS-J FROM WS-I BY 1                       05970000
059800                  UNTIL WS-J > WS-PQ-CNT                          05980000
059900           IF WS-PQ-AVG(WS-J) > WS-PQ-AVG(WS-I)                   05990000
060000              OR ( WS-PQ-AVG(WS-J) = WS-PQ-AVG(WS-I)              06000000
060100                   AND WS-PQ-INSP(WS-J) > WS-PQ-INSP(WS-I) )      06010000
060200              MOVE WS-PQ-ENTRY(WS-I)  TO WS-SWAP-ENTRY            06020000
060300              MOVE WS-PQ-ENTRY(WS-J)  TO WS-PQ-ENTRY(WS-I)        06030000
060400              MOVE WS-SWAP-ENTRY      TO WS-PQ-ENTRY(WS-J)        06040000
060500           END-IF                                                 06050000
060600        END-PERFORM                                               06060000
060700     END-PERFORM.                                                 06070000
060800     MOVE SPACES              TO QLR-REC.                         06080000
060900     WRITE QLR-REC.                                               06090000
061000     MOVE 'PAIRS RANKED BY AVERAGE SCORE'  TO QLR-REC.            06100000
061100     WRITE QLR-REC.                                               06110000
061200     MOVE 'RANK  PAIR    INSP   AVG   RE-CLN   LAST    SUPERVISOR'06120000
061300                              TO QLR-REC.                         06130000
061400     WRITE QLR-REC.                                               06140000
061500     PERFORM VARYING WS-I FROM 1 BY 1                             06150000
061600               UNTIL WS-I > WS-PQ-CNT                             06160000
061700        MOVE SPACES           TO QLR-REC                          06170000
061800        MOVE WS-I             TO QLR-RANK                         06180000
061900        MOVE WS-PQ-KEY(WS-I)  TO QLR-PAIR                         06190000
062000        MOVE WS-PQ-INSP(WS-I) TO QLR-P-INSP                       06200000
062100        MOVE WS-PQ-AVG(WS-I)  TO QLR-P-AVG                        06210000
062200        MOVE WS-PQ-RCL(WS-I)  TO QLR-P-RECLEAN                    06220000
062300        MOVE WS-PQ-DATE(WS-I)(3:6) TO QLR-P-LAST-DATE             06230000
062400        MOVE WS-PQ-SUPV(WS-I) TO QLR-P-SUPV                       06240000
062500        WRITE QLR-PAIR-LINE                                       06250000
062600     END-PERFORM.                                                 06260000
062700 3000-EXIT.                                                       06270000
062800     EXIT.                                                        06280000
062900                                                                  06290000
063000 4000-REPORT-SECTIONS.                                            06300000
063100*----------------------------------------------------------------*06310000
063200* SECTION QUALITY IN HISTORY ORDER. THE SUPERVISOR IS TAKEN      *06320000
063300* FROM TONIGHT'S AOCD4SEC; A SECTION SINCE DROPPED FROM THE      *06330000
063400* MASTER KEEPS THE SUPERVISOR IT LAST HAD                        *06340000
063500*----------------------------------------------------------------*06350000
063600     MOVE SPACES              TO QLR-REC.                         06360000
063700     WRITE QLR-REC.                                               06370000
063800     MOVE 'SECTION QUALITY'   TO QLR-REC.                         06380000
063900     WRITE QLR-REC.                                               06390000
064000     MOVE SPACES              TO QLR-REC.                         06400000
064100     STRING 'SECT  NAME             SUPERVISOR' DELIMITED BY SIZE 06410000
064200        '   INSP   AVG    RE-CLN' DELIMITED BY SIZE               06420000
064300        INTO QLR-REC.                                             06430000
064400     WRITE QLR-REC.                                               06440000
064500     PERFORM VARYING WS-I FROM 1 BY 1                             06450000
064600               UNTIL WS-I > WS-SQ-CNT                             06460000
064700        IF WS-SQ-INSP(WS-I) > ZEROES                              06470000
064800           COMPUTE WS-SQ-AVG(WS-I) ROUNDED =                      06480000
064900                   WS-SQ-TOT(WS-I) / WS-SQ-INSP(WS-I)             06490000
065000        ELSE                                                      06500000
065100           MOVE ZEROES        TO WS-SQ-AVG(WS-I)                  06510000
065200        END-IF                                                    06520000
065300        MOVE SPACES           TO QLR-REC                          06530000
065400        MOVE WS-SQ-KEY(WS-I)  TO QLR-SECTION                      06540000
065500        MOVE '*OFF MASTER*'   TO QLR-S-NAME                       06550000
065600        MOVE WS-SQ-SUPV(WS-I) TO QLR-S-SUPV                       06560000
065700        PERFORM VARYING WS-J FROM 1 BY 1                          06570000
065800                  UNTIL WS-J > WS-SEC-CNT                         06580000
065900           IF WS-SEC-NUM(WS-J) = WS-SQ-KEY(WS-I)                  06590000
066000              MOVE WS-SEC-NAM(WS-J)   TO QLR-S-NAME               06600000
066100              MOVE WS-SEC-SUPV(WS-J)  TO QLR-S-SUPV               06610000
066200           END-IF                                                 06620000
066300        END-PERFORM                                               06630000
066400        MOVE WS-SQ-INSP(WS-I) TO QLR-S-INSP                       06640000
066500        MOVE WS-SQ-AVG(WS-I)  TO QLR-S-AVG                        06650000
066600        MOVE WS-SQ-RCL(WS-I)  TO QLR-S-RECLEAN                    06660000
066700        WRITE QLR-SEC-LINE                                        06670000
066800     END-PERFORM.                                                 06680000
066900 4000-EXIT.                                                       06690000
067000     EXIT.                                                        06700000
067100                                                                  06710000
067200 5000-WRITE-TOTALS.                                               06720000
067300     MOVE SPACES              TO QLR-REC.                         06730000
067400     WRITE QLR-REC.                                               06740000
067500     MOVE SPACES              TO QLR-REC.                         06750000
067600     STRING 'INSPECTIONS READ      ' DELIMITED BY SIZE            06760000
067700        WS-READ-CNT DELIMITED BY SIZE                             06770000
067800        INTO QLR-REC.                                             06780000
067900     WRITE QLR-REC.                                               06790000
068000     MOVE SPACES              TO QLR-REC.                         06800000
068100     STRING 'POSTED TO HISTORY     ' DELIMITED BY SIZE            06810000
068200        WS-POSTED-CNT DELIMITED BY SIZE                           06820000
068300        INTO QLR-REC.                                             06830000
068400     WRITE QLR-REC.                                               06840000
068500     MOVE SPACES              TO QLR-REC.                         06850000
068600     STRING 'REJECTED              ' DELIMITED BY SIZE            06860000
068700        WS-REJECT-CNT DELIMITED BY SIZE                           06870000
068800        INTO QLR-REC.                                             06880000
068900     WRITE QLR-REC.                                               06890000
069000     MOVE SPACES              TO QLR-REC.                         06900000
069100     STRING 'RE-CLEAN ORDERS       ' DELIMITED BY SIZE            06910000
069200        WS-RECLEAN-CNT DELIMITED BY SIZE                          06920000
069300        INTO QLR-REC.                                             06930000
069400     WRITE QLR-REC.                                               06940000
069500     DISPLAY 'INSPECTIONS: ' WS-READ-CNT                          06950000
069600             ' POSTED: ' WS-POSTED-CNT                            06960000
069700             ' REJECTED: ' WS-REJECT-CNT                          06970000
069800             ' RE-CLEAN: ' WS-RECLEAN-CNT.                        06980000
069900 5000-EXIT.                                                       06990000
070000     EXIT.                                                        07000000
070100                                                                  07010000
070200 6000-REWRITE-HISTORY.                                            07020000
070300*----------------------------------------------------------------*07030000
070400* A RERUN LEAVES THE HISTORY AS THE FIRST RUN WROTE IT           *07040000
070500*----------------------------------------------------------------*07050000
070600     IF WS-RERUN                                                  07060000
070700        GO TO 6000-EXIT                                           07070000
070800     END-IF.                                                      07080000
070900     OPEN OUTPUT QHS-FILE.                                        07090000
071000     MOVE SPACES              TO QHS-REC.                         07100000
071100     MOVE 'C'                 TO QHS-TYPE.                        07110000
071200     MOVE ZEROES              TO QHS-KEY QHS-INSP-CNT             07120000
071300                                 QHS-SCORE-TOT QHS-RECLEAN-CNT    07130000
071400                                 QHS-LAST-SCORE.                  07140000
071500     MOVE WS-RUN-DATE-8       TO QHS-LAST-DATE.                   07150000
071600     WRITE QHS-REC.                                               07160000
071700     PERFORM VARYING WS-I FROM 1 BY 1                             07170000
071800               UNTIL WS-I > WS-SQ-CNT                             07180000
071900        MOVE SPACES           TO QHS-REC                          07190000
072000        MOVE 'S'              TO QHS-TYPE                         07200000
072100        MOVE WS-SQ-KEY(WS-I)  TO QHS-KEY                          07210000
072200        MOVE WS-SQ-INSP(WS-I) TO QHS-INSP-CNT                     07220000
072300        MOVE WS-SQ-TOT(WS-I)  TO QHS-SCORE-TOT                    07230000
072400        MOVE WS-SQ-RCL(WS-I)  TO QHS-RECLEAN-CNT                  07240000
072500        MOVE WS-SQ-DATE(WS-I) TO QHS-LAST-DATE                    07250000
072600        MOVE WS-SQ-SCORE(WS-I) TO QHS-LAST-SCORE                  07260000
072700        MOVE WS-SQ-SUPV(WS-I) TO QHS-LAST-SUPV                    07270000
072800        WRITE QHS-REC                                             07280000
072900     END-PERFORM.                                                 07290000
073000     PERFORM VARYING WS-I FROM 1 BY 1                             07300000
073100               UNTIL WS-I > WS-PQ-CNT                             07310000
073200        MOVE SPACES           TO QHS-REC                          07320000
073300        MOVE 'P'              TO QHS-TYPE                         07330000
073400        MOVE WS-PQ-KEY(WS-I)  TO QHS-KEY                          07340000
073500        MOVE WS-PQ-INSP(WS-I) TO QHS-INSP-CNT                     07350000
073600        MOVE WS-PQ-TOT(WS-I)  TO QHS-SCORE-TOT                    07360000
073700        MOVE WS-PQ-RCL(WS-I)  TO QHS-RECLEAN-CNT                  07370000
073800        MOVE WS-PQ-DATE(WS-I) TO QHS-LAST-DATE                    07380000
073900        MOVE WS-PQ-SCORE(WS-I) TO QHS-LAST-SCORE                  07390000
074000        MOVE WS-PQ-SUPV(WS-I) TO QHS-LAST-SUPV                    07400000
074100        WRITE QHS-REC                                             07410000
074200     END-PERFORM.                                                 07420000
074300     CLOSE QHS-FILE.                                              07430000
074400 6000-EXIT.                                                       07440000
074500     EXIT.                                                        07450000
074600                                                                  07460000
074700*----------------------------------------------------------------*07470000
074800*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *07480000
074900*----------------------------------------------------------------*07490000
075000 9800-WRITE-AUDIT-HIST.                                           07500000
075100     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      07510000
075200     ACCEPT WS-HIST-TIME FROM TIME.                               07520000
075300     OPEN EXTEND AUD-HIST.                                        07530000
075400     INITIALIZE AUD-HIST-REC.                                     07540000
075500     MOVE WS-HIST-DATE          TO HIST-DATE.                     07550000
075600     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     07560000
075700     MOVE 'AOCD4PG8'            TO HIST-PGM.                      07570000
075701     MOVE WS-HIST-VER           TO HIST-VERSION.                  07570100
075800     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   07580000
075900     WRITE AUD-HIST-REC.                                          07590000
076000     CLOSE AUD-HIST.                                              07600000
076100 9800-EXIT.                                                       07610000
076200     EXIT.                                                        07620000
