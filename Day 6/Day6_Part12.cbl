000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 6 PROGRAM 12                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  DEVICE FAILURE RATES BY MODEL AND FIRMWARE. WHEN A BATCH OF   *00040000
000500*  DEVICES STARTS FAILING THE QUESTION IS WHETHER THEY SHARE A   *00050000
000600*  MODEL OR A FIRMWARE RELEASE. THE AOCD6HLT GRADES (C OR F IS   *00060000
000700*  A FAILURE) AND THE AOCD6HIS MARKER HISTORY (A RUN WITH THE    *00070000
000800*  MARKER NOT FOUND IS A MISS) ARE JOINED TO THE MODEL AND       *00080000
000900*  FIRMWARE ON AOCD6DVM AND ROLLED UP BOTH WAYS ON AOCD6FRC.     *00090000
001000*  A GROUP OF TWO OR MORE DEVICES FAILING OR MISSING AT TWICE    *00100000
001100*  THE FLEET RATE OR WORSE IS FLAGGED SUSPECT, SO A BAD ROLLOUT  *00110000
001200*  SHOWS UP ACROSS THE FLEET AND NOT ONE DEVICE AT A TIME        *00120000
001300*----------------------------------------------------------------*00130000
001400 IDENTIFICATION DIVISION.                                         00140000
001500 PROGRAM-ID. AOCD6PGC.                                            00150000
001600 AUTHOR. z/OS Mainframer.                                         00160000
001700                                                                  00170000
001800 ENVIRONMENT DIVISION.                                            00180000
001900 INPUT-OUTPUT SECTION.                                            00190000
002000 FILE-CONTROL.                                                    00200000
002100     SELECT DEV-MASTER   ASSIGN TO AOCD6DVM                       00210000
002200        ORGANIZATION    IS SEQUENTIAL                             00220000
002300         ACCESS MODE    IS SEQUENTIAL                             00230000
002400         FILE STATUS    IS DVM-FILE-STATUS.                       00240000
002500                                                                  00250000
002600     SELECT HLT-FILE     ASSIGN TO AOCD6HLT                       00260000
002700        ORGANIZATION    IS SEQUENTIAL                             00270000
002800         ACCESS MODE    IS SEQUENTIAL                             00280000
002900         FILE STATUS    IS HLT-FILE-STATUS.                       00290000
003000                                                                  00300000
003100     SELECT MRK-HIST     ASSIGN TO AOCD6HIS                       00310000
003200        ORGANIZATION    IS SEQUENTIAL                             00320000
003300         ACCESS MODE    IS SEQUENTIAL                             00330000
003400         FILE STATUS    IS MHS-FILE-STATUS.                       00340000
003500                                                                  00350000
003600*----------------------------------------------------------------*00360000
003700* FAILURE-RATE CORRELATION REPORT                                *00370000
003800*----------------------------------------------------------------*00380000
003900     SELECT FRC-RPT      ASSIGN TO AOCD6FRC                       00390000
004000        ORGANIZATION    IS SEQUENTIAL                             00400000
004100         ACCESS MODE    IS SEQUENTIAL                             00410000
004200         FILE STATUS    IS FRC-FILE-STATUS.                       00420000
004300                                                                  00430000
004400*----------------------------------------------------------------*00440000
004500*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00450000
004600*----------------------------------------------------------------*00460000
004700     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00470000
004800        ORGANIZATION    IS SEQUENTIAL                             00480000
004900         ACCESS MODE    IS SEQUENTIAL                             00490000
005000         FILE STATUS    IS HIST-FILE-STATUS.                      00500000
005100                                                                  00510000
005200 DATA DIVISION.                                                   00520000
005300 FILE SECTION.                                                    00530000
005400 FD  DEV-MASTER                                                   00540000
005500     DATA RECORD IS DVM-REC.                                      00550000
005600 01  DVM-REC.                                                     00560000
005700     05 DVM-DEVICE-ID          PIC X(08).                         00570000
005800     05 FILLER                 PIC X(01).                         00580000
005900     05 DVM-REGION             PIC X(04).                         00590000
006000     05 FILLER                 PIC X(01).                         00600000
006100     05 DVM-TECH-ID            PIC X(08).                         00610000
006200     05 FILLER                 PIC X(01).                         00620000
006300     05 DVM-MODEL              PIC X(08).                         00630000
006400     05 FILLER                 PIC X(01).                         00640000
006500     05 DVM-FIRMWARE           PIC X(08).                         00650000
006600     05 FILLER                 PIC X(01).                         00660000
006700     05 DVM-INSTALL-DATE       PIC 9(06).                         00670000
006800                                                                  00680000
006900 FD  HLT-FILE.                                                    00690000
007000 01  HLT-REC.                                                     00700000
007100     05 HLT-DEVICE-ID   PIC X(08).                                00710000
007200     05 FILLER          PIC X(02).                                00720000
007300     05 HLT-GRADE       PIC X(01).                                00730000
007400     05 FILLER          PIC X(02).                                00740000
007500     05 HLT-FOUND       PIC X(01).                                00750000
007600     05 FILLER          PIC X(02).                                00760000
007700     05 HLT-DUP-CNT     PIC 9(03).                                00770000
007800     05 FILLER          PIC X(02).                                00780000
007900     05 HLT-DRIFT-PCT   PIC 9(03).                                00790000
008000                                                                  00800000
008100 FD  MRK-HIST.                                                    00810000
008200 01  MHS-REC.                                                     00820000
008300     05 MHS-DEVICE-ID          PIC X(08).                         00830000
008400     05 FILLER                 PIC X(02).                         00840000
008500     05 MHS-MARKER-ST          PIC 9(05).                         00850000
008600     05 FILLER                 PIC X(02).                         00860000
008700     05 MHS-FOUND-FLAG         PIC X(01).                         00870000
008800     05 FILLER                 PIC X(02).                         00880000
008900     05 MHS-RUN-DATE           PIC 9(08).                         00890000
009000                                                                  00900000
009100 FD  FRC-RPT.                                                     00910000
009200 01  FRC-REC                PIC X(80).                            00920000
009300 01  FRC-DTL-LINE.                                                00930000
009400     05 FRC-NAME            PIC X(08).                            00940000
009500     05 FILLER              PIC X(02).                            00950000
009600     05 FRC-DEVS            PIC ZZZ9.                             00960000
009700     05 FILLER              PIC X(03).                            00970000
009800     05 FRC-GRADED          PIC ZZZ9.                             00980000
009900     05 FILLER              PIC X(02).                            00990000
010000     05 FRC-BAD             PIC ZZZ9.                             01000000
010100     05 FILLER              PIC X(02).                            01010000
010200     05 FRC-FAIL-PCT        PIC ZZ9.                              01020000
010300     05 FILLER              PIC X(02).                            01030000
010400     05 FRC-RUNS            PIC ZZZZ9.                            01040000
010500     05 FILLER              PIC X(02).                            01050000
010600     05 FRC-MISSED          PIC ZZZZ9.                            01060000
010700     05 FILLER              PIC X(02).                            01070000
010800     05 FRC-MISS-PCT        PIC ZZ9.                              01080000
010900     05 FILLER              PIC X(02).                            01090000
011000     05 FRC-FLAG            PIC X(07).                            01100000
011100     05 FILLER              PIC X(01).                            01110000
011200     05 FRC-LAST-INST       PIC X(06).                            01120000
011300     05 FILLER              PIC X(13).                            01130000
011400                                                                  01140000
011500 FD  AUD-HIST                                                     01150000
011600     DATA RECORD IS AUD-HIST-REC.                                 01160000
011700 01  AUD-HIST-REC.                                                01170000
011800     05 HIST-DATE            PIC 9(08).                           01180000
011900     05 FILLER               PIC X(02).                           01190000
012000     05 HIST-TIME            PIC 9(06).                           01200000
012100     05 FILLER               PIC X(02).                           01210000
012200     05 HIST-PGM             PIC X(08).                           01220000
012300     05 FILLER               PIC X(02).                           01230000
012400     05 HIST-OUTPUT          PIC X(40).                           01240000
012401     05 FILLER               PIC X(02).                           01240100
012402     05 HIST-VERSION         PIC X(08).                           01240200
012500                                                                  01250000
012600 WORKING-STORAGE SECTION.                                         01260000
012700 01  WS-WORK-FIELDS.                                              01270000
012800     05 WS-I              PIC 9(03)   VALUE ZEROES.               01280000
012900     05 WS-J              PIC 9(03)   VALUE ZEROES.               01290000
013000     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01300000
013100     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01310000
013200     05 WS-FIND-DEVICE    PIC X(08)   VALUE SPACES.               01320000
013300     05 WS-FIND-KIND      PIC X(01)   VALUE SPACES.               01330000
013400     05 WS-FIND-NAME      PIC X(08)   VALUE SPACES.               01340000
013500     05 WS-LAST-KIND      PIC X(01)   VALUE SPACES.               01350000
013600     05 WS-SUSPECT-CNT    PIC 9(03)   VALUE ZEROES.               01360000
013700     05 WS-NO-MASTER-CNT  PIC 9(03)   VALUE ZEROES.               01370000
013800     05 WS-FAIL-PCT       PIC 9(03)   VALUE ZEROES.               01380000
013900     05 WS-MISS-PCT       PIC 9(03)   VALUE ZEROES.               01390000
014000     05 WS-FLEET-FAIL     PIC 9(03)   VALUE ZEROES.               01400000
014100     05 WS-FLEET-MISS     PIC 9(03)   VALUE ZEROES.               01410000
014200                                                                  01420000
014300*----------------------------------------------------------------*01430000
014400* ONE ROW PER DEVICE - MASTER ATTRIBUTES, GRADE AND HISTORY      *01440000
014500*----------------------------------------------------------------*01450000
014600 01  WS-DEV-FIELDS.                                               01460000
014700     05 WS-DEV-CNT        PIC 9(03)   VALUE ZEROES.               01470000
014800     05 WS-MAX-DEVS       PIC 9(03)   VALUE 500.                  01480000
014900 01  WS-DEV-TABLE.                                                01490000
015000     05 WS-DEV-ENTRY      OCCURS 500 TIMES.                       01500000
015100        10 WS-DEV-ID      PIC X(08).                              01510000
015200        10 WS-DEV-MODEL   PIC X(08).                              01520000
015300        10 WS-DEV-FW      PIC X(08).                              01530000
015400        10 WS-DEV-INSTALL PIC 9(06).                              01540000
015500        10 WS-DEV-GRADE   PIC X(01).                              01550000
015600        10 WS-DEV-RUNS    PIC 9(05).                              01560000
015700        10 WS-DEV-MISSES  PIC 9(05).                              01570000
015800        10 WS-DEV-ON-DVM  PIC X(01).                              01580000
015900                                                                  01590000
016000*----------------------------------------------------------------*01600000
016100* ONE ROW PER MODEL (KIND 1) AND PER FIRMWARE (KIND 2), WITH     *01610000
016200* KIND 9 HOLDING THE FLEET TOTAL. SORTED BY KIND AND NAME        *01620000
016300* BEFORE PRINTING                                                *01630000
016400*----------------------------------------------------------------*01640000
016500 01  WS-GRP-FIELDS.                                               01650000
016600     05 WS-GRP-CNT        PIC 9(03)   VALUE ZEROES.               01660000
016700     05 WS-MAX-GRPS       PIC 9(03)   VALUE 300.                  01670000
016800 01  WS-GRP-TABLE.                                                01680000
016900     05 WS-GRP-ENTRY      OCCURS 300 TIMES.                       01690000
017000        10 WS-GRP-KEY.                                            01700000
017100           15 WS-GRP-KIND PIC X(01).                              01710000
017200           15 WS-GRP-NAME PIC X(08).                              01720000
017300        10 WS-GRP-DEVS    PIC 9(04).                              01730000
017400        10 WS-GRP-GRADED  PIC 9(04).                              01740000
017500        10 WS-GRP-BAD     PIC 9(04).                              01750000
017600        10 WS-GRP-RUNS    PIC 9(05).                              01760000
017700        10 WS-GRP-MISSED  PIC 9(05).                              01770000
017800        10 WS-GRP-INSTALL PIC 9(06).                              01780000
017900 01  WS-GRP-HOLD          PIC X(37)   VALUE SPACES.               01790000
018000                                                                  01800000
018100 01  WS-SWITCHES.                                                 01810000
018200     05 DVM-FILE-STATUS   PIC X(02)   VALUE SPACES.               01820000
018300        88 DVM-SUCCESS    VALUE '00'.                             01830000
018400        88 DVM-EOF        VALUE '10'.                             01840000
018500     05 HLT-FILE-STATUS   PIC X(02)   VALUE SPACES.               01850000
018600        88 HLT-SUCCESS    VALUE '00'.                             01860000
018700        88 HLT-EOF        VALUE '10'.                             01870000
018800     05 MHS-FILE-STATUS   PIC X(02)   VALUE SPACES.               01880000
018900        88 MHS-SUCCESS    VALUE '00'.                             01890000
019000        88 MHS-EOF        VALUE '10'.                             01900000
019100     05 FRC-FILE-STATUS   PIC X(02)   VALUE SPACES.               01910000
019200        88 FRC-SUCCESS    VALUE '00'.                             01920000
019300     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               01930000
019400        88 HIST-SUCCESS   VALUE '00'.                             01940000
019500                                                                  01950000
019600 01  WS-HIST-FIELDS.                                              01960000
019700     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               01970000
019800     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               01980000
019900     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               01990000
019901     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             01990100
020000                                                                  02000000
020100 PROCEDURE DIVISION.                                              02010000
020200                                                                  02020000
020300     ACCEPT WS-RUN-DATE       FROM DATE.                          02030000
020400     PERFORM 1000-LOAD-DEVICES         THRU 1000-EXIT.            02040000
020500     PERFORM 1200-FOLD-GRADES          THRU 1200-EXIT.            02050000
020600     PERFORM 1400-FOLD-HISTORY         THRU 1400-EXIT.            02060000
020700     PERFORM 2000-BUILD-GROUPS         THRU 2000-EXIT.            02070000
020800     PERFORM 3000-WRITE-REPORT         THRU 3000-EXIT.            02080000
020900     IF WS-SUSPECT-CNT > ZEROES                                   02090000
021000        MOVE 4                TO RETURN-CODE                      02100000
021100     END-IF.                                                      02110000
021200     STRING 'FAILURE RATES - ' DELIMITED BY SIZE                  02120000
021300        WS-SUSPECT-CNT DELIMITED BY SIZE                          02130000
021400        ' SUSPECT GROUPS' DELIMITED BY SIZE                       02140000
021500        INTO WS-HIST-MSG.                                         02150000
021600     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02160000
021700     GOBACK.                                                      02170000
021800                                                                  02180000
021900 0900-FIND-OR-ADD-DEVICE.                                         02190000
022000*----------------------------------------------------------------*02200000
022100* A DEVICE GRADED OR ON THE HISTORY BUT MISSING FROM THE MASTER  *02210000
022200* (OR ON IT WITHOUT A MODEL OR FIRMWARE) IS CARRIED AS UNKNOWN   *02220000
022300*----------------------------------------------------------------*02230000
022400     MOVE ZEROES              TO WS-SLOT.                         02240000
022500     PERFORM VARYING WS-I FROM 1 BY 1                             02250000
022600               UNTIL WS-I > WS-DEV-CNT                            02260000
022700                  OR WS-SLOT > ZEROES                             02270000
022800        IF WS-DEV-ID(WS-I) = WS-FIND-DEVICE                       02280000
022900           MOVE WS-I             TO WS-SLOT                       02290000
023000        END-IF                                                    02300000
023100     END-PERFORM.                                                 02310000
023200     IF WS-SLOT = ZEROES                                          02320000
023300        IF WS-DEV-CNT < WS-MAX-DEVS                               02330000
023400           ADD 1                 TO WS-DEV-CNT                    02340000
023500           MOVE WS-DEV-CNT       TO WS-SLOT                       02350000
023600           INITIALIZE            WS-DEV-ENTRY(WS-SLOT)            02360000
023700           MOVE WS-FIND-DEVICE   TO WS-DEV-ID(WS-SLOT)            02370000
023800           MOVE 'UNKNOWN'        TO WS-DEV-MODEL(WS-SLOT)         02380000
023900           MOVE 'UNKNOWN'        TO WS-DEV-FW(WS-SLOT)            02390000
024000           MOVE 'N'              TO WS-DEV-ON-DVM(WS-SLOT)        02400000
024100        ELSE                                                      02410000
024200           DISPLAY 'DEVICE CAPACITY (500) EXCEEDED: '             02420000
024300                   WS-FIND-DEVICE                                 02430000
024400        END-IF                                                    02440000
024500     END-IF.                                                      02450000
024600 0900-EXIT.                                                       02460000
024700     EXIT.                                                        02470000
024800                                                                  02480000
024900 1000-LOAD-DEVICES.                                               02490000
025000     OPEN INPUT DEV-MASTER.                                       02500000
025100     IF NOT DVM-SUCCESS                                           02510000
025200        DISPLAY 'ERROR - UNABLE TO OPEN AOCD6DVM, FILE STATUS: '  02520000
025300                DVM-FILE-STATUS                                   02530000
025400        MOVE 16             TO RETURN-CODE                        02540000
025500        MOVE 'UNABLE TO OPEN DEVICE MASTER'  TO WS-HIST-MSG       02550000
025600        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02560000
025700        GOBACK                                                    02570000
025800     END-IF.                                                      02580000
025900     PERFORM UNTIL DVM-EOF                                        02590000
026000        READ DEV-MASTER                                           02600000
026100             AT END                                               02610000
026200                SET DVM-EOF TO TRUE                               02620000
026300             NOT AT END                                           02630000
026400                MOVE DVM-DEVICE-ID  TO WS-FIND-DEVICE             02640000
026500                PERFORM 0900-FIND-OR-ADD-DEVICE  THRU 0900-EXIT   02650000
026600                IF WS-SLOT > ZEROES                               02660000
026700                   MOVE 'Y'         TO WS-DEV-ON-DVM(WS-SLOT)     02670000
026800                   IF DVM-MODEL NOT = SPACES                      02680000
026900                      MOVE DVM-MODEL    TO WS-DEV-MODEL(WS-SLOT)  02690000
027000                   END-IF                                         02700000
027100                   IF DVM-FIRMWARE NOT = SPACES                   02710000
027200                      MOVE DVM-FIRMWARE TO WS-DEV-FW(WS-SLOT)     02720000
027300                   END-IF                                         02730000
027400                   IF DVM-INSTALL-DATE IS NUMERIC                 02740000
027500                      MOVE DVM-INSTALL-DATE                       02750000
027600                                    TO WS-DEV-INSTALL(WS-SLOT)    02760000
027700                   END-IF                                         02770000
027800                END-IF                                            02780000
027900        END-READ                                                  02790000
028000     END-PERFORM.                                                 02800000
028100     CLOSE DEV-MASTER.                                            02810000
028200     DISPLAY 'DEVICES ON MASTER: ' WS-DEV-CNT.                    02820000
028300 1000-EXIT.                                                       02830000
028400     EXIT.                                                        02840000
028500                                                                  02850000
028600 1200-FOLD-GRADES.                                                02860000
028700     OPEN INPUT HLT-FILE.                                         02870000
028800     IF NOT HLT-SUCCESS                                           02880000
028900        DISPLAY 'NO AOCD6HLT HEALTH FILE - NO GRADE FAILURES'     02890000
029000        GO TO 1200-EXIT                                           02900000
029100     END-IF.                                                      02910000
029200     PERFORM UNTIL HLT-EOF                                        02920000
029300        READ HLT-FILE                                             02930000
029400             AT END                                               02940000
029500                SET HLT-EOF TO TRUE                               02950000
029600             NOT AT END                                           02960000
029700                MOVE HLT-DEVICE-ID  TO WS-FIND-DEVICE             02970000
029800                PERFORM 0900-FIND-OR-ADD-DEVICE  THRU 0900-EXIT   02980000
029900                IF WS-SLOT > ZEROES                               02990000
030000                   MOVE HLT-GRADE   TO WS-DEV-GRADE(WS-SLOT)      03000000
030100                END-IF                                            03010000
030200        END-READ                                                  03020000
030300     END-PERFORM.                                                 03030000
030400     CLOSE HLT-FILE.                                              03040000
030500 1200-EXIT.                                                       03050000
030600     EXIT.                                                        03060000
030700                                                                  03070000
030800 1400-FOLD-HISTORY.                                               03080000
030900     OPEN INPUT MRK-HIST.                                         03090000
031000     IF NOT MHS-SUCCESS                                           03100000
031100        DISPLAY 'NO AOCD6HIS MARKER HISTORY - NO MISS RATES'      03110000
031200        GO TO 1400-EXIT                                           03120000
031300     END-IF.                                                      03130000
031400     PERFORM UNTIL MHS-EOF                                        03140000
031500        READ MRK-HIST                                             03150000
031600             AT END                                               03160000
031700                SET MHS-EOF TO TRUE                               03170000
031800             NOT AT END                                           03180000
031900                MOVE MHS-DEVICE-ID  TO WS-FIND-DEVICE             03190000
032000                PERFORM 0900-FIND-OR-ADD-DEVICE  THRU 0900-EXIT   03200000
032100                IF WS-SLOT > ZEROES                               03210000
032200                   ADD 1            TO WS-DEV-RUNS(WS-SLOT)       03220000
032300                   IF MHS-FOUND-FLAG NOT = 'Y'                    03230000
032400                      ADD 1         TO WS-DEV-MISSES(WS-SLOT)     03240000
032500                   END-IF                                         03250000
032600                END-IF                                            03260000
032700        END-READ                                                  03270000
032800     END-PERFORM.                                                 03280000
032900     CLOSE MRK-HIST.                                              03290000
033000 1400-EXIT.                                                       03300000
033100     EXIT.                                                        03310000
033200                                                                  03320000
033300 2000-BUILD-GROUPS.                                               03330000
033400     PERFORM VARYING WS-J FROM 1 BY 1                             03340000
033500               UNTIL WS-J > WS-DEV-CNT                            03350000
033600        IF WS-DEV-ON-DVM(WS-J) = 'N'                              03360000
033700           ADD 1              TO WS-NO-MASTER-CNT                 03370000
033800        END-IF                                                    03380000
033900        MOVE '1'                   TO WS-FIND-KIND                03390000
034000        MOVE WS-DEV-MODEL(WS-J)    TO WS-FIND-NAME                03400000
034100        PERFORM 2100-ADD-TO-GROUP  THRU 2100-EXIT                 03410000
034200        MOVE '2'                   TO WS-FIND-KIND                03420000
034300        MOVE WS-DEV-FW(WS-J)       TO WS-FIND-NAME                03430000
034400        PERFORM 2100-ADD-TO-GROUP  THRU 2100-EXIT                 03440000
034500        MOVE '9'                   TO WS-FIND-KIND                03450000
034600        MOVE 'FLEET'               TO WS-FIND-NAME                03460000
034700        PERFORM 2100-ADD-TO-GROUP  THRU 2100-EXIT                 03470000
034800     END-PERFORM.                                                 03480000
034900*----------------------------------------------------------------*03490000
035000* EXCHANGE SORT ON KIND AND NAME - THE TABLE IS SMALL            *03500000
035100*----------------------------------------------------------------*03510000
035200     PERFORM VARYING WS-I FROM 1 BY 1                             03520000
035300               UNTIL WS-I >= WS-GRP-CNT                           03530000
035400        PERFORM VARYING WS-J FROM WS-I BY 1                       03540000
035500                  UNTIL WS-J > WS-GRP-CNT                         03550000
035600           IF WS-GRP-KEY(WS-J) < WS-GRP-KEY(WS-I)                 03560000
035700              MOVE WS-GRP-ENTRY(WS-I)  TO WS-GRP-HOLD             03570000
035800              MOVE WS-GRP-ENTRY(WS-J)  TO WS-GRP-ENTRY(WS-I)      03580000
035900              MOVE WS-GRP-HOLD         TO WS-GRP-ENTRY(WS-J)      03590000
036000           END-IF                                                 03600000
036100        END-PERFORM                                               03610000
036200     END-PERFORM.                                                 03620000
036300 2000-EXIT.                                                       03630000
036400     EXIT.                                                        03640000
036500                                                                  03650000
036600 2100-ADD-TO-GROUP.                                               03660000
036700     MOVE ZEROES              TO WS-SLOT.                         03670000
036800     PERFORM VARYING WS-I FROM 1 BY 1                             03680000
036900               UNTIL WS-I > WS-GRP-CNT                            03690000
037000                  OR WS-SLOT > ZEROES                             03700000
037100        IF WS-GRP-KIND(WS-I) = WS-FIND-KIND                       03710000
037200           AND WS-GRP-NAME(WS-I) = WS-FIND-NAME                   03720000
037300           MOVE WS-I             TO WS-SLOT                       03730000
037400        END-IF                                                    03740000
037500     END-PERFORM.                                                 03750000
037600     IF WS-SLOT = ZEROES                                          03760000
037700        IF WS-GRP-CNT < WS-MAX-GRPS                               03770000
037800           ADD 1                 TO WS-GRP-CNT                    03780000
037900           MOVE WS-GRP-CNT       TO WS-SLOT                       03790000
038000           INITIALIZE            WS-GRP-ENTRY(WS-SLOT)            03800000
038100           MOVE WS-FIND-KIND     TO WS-GRP-KIND(WS-SLOT)          03810000
038200           MOVE WS-FIND-NAME     TO WS-GRP-NAME(WS-SLOT)          03820000
038300        ELSE                                                      03830000
038400           DISPLAY 'GROUP CAPACITY (300) EXCEEDED: ' WS-FIND-NAME 03840000
038500           GO TO 2100-EXIT                                        03850000
038600        END-IF                                                    03860000
038700     END-IF.                                                      03870000
038800     ADD 1                    TO WS-GRP-DEVS(WS-SLOT).            03880000
038900     IF WS-DEV-GRADE(WS-J) NOT = SPACES                           03890000
039000        ADD 1                 TO WS-GRP-GRADED(WS-SLOT)           03900000
039100        IF WS-DEV-GRADE(WS-J) = 'C' OR WS-DEV-GRADE(WS-J) = 'F'   03910000
039200           ADD 1              TO WS-GRP-BAD(WS-SLOT)              03920000
039300        END-IF                                                    03930000
039400     END-IF.                                                      03940000
039500     ADD WS-DEV-RUNS(WS-J)    TO WS-GRP-RUNS(WS-SLOT).            03950000
039600     ADD WS-DEV-MISSES(WS-J)  TO WS-GRP-MISSED(WS-SLOT).          03960000
039700     IF WS-DEV-INSTALL(WS-J) > WS-GRP-INSTALL(WS-SLOT)            03970000
039800        MOVE WS-DEV-INSTALL(WS-J)  TO WS-GRP-INSTALL(WS-SLOT)     03980000
039900     END-IF.                                                      03990000
040000 2100-EXIT.                                                       04000000
040100     EXIT.                                                        04010000
040200                                                                  04020000
040300 3000-WRITE-REPORT.                                               04030000
040400*----------------------------------------------------------------*04040000
040500* THE FLEET ROW SORTS LAST AND IS READ FIRST, SO THE GROUP       *04050000
040600* RATES CAN BE SET AGAINST IT                                    *04060000
040700*----------------------------------------------------------------*04070000
040800     OPEN OUTPUT FRC-RPT.                                         04080000
040900     MOVE WS-GRP-CNT          TO WS-I.                            04090000
041000     PERFORM 3200-GROUP-RATES  THRU 3200-EXIT.                    04100000
041100     MOVE WS-FAIL-PCT         TO WS-FLEET-FAIL.                   04110000
041200     MOVE WS-MISS-PCT         TO WS-FLEET-MISS.                   04120000
041300     MOVE SPACES              TO FRC-REC.                         04130000
041400     STRING 'FAILURE RATES BY MODEL AND FIRMWARE - RUN DATE '     04140000
041500        DELIMITED BY SIZE                                         04150000
041600        WS-RUN-DATE DELIMITED BY SIZE                             04160000
041700        INTO FRC-REC.                                             04170000
041800     WRITE FRC-REC.                                               04180000
041900     MOVE SPACES              TO FRC-REC.                         04190000
042000     WRITE FRC-REC.                                               04200000
042100     PERFORM 3100-COLUMN-HEADS  THRU 3100-EXIT.                   04210000
042200     MOVE 'MODEL'             TO FRC-REC(1:8).                    04220000
042300     WRITE FRC-REC.                                               04230000
042400     PERFORM VARYING WS-I FROM 1 BY 1                             04240000
042500               UNTIL WS-I > WS-GRP-CNT                            04250000
042600        IF WS-GRP-KIND(WS-I) = '2'                                04260000
042700           AND WS-LAST-KIND NOT = '2'                             04270000
042800           MOVE SPACES        TO FRC-REC                          04280000
042900           WRITE FRC-REC                                          04290000
043000           PERFORM 3100-COLUMN-HEADS  THRU 3100-EXIT              04300000
043100           MOVE 'FIRMWARE'    TO FRC-REC(1:8)                     04310000
043200           WRITE FRC-REC                                          04320000
043300        END-IF                                                    04330000
043400        IF WS-GRP-KIND(WS-I) = '9'                                04340000
043500           MOVE SPACES        TO FRC-REC                          04350000
043600           WRITE FRC-REC                                          04360000
043700        END-IF                                                    04370000
043800        PERFORM 3200-GROUP-RATES  THRU 3200-EXIT                  04380000
043900        PERFORM 3300-WRITE-GROUP  THRU 3300-EXIT                  04390000
044000        MOVE WS-GRP-KIND(WS-I)  TO WS-LAST-KIND                   04400000
044100     END-PERFORM.                                                 04410000
044200     MOVE SPACES              TO FRC-REC.                         04420000
044300     WRITE FRC-REC.                                               04430000
044400     MOVE SPACES              TO FRC-REC.                         04440000
044500     STRING 'SUSPECT GROUPS ' DELIMITED BY SIZE                   04450000
044600        WS-SUSPECT-CNT DELIMITED BY SIZE                          04460000
044700        '  DEVICES NOT ON AOCD6DVM ' DELIMITED BY SIZE            04470000
044800        WS-NO-MASTER-CNT DELIMITED BY SIZE                        04480000
044900        INTO FRC-REC.                                             04490000
045000     WRITE FRC-REC.                                               04500000
045100     CLOSE FRC-RPT.                                               04510000
045200     DISPLAY 'GROUPS: ' WS-GRP-CNT ' SUSPECT: ' WS-SUSPECT-CNT.   04520000
045300 3000-EXIT.                                                       04530000
045400     EXIT.                                                        04540000
045500                                                                  04550000
045600 3100-COLUMN-HEADS.                                               04560000
045700     MOVE 'MODEL     DEVS   GRAD   C/F FAIL%  RUNS'  TO FRC-REC.  04570000
045800     MOVE 'MISSED MISS% FLAG    LAST INST'  TO FRC-REC(41:30).    04580000
045900 3100-EXIT.                                                       04590000
046000     EXIT.                                                        04600000
046100                                                                  04610000
046200 3200-GROUP-RATES.                                                04620000
046300     MOVE ZEROES              TO WS-FAIL-PCT WS-MISS-PCT.         04630000
046400     IF WS-GRP-GRADED(WS-I) > ZEROES                              04640000
046500        COMPUTE WS-FAIL-PCT ROUNDED =                             04650000
046600                WS-GRP-BAD(WS-I) * 100 / WS-GRP-GRADED(WS-I)      04660000
046700     END-IF.                                                      04670000
046800     IF WS-GRP-RUNS(WS-I) > ZEROES                                04680000
046900        COMPUTE WS-MISS-PCT ROUNDED =                             04690000
047000                WS-GRP-MISSED(WS-I) * 100 / WS-GRP-RUNS(WS-I)     04700000
047100     END-IF.                                                      04710000
047200 3200-EXIT.                                                       04720000
047300     EXIT.                                                        04730000
047400                                                                  04740000
047500 3300-WRITE-GROUP.                                                04750000
047600     MOVE SPACES              TO FRC-DTL-LINE.                    04760000
047700     MOVE WS-GRP-NAME(WS-I)   TO FRC-NAME.                        04770000
047800     MOVE WS-GRP-DEVS(WS-I)   TO FRC-DEVS.                        04780000
047900     MOVE WS-GRP-GRADED(WS-I) TO FRC-GRADED.                      04790000
048000     MOVE WS-GRP-BAD(WS-I)    TO FRC-BAD.                         04800000
048100     MOVE WS-FAIL-PCT         TO FRC-FAIL-PCT.                    04810000
048200     MOVE WS-GRP-RUNS(WS-I)   TO FRC-RUNS.                        04820000
048300     MOVE WS-GRP-MISSED(WS-I) TO FRC-MISSED.                      04830000
048400     MOVE WS-MISS-PCT         TO FRC-MISS-PCT.                    04840000
048500     IF WS-GRP-INSTALL(WS-I) > ZEROES                             04850000
048600        MOVE WS-GRP-INSTALL(WS-I)  TO FRC-LAST-INST               04860000
048700     END-IF.                                                      04870000
048800     IF WS-GRP-KIND(WS-I) NOT = '9'                               04880000
048900        AND WS-GRP-DEVS(WS-I) > 1                                 04890000
049000        AND ((WS-FAIL-PCT > ZEROES                                04900000
049100              AND WS-FAIL-PCT NOT < WS-FLEET-FAIL * 2)            04910000
049200          OR (WS-MISS-PCT > ZEROES                                04920000
049300              AND WS-MISS-PCT NOT < WS-FLEET-MISS * 2))           04930000
049400        MOVE 'SUSPECT'        TO FRC-FLAG                         04940000
049500        ADD 1                 TO WS-SUSPECT-CNT                   04950000
049600        DISPLAY 'SUSPECT GROUP ' WS-GRP-NAME(WS-I)                04960000
049700                ' FAIL% ' WS-FAIL-PCT ' MISS% ' WS-MISS-PCT       04970000
049800     END-IF.                                                      04980000
049900     WRITE FRC-DTL-LINE.                                          04990000
050000 3300-EXIT.                                                       05000000
050100     EXIT.                                                        05010000
050200                                                                  05020000
050300*----------------------------------------------------------------*05030000
050400*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *05040000
050500*----------------------------------------------------------------*05050000
050600 9800-WRITE-AUDIT-HIST.                                           05060000
050700     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      05070000
050800     ACCEPT WS-HIST-TIME FROM TIME.                               05080000
050900     OPEN EXTEND AUD-HIST.                                        05090000
051000     INITIALIZE AUD-HIST-REC.                                     05100000
051100     MOVE WS-HIST-DATE          TO HIST-DATE.                     05110000
051200     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     05120000
051300     MOVE 'AOCD6PGC'            TO HIST-PGM.                      05130000
051301     MOVE WS-HIST-VER           TO HIST-VERSION.                  05130100
051400     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   05140000
051500     WRITE AUD-HIST-REC.                                          05150000
051600     CLOSE AUD-HIST.                                              05160000
051700 9800-EXIT.                                                       05170000
051800     EXIT.                                                        05180000
