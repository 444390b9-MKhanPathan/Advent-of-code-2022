000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 3 PROGRAM 14                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  BADGE SWIPE LOG RECONCILIATION. SECURITY'S DOOR READERS       *00040000
000500*  WRITE A DAILY AOCD3SWP LOG OF BADGE SERIALS, BUT NOTHING EVER *00050000
000600*  CHECKED IT AGAINST THE AOCD3ISS ISSUANCE REGISTER. EVERY      *00060000
000700*  SWIPE IS MATCHED TO THE REGISTER AND THE AOCD3SWR EXCEPTION   *00070000
000800*  REPORT LISTS SWIPES BY VOIDED OR NEVER-ISSUED SERIALS, ONE    *00080000
000900*  ACTIVE BADGE SEEN AT TWO DIFFERENT DOORS WITHIN THE PARM      *00090000
001000*  WINDOW, AND ACTIVE BADGES UNUSED FOR THE PARM NUMBER OF DAYS. *00100000
001100*  THE LAST-USED DATE OF EVERY SERIAL IS CARRIED FORWARD ON      *00110000
001200*  AOCD3SLU SO IDLE BADGES ARE FOUND ACROSS DAYS. SWIPE          *00120000
001300*  EXCEPTIONS ALSO GO TO AOCDSEXC. A VOIDED OR UNISSUED BADGE    *00130000
001400*  OPENING A DOOR ENDS THE RUN RC 8, ANY OTHER EXCEPTION RC 4    *00140000
001500*----------------------------------------------------------------*00150000
001600 IDENTIFICATION DIVISION.                                         00160000
001700 PROGRAM-ID. AOCD3PGE.                                            00170000
001800 AUTHOR. z/OS Mainframer.                                         00180000
001900                                                                  00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300*----------------------------------------------------------------*00230000
002400* THE DOOR READERS' SWIPE LOG - SERIAL, DOOR, DATE AND TIME      *00240000
002500*----------------------------------------------------------------*00250000
002600     SELECT SWP-FILE     ASSIGN TO AOCD3SWP                       00260000
002700        ORGANIZATION    IS SEQUENTIAL                             00270000
002800         ACCESS MODE    IS SEQUENTIAL                             00280000
002900         FILE STATUS    IS SWP-FILE-STATUS.                       00290000
003000                                                                  00300000
003100*----------------------------------------------------------------*00310000
003200* THE ISSUANCE REGISTER AOCD3PGA MAINTAINS - READ ONLY HERE      *00320000
003300*----------------------------------------------------------------*00330000
003400     SELECT ISS-FILE     ASSIGN TO AOCD3ISS                       00340000
003500        ORGANIZATION    IS SEQUENTIAL                             00350000
003600         ACCESS MODE    IS SEQUENTIAL                             00360000
003700         FILE STATUS    IS ISS-FILE-STATUS.                       00370000
003800                                                                  00380000
003900*----------------------------------------------------------------*00390000
004000* LAST-USED DATE PER SERIAL, CARRIED FORWARD AND REWRITTEN WHOLE *00400000
004100*----------------------------------------------------------------*00410000
004200     SELECT SLU-FILE     ASSIGN TO AOCD3SLU                       00420000
004300        ORGANIZATION    IS SEQUENTIAL                             00430000
004400         ACCESS MODE    IS SEQUENTIAL                             00440000
004500         FILE STATUS    IS SLU-FILE-STATUS.                       00450000
004600                                                                  00460000
004700*----------------------------------------------------------------*00470000
004800* THE SWIPE EXCEPTION REPORT                                     *00480000
004900*----------------------------------------------------------------*00490000
005000     SELECT SWR-RPT      ASSIGN TO AOCD3SWR                       00500000
005100        ORGANIZATION    IS SEQUENTIAL                             00510000
005200         ACCESS MODE    IS SEQUENTIAL                             00520000
005300         FILE STATUS    IS SWR-FILE-STATUS.                       00530000
005400                                                                  00540000
005500*----------------------------------------------------------------*00550000
005600* SHARED SUITE EXCEPTION FILE                                    *00560000
005700*----------------------------------------------------------------*00570000
005800     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00580000
005900        ORGANIZATION    IS SEQUENTIAL                             00590000
006000         ACCESS MODE    IS SEQUENTIAL                             00600000
006100         FILE STATUS    IS SEXC-FILE-STATUS.                      00610000
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
007300 FD  SWP-FILE.                                                    00730000
007400 01  SWP-REC.                                                     00740000
007500     05 SWP-SERIAL          PIC X(05).                            00750000
007600     05 SWP-SERIAL-N        REDEFINES SWP-SERIAL                  00760000
007700                            PIC 9(05).                            00770000
007800     05 FILLER              PIC X(01).                            00780000
007900     05 SWP-DOOR            PIC X(08).                            00790000
008000     05 FILLER              PIC X(01).                            00800000
008100     05 SWP-DATE            PIC 9(06).                            00810000
008200     05 FILLER              PIC X(01).                            00820000
008300     05 SWP-TIME.                                                 00830000
008400        10 SWP-HH           PIC 9(02).                            00840000
008500        10 SWP-MM           PIC 9(02).                            00850000
008600        10 SWP-SS           PIC 9(02).                            00860000
008700     05 FILLER              PIC X(52).                            00870000
008800                                                                  00880000
008900 FD  ISS-FILE.                                                    00890000
009000 01  ISS-REC.                                                     00900000
009100     05 ISS-SERIAL          PIC 9(05).                            00910000
009200     05 FILLER              PIC X(01).                            00920000
009300     05 ISS-GRP-NO          PIC 9(05).                            00930000
009400     05 FILLER              PIC X(01).                            00940000
009500     05 ISS-ITEM            PIC X(01).                            00950000
009600     05 FILLER              PIC X(01).                            00960000
009700     05 ISS-ISSUE-DATE      PIC 9(06).                            00970000
009800     05 FILLER              PIC X(01).                            00980000
009900     05 ISS-STATUS          PIC X(01).                            00990000
010000        88 ISS-ACTIVE                  VALUE 'A'.                 01000000
010100        88 ISS-VOIDED                  VALUE 'V'.                 01010000
010200                                                                  01020000
010300 FD  SLU-FILE.                                                    01030000
010400 01  SLU-REC.                                                     01040000
010500     05 SLU-SERIAL          PIC 9(05).                            01050000
010600     05 FILLER              PIC X(01).                            01060000
010700     05 SLU-LAST-USED       PIC 9(06).                            01070000
010800     05 FILLER              PIC X(68).                            01080000
010900                                                                  01090000
011000*----------------------------------------------------------------*01100000
011100* REPORT LINES - ONE LAYOUT PER EXCEPTION SECTION                *01110000
011200*----------------------------------------------------------------*01120000
011300 FD  SWR-RPT.                                                     01130000
011400 01  SWR-REC                PIC X(80).                            01140000
011500 01  SWR-SWIPE-LINE.                                              01150000
011600     05 SWR-SW-SERIAL       PIC X(05).                            01160000
011700     05 FILLER              PIC X(03).                            01170000
011800     05 SWR-SW-DOOR         PIC X(08).                            01180000
011900     05 FILLER              PIC X(02).                            01190000
012000     05 SWR-SW-DATE         PIC 9(06).                            01200000
012100     05 FILLER              PIC X(02).                            01210000
012200     05 SWR-SW-TIME         PIC 9(06).                            01220000
012300     05 FILLER              PIC X(03).                            01230000
012400     05 SWR-SW-REASON       PIC X(20).                            01240000
012500     05 FILLER              PIC X(25).                            01250000
012600 01  SWR-DOOR-LINE.                                               01260000
012700     05 SWR-DR-SERIAL       PIC 9(05).                            01270000
012800     05 FILLER              PIC X(02).                            01280000
012900     05 SWR-DR-GRP          PIC 9(05).                            01290000
013000     05 FILLER              PIC X(02).                            01300000
013100     05 SWR-DR-ITEM         PIC X(01).                            01310000
013200     05 FILLER              PIC X(03).                            01320000
013300     05 SWR-DR-DATE         PIC 9(06).                            01330000
013400     05 FILLER              PIC X(02).                            01340000
013500     05 SWR-DR-DOOR-1       PIC X(08).                            01350000
013600     05 FILLER              PIC X(01).                            01360000
013700     05 SWR-DR-TIME-1       PIC 9(06).                            01370000
013800     05 FILLER              PIC X(02).                            01380000
013900     05 SWR-DR-DOOR-2       PIC X(08).                            01390000
014000     05 FILLER              PIC X(01).                            01400000
014100     05 SWR-DR-TIME-2       PIC 9(06).                            01410000
014200     05 FILLER              PIC X(22).                            01420000
014300 01  SWR-IDLE-LINE.                                               01430000
014400     05 SWR-ID-SERIAL       PIC 9(05).                            01440000
014500     05 FILLER              PIC X(02).                            01450000
014600     05 SWR-ID-GRP          PIC 9(05).                            01460000
014700     05 FILLER              PIC X(02).                            01470000
014800     05 SWR-ID-ITEM         PIC X(01).                            01480000
014900     05 FILLER              PIC X(03).                            01490000
015000     05 SWR-ID-ISSUED       PIC 9(06).                            01500000
015100     05 FILLER              PIC X(02).                            01510000
015200     05 SWR-ID-LAST-USED    PIC X(06).                            01520000
015300     05 FILLER              PIC X(02).                            01530000
015400     05 SWR-ID-DAYS         PIC ZZZZ9.                            01540000
015500     05 FILLER              PIC X(41).                            01550000
015600                                                                  01560000
015700 FD  SUITE-EXC.                                                   01570000
015800     COPY AOCDEXC.                                                01580000
015900                                                                  01590000
016000 FD  AUD-HIST                                                     01600000
016100     DATA RECORD IS AUD-HIST-REC.                                 01610000
016200 01  AUD-HIST-REC.                                                01620000
016300     05 HIST-DATE            PIC 9(08).                           01630000
016400     05 FILLER               PIC X(02).                           01640000
016500     05 HIST-TIME            PIC 9(06).                           01650000
016600     05 FILLER               PIC X(02).                           01660000
016700     05 HIST-PGM             PIC X(08).                           01670000
016800     05 FILLER               PIC X(02).                           01680000
016900     05 HIST-OUTPUT          PIC X(40).                           01690000
016901     05 FILLER               PIC X(02).                           01690100
016902     05 HIST-VERSION         PIC X(08).                           01690200
017000                                                                  01700000
017100 WORKING-STORAGE SECTION.                                         01710000
017200 01  WS-WORK-FIELDS.                                              01720000
017300     05 WS-I              PIC 9(04)   VALUE ZEROES.               01730000
017400     05 WS-J              PIC 9(04)   VALUE ZEROES.               01740000
017500     05 WS-SLOT           PIC 9(04)   VALUE ZEROES.               01750000
017600     05 WS-FIND-SERIAL    PIC 9(05)   VALUE ZEROES.               01760000
017700     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01770000
017750     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01775000
017800     05 WS-RUN-INT        PIC 9(07)   VALUE ZEROES.               01780000
017900     05 WS-REF-DATE       PIC 9(06)   VALUE ZEROES.               01790000
018000     05 WS-IDLE-DAYS      PIC 9(05)   VALUE ZEROES.               01800000
018100     05 WS-IDLE-LIMIT     PIC 9(03)   VALUE ZEROES.               01810000
018200     05 WS-WINDOW-MINS    PIC 9(03)   VALUE ZEROES.               01820000
018300     05 WS-WINDOW-SECS    PIC 9(05)   VALUE ZEROES.               01830000
018400     05 WS-GAP-SECS       PIC S9(05)  VALUE ZEROES.               01840000
018500     05 WS-SWIPE-CNT      PIC 9(05)   VALUE ZEROES.               01850000
018600     05 WS-VOID-CNT       PIC 9(05)   VALUE ZEROES.               01860000
018700     05 WS-UNISSUED-CNT   PIC 9(05)   VALUE ZEROES.               01870000
018800     05 WS-BADSWP-CNT     PIC 9(05)   VALUE ZEROES.               01880000
018900     05 WS-TWODOOR-CNT    PIC 9(05)   VALUE ZEROES.               01890000
019000     05 WS-IDLE-CNT       PIC 9(05)   VALUE ZEROES.               01900000
019100     05 WS-REASON         PIC X(20)   VALUE SPACES.               01910000
019200     05 WS-EXC-REASON     PIC X(08)   VALUE SPACES.               01920000
019300                                                                  01930000
019400*----------------------------------------------------------------*01940000
019500* THE REGISTER IN STORAGE, WITH EACH SERIAL'S LAST-USED DATE     *01950000
019600*----------------------------------------------------------------*01960000
019700 01  WS-ISS-FIELDS.                                               01970000
019800     05 WS-ISS-CNT        PIC 9(04)   VALUE ZEROES.               01980000
019900     05 WS-MAX-ISS        PIC 9(04)   VALUE 2000.                 01990000
020000 01  WS-ISS-TABLE.                                                02000000
020100     05 WS-ISS-ENTRY      OCCURS 2000 TIMES.                      02010000
020200        10 WS-ISS-SERIAL  PIC 9(05).                              02020000
020300        10 WS-ISS-GRP     PIC 9(05).                              02030000
020400        10 WS-ISS-ITEM    PIC X(01).                              02040000
020500        10 WS-ISS-DATE    PIC 9(06).                              02050000
020600        10 WS-ISS-STAT    PIC X(01).                              02060000
020700        10 WS-ISS-LAST    PIC 9(06).                              02070000
020800                                                                  02080000
020900*----------------------------------------------------------------*02090000
021000* TONIGHT'S GOOD SWIPES BY ACTIVE BADGES, KEPT FOR THE TWO-DOOR  *02100000
021100* CHECK - TIME HELD AS SECONDS PAST MIDNIGHT                     *02110000
021200*----------------------------------------------------------------*02120000
021300 01  WS-SWP-FIELDS.                                               02130000
021400     05 WS-SWP-CNT        PIC 9(04)   VALUE ZEROES.               02140000
021500     05 WS-MAX-SWPS       PIC 9(04)   VALUE 5000.                 02150000
021600 01  WS-SWP-TABLE.                                                02160000
021700     05 WS-SWP-ENTRY      OCCURS 5000 TIMES.                      02170000
021800        10 WS-SWP-SLOT    PIC 9(04).                              02180000
021900        10 WS-SWP-DOOR    PIC X(08).                              02190000
022000        10 WS-SWP-DATE    PIC 9(06).                              02200000
022100        10 WS-SWP-TIME    PIC 9(06).                              02210000
022200        10 WS-SWP-SECS    PIC 9(05).                              02220000
022300                                                                  02230000
022400 01  WS-SWITCHES.                                                 02240000
022500     05 SWP-FILE-STATUS   PIC X(02)   VALUE SPACES.               02250000
022600        88 SWP-SUCCESS    VALUE '00'.                             02260000
022700        88 SWP-EOF        VALUE '10'.                             02270000
022800     05 ISS-FILE-STATUS   PIC X(02)   VALUE SPACES.               02280000
022900        88 ISS-SUCCESS    VALUE '00'.                             02290000
023000        88 ISS-EOF        VALUE '10'.                             02300000
023100     05 SLU-FILE-STATUS   PIC X(02)   VALUE SPACES.               02310000
023200        88 SLU-SUCCESS    VALUE '00'.                             02320000
023300        88 SLU-EOF        VALUE '10'.                             02330000
023400     05 SWR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02340000
023500        88 SWR-SUCCESS    VALUE '00'.                             02350000
023600     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               02360000
023700        88 SEXC-SUCCESS   VALUE '00'.                             02370000
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
024700* PARM - IDLE DAYS (3 DIGITS, BLANK MEANS 30) AND THE TWO-DOOR   *02470000
024800* WINDOW IN MINUTES (3 DIGITS, BLANK MEANS 2)                    *02480000
024900*----------------------------------------------------------------*02490000
025000 LINKAGE SECTION.                                                 02500000
025100 01  LS-PARM-DATA.                                                02510000
025200     05 LS-IDLE-PARM    PIC X(03).                                02520000
025300     05 LS-WINDOW-PARM  PIC X(03).                                02530000
025400                                                                  02540000
025500 PROCEDURE DIVISION USING LS-PARM-DATA.                           02550000
025600                                                                  02560000
025700     PERFORM 0400-INIT-PARM            THRU 0400-EXIT.            02570000
025800     PERFORM 0500-LOAD-REGISTER        THRU 0500-EXIT.            02580000
025900     PERFORM 0600-LOAD-LAST-USED       THRU 0600-EXIT.            02590000
026000     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            02600000
026100     PERFORM 2000-MATCH-SWIPES         THRU 2000-EXIT.            02610000
026200     PERFORM 3000-CHECK-TWO-DOORS      THRU 3000-EXIT.            02620000
026300     PERFORM 4000-CHECK-IDLE-BADGES    THRU 4000-EXIT.            02630000
026400     PERFORM 5000-WRITE-TOTALS         THRU 5000-EXIT.            02640000
026500     PERFORM 6000-REWRITE-LAST-USED    THRU 6000-EXIT.            02650000
026600     CLOSE SWR-RPT SUITE-EXC.                                     02660000
026700     EVALUATE TRUE                                                02670000
026800         WHEN WS-VOID-CNT > ZEROES                                02680000
026900           OR WS-UNISSUED-CNT > ZEROES                            02690000
027000              MOVE 8             TO RETURN-CODE                   02700000
027100         WHEN WS-BADSWP-CNT > ZEROES                              02710000
027200           OR WS-TWODOOR-CNT > ZEROES                             02720000
027300           OR WS-IDLE-CNT > ZEROES                                02730000
027400              MOVE 4             TO RETURN-CODE                   02740000
027500     END-EVALUATE.                                                02750000
027600     STRING 'SWIPES ' DELIMITED BY SIZE                           02760000
027700        WS-SWIPE-CNT DELIMITED BY SIZE                            02770000
027800        ' VOID ' DELIMITED BY SIZE                                02780000
027900        WS-VOID-CNT DELIMITED BY SIZE                             02790000
028000        ' UNISSUED ' DELIMITED BY SIZE                            02800000
028100        WS-UNISSUED-CNT DELIMITED BY SIZE                         02810000
028200        INTO WS-HIST-MSG.                                         02820000
028300     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02830000
028400     GOBACK.                                                      02840000
028500                                                                  02850000
028600 0400-INIT-PARM.                                                  02860000
028700     ACCEPT WS-RUN-DATE       FROM DATE.                          02870000
028750     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 02875000
028800     COMPUTE WS-RUN-INT =                                         02880000
028900             FUNCTION INTEGER-OF-DATE(20000000 + WS-RUN-DATE).    02890000
029000     IF LS-IDLE-PARM IS NUMERIC AND LS-IDLE-PARM > ZEROES         02900000
029100        MOVE LS-IDLE-PARM     TO WS-IDLE-LIMIT                    02910000
029200     ELSE                                                         02920000
029300        MOVE 30               TO WS-IDLE-LIMIT                    02930000
029400     END-IF.                                                      02940000
029500     IF LS-WINDOW-PARM IS NUMERIC AND LS-WINDOW-PARM > ZEROES     02950000
029600        MOVE LS-WINDOW-PARM   TO WS-WINDOW-MINS                   02960000
029700     ELSE                                                         02970000
029800        MOVE 2                TO WS-WINDOW-MINS                   02980000
029900     END-IF.                                                      02990000
030000     COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINS * 60.                03000000
030100     DISPLAY 'IDLE AFTER ' WS-IDLE-LIMIT                          03010000
030200             ' DAYS - TWO-DOOR WINDOW ' WS-WINDOW-MINS ' MINUTES'.03020000
030300 0400-EXIT.                                                       03030000
030400     EXIT.                                                        03040000
030500                                                                  03050000
030600 0500-LOAD-REGISTER.                                              03060000
030700     OPEN INPUT ISS-FILE.                                         03070000
030800     IF NOT ISS-SUCCESS                                           03080000
030900        DISPLAY 'ERROR - UNABLE TO OPEN AOCD3ISS, FILE STATUS: '  03090000
031000                ISS-FILE-STATUS                                   03100000
031100        MOVE 16             TO RETURN-CODE                        03110000
031200        MOVE 'UNABLE TO OPEN ISSUANCE REGISTER'  TO WS-HIST-MSG   03120000
031300        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03130000
031400        GOBACK                                                    03140000
031500     END-IF.                                                      03150000
031600     PERFORM UNTIL ISS-EOF                                        03160000
031700        READ ISS-FILE                                             03170000
031800             AT END                                               03180000
031900                SET ISS-EOF TO TRUE                               03190000
032000             NOT AT END                                           03200000
032100                IF WS-ISS-CNT < WS-MAX-ISS                        03210000
032200                   AND ISS-SERIAL IS NUMERIC                      03220000
032300                   ADD 1 TO WS-ISS-CNT                            03230000
032400                   MOVE ISS-SERIAL                                03240000
032500                             TO WS-ISS-SERIAL(WS-ISS-CNT)         03250000
032600                   MOVE ISS-GRP-NO                                03260000
032700                             TO WS-ISS-GRP(WS-ISS-CNT)            03270000
032800                   MOVE ISS-ITEM                                  03280000
032900                             TO WS-ISS-ITEM(WS-ISS-CNT)           03290000
033000                   MOVE ISS-ISSUE-DATE                            03300000
033100                             TO WS-ISS-DATE(WS-ISS-CNT)           03310000
033200                   MOVE ISS-STATUS                                03320000
033300                             TO WS-ISS-STAT(WS-ISS-CNT)           03330000
033400                   MOVE ZEROES                                    03340000
033500                             TO WS-ISS-LAST(WS-ISS-CNT)           03350000
033600                ELSE                                              03360000
033700                   DISPLAY 'REGISTER ROW DROPPED: '               03370000
033800                           ISS-SERIAL                             03380000
033900                END-IF                                            03390000
034000        END-READ                                                  03400000
034100     END-PERFORM.                                                 03410000
034200     CLOSE ISS-FILE.                                              03420000
034300 0500-EXIT.                                                       03430000
034400     EXIT.                                                        03440000
034500                                                                  03450000
034600 0600-LOAD-LAST-USED.                                             03460000
034700*----------------------------------------------------------------*03470000
034800* NO AOCD3SLU YET MEANS NO SERIAL HAS BEEN SEEN - EACH BADGE IS  *03480000
034900* THEN IDLE FROM ITS ISSUE DATE                                  *03490000
035000*----------------------------------------------------------------*03500000
035100     OPEN INPUT SLU-FILE.                                         03510000
035200     IF NOT SLU-SUCCESS                                           03520000
035300        DISPLAY 'NO LAST-USED FILE - IDLE DAYS COUNT FROM ISSUE'  03530000
035400        GO TO 0600-EXIT                                           03540000
035500     END-IF.                                                      03550000
035600     PERFORM UNTIL SLU-EOF                                        03560000
035700        READ SLU-FILE                                             03570000
035800             AT END                                               03580000
035900                SET SLU-EOF TO TRUE                               03590000
036000             NOT AT END                                           03600000
036100                IF SLU-SERIAL IS NUMERIC                          03610000
036200                   AND SLU-LAST-USED IS NUMERIC                   03620000
036300                   MOVE SLU-SERIAL    TO WS-FIND-SERIAL           03630000
036400                   PERFORM 2500-FIND-SERIAL  THRU 2500-EXIT       03640000
036500                   IF WS-SLOT > ZEROES                            03650000
036600                      MOVE SLU-LAST-USED TO WS-ISS-LAST(WS-SLOT)  03660000
036700                   END-IF                                         03670000
036800                END-IF                                            03680000
036900        END-READ                                                  03690000
037000     END-PERFORM.                                                 03700000
037100     CLOSE SLU-FILE.                                              03710000
037200 0600-EXIT.                                                       03720000
037300     EXIT.                                                        03730000
037400                                                                  03740000
037500 1000-OPEN-FILES.                                                 03750000
037600     OPEN INPUT SWP-FILE.                                         03760000
037700     IF NOT SWP-SUCCESS                                           03770000
037800        DISPLAY 'ERROR - UNABLE TO OPEN AOCD3SWP, FILE STATUS: '  03780000
037900                SWP-FILE-STATUS                                   03790000
038000        MOVE 16             TO RETURN-CODE                        03800000
038100        MOVE 'UNABLE TO OPEN SWIPE LOG'  TO WS-HIST-MSG           03810000
038200        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03820000
038300        GOBACK                                                    03830000
038400     END-IF.                                                      03840000
038500     OPEN OUTPUT SWR-RPT.                                         03850000
038600     OPEN EXTEND SUITE-EXC.                                       03860000
038700     MOVE SPACES              TO SWR-REC.                         03870000
038800     STRING 'BADGE SWIPE RECONCILIATION - RUN ' DELIMITED BY SIZE 03880000
038900        WS-RUN-DATE DELIMITED BY SIZE                             03890000
039000        INTO SWR-REC.                                             03900000
039100     WRITE SWR-REC.                                               03910000
039200     MOVE SPACES              TO SWR-REC.                         03920000
039300     WRITE SWR-REC.                                               03930000
039400     MOVE 'SWIPES BY VOIDED OR UNISSUED SERIALS'  TO SWR-REC.     03940000
039500     WRITE SWR-REC.                                               03950000
039600     MOVE 'SERIAL  DOOR        DATE    TIME   REASON'             03960000
039700                              TO SWR-REC.                         03970000
039800     WRITE SWR-REC.                                               03980000
039900 1000-EXIT.                                                       03990000
040000     EXIT.                                                        04000000
040100                                                                  04010000
040200 2000-MATCH-SWIPES.                                               04020000
040300     PERFORM UNTIL SWP-EOF                                        04030000
040400        READ SWP-FILE                                             04040000
040500             AT END                                               04050000
040600                SET SWP-EOF TO TRUE                               04060000
040700             NOT AT END                                           04070000
040800                ADD 1            TO WS-SWIPE-CNT                  04080000
040900                PERFORM 2100-MATCH-ONE-SWIPE  THRU 2100-EXIT      04090000
041000        END-READ                                                  04100000
041100     END-PERFORM.                                                 04110000
041200     CLOSE SWP-FILE.                                              04120000
041300 2000-EXIT.                                                       04130000
041400     EXIT.                                                        04140000
041500                                                                  04150000
041600 2100-MATCH-ONE-SWIPE.                                            04160000
041700*----------------------------------------------------------------*04170000
041800* A SWIPE IS GOOD ONLY IF ITS SERIAL IS ON THE REGISTER AND      *04180000
041900* STILL ACTIVE. GOOD SWIPES MOVE THE LAST-USED DATE ON AND ARE   *04190000
042000* KEPT FOR THE TWO-DOOR CHECK                                    *04200000
042100*----------------------------------------------------------------*04210000
042200     IF SWP-SERIAL IS NOT NUMERIC                                 04220000
042300        OR SWP-DATE IS NOT NUMERIC                                04230000
042400        OR SWP-TIME IS NOT NUMERIC                                04240000
042500        ADD 1                 TO WS-BADSWP-CNT                    04250000
042600        MOVE 'UNREADABLE SWIPE'  TO WS-REASON                     04260000
042700        MOVE 'BADSWIPE'       TO WS-EXC-REASON                    04270000
042800        PERFORM 2800-WRITE-SWIPE-EXC  THRU 2800-EXIT              04280000
042900        GO TO 2100-EXIT                                           04290000
043000     END-IF.                                                      04300000
043100     MOVE SWP-SERIAL-N        TO WS-FIND-SERIAL.                  04310000
043200     PERFORM 2500-FIND-SERIAL  THRU 2500-EXIT.                    04320000
043300     IF WS-SLOT = ZEROES                                          04330000
043400        ADD 1                 TO WS-UNISSUED-CNT                  04340000
043500        MOVE 'NEVER ISSUED'   TO WS-REASON                        04350000
043600        MOVE 'NOTISSUE'       TO WS-EXC-REASON                    04360000
043700        PERFORM 2800-WRITE-SWIPE-EXC  THRU 2800-EXIT              04370000
043800        GO TO 2100-EXIT                                           04380000
043900     END-IF.                                                      04390000
044000     IF WS-ISS-STAT(WS-SLOT) NOT = 'A'                            04400000
044100        ADD 1                 TO WS-VOID-CNT                      04410000
044200        MOVE 'VOIDED BADGE'   TO WS-REASON                        04420000
044300        MOVE 'VOIDSWIP'       TO WS-EXC-REASON                    04430000
044400        PERFORM 2800-WRITE-SWIPE-EXC  THRU 2800-EXIT              04440000
044500        GO TO 2100-EXIT                                           04450000
044600     END-IF.                                                      04460000
044700     IF SWP-DATE > WS-ISS-LAST(WS-SLOT)                           04470000
044800        MOVE SWP-DATE         TO WS-ISS-LAST(WS-SLOT)             04480000
044900     END-IF.                                                      04490000
045000     IF WS-SWP-CNT NOT < WS-MAX-SWPS                              04500000
045100        DISPLAY 'SWIPE TABLE (5000) FULL - NO TWO-DOOR CHECK: '   04510000
045200                SWP-SERIAL                                        04520000
045300        GO TO 2100-EXIT                                           04530000
045400     END-IF.                                                      04540000
045500     ADD 1                    TO WS-SWP-CNT.                      04550000
045600     MOVE WS-SLOT             TO WS-SWP-SLOT(WS-SWP-CNT).         04560000
045700     MOVE SWP-DOOR            TO WS-SWP-DOOR(WS-SWP-CNT).         04570000
045800     MOVE SWP-DATE            TO WS-SWP-DATE(WS-SWP-CNT).         04580000
045900     MOVE SWP-TIME            TO WS-SWP-TIME(WS-SWP-CNT).         04590000
046000     COMPUTE WS-SWP-SECS(WS-SWP-CNT) = SWP-HH * 3600              04600000
046100                                     + SWP-MM * 60 + SWP-SS.      04610000
046200 2100-EXIT.                                                       04620000
046300     EXIT.                                                        04630000
046400                                                                  04640000
046500 2500-FIND-SERIAL.                                                04650000
046600     MOVE ZEROES              TO WS-SLOT.                         04660000
046700     PERFORM VARYING WS-I FROM 1 BY 1                             04670000
046800               UNTIL WS-I > WS-ISS-CNT                            04680000
046900                  OR WS-SLOT > ZEROES                             04690000
047000        IF WS-ISS-SERIAL(WS-I) = WS-FIND-SERIAL                   04700000
047100           MOVE WS-I             TO WS-SLOT                       04710000
047200        END-IF                                                    04720000
047300     END-PERFORM.                                                 04730000
047400 2500-EXIT.                                                       04740000
047500     EXIT.                                                        04750000
047600                                                                  04760000
047700 2800-WRITE-SWIPE-EXC.                                            04770000
047800     MOVE SPACES              TO SWR-REC.                         04780000
047900     MOVE SWP-SERIAL          TO SWR-SW-SERIAL.                   04790000
048000     MOVE SWP-DOOR            TO SWR-SW-DOOR.                     04800000
048100     MOVE SWP-DATE            TO SWR-SW-DATE.                     04810000
048200     MOVE SWP-TIME            TO SWR-SW-TIME.                     04820000
048300     MOVE WS-REASON           TO SWR-SW-REASON.                   04830000
048400     WRITE SWR-SWIPE-LINE.                                        04840000
048500     INITIALIZE               SUITE-EXC-REC.                      04850000
048600     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    04860000
048700     MOVE 'AOCD3PGE'          TO EXC-PGM.                         04870000
048800     MOVE SWP-SERIAL          TO EXC-REC-KEY.                     04880000
048900     MOVE WS-EXC-REASON       TO EXC-REASON.                      04890000
049000     MOVE SWP-REC             TO EXC-RAW-DATA.                    04900000
049100     WRITE SUITE-EXC-REC.                                         04910000
049200     DISPLAY 'SWIPE EXCEPTION ' WS-EXC-REASON ' SERIAL '          04920000
049300             SWP-SERIAL ' DOOR ' SWP-DOOR.                        04930000
049400 2800-EXIT.                                                       04940000
049500     EXIT.                                                        04950000
049600                                                                  04960000
049700 3000-CHECK-TWO-DOORS.                                            04970000
049800*----------------------------------------------------------------*04980000
049900* EVERY PAIR OF SWIPES BY ONE ACTIVE SERIAL AT DIFFERENT DOORS   *04990000
050000* ON THE SAME DATE AND WITHIN THE WINDOW IS LISTED ONCE          *05000000
050100*----------------------------------------------------------------*05010000
050200     MOVE SPACES              TO SWR-REC.                         05020000
050300     WRITE SWR-REC.                                               05030000
050400     MOVE SPACES              TO SWR-REC.                         05040000
050500     STRING 'ONE BADGE AT TWO DOORS WITHIN ' DELIMITED BY SIZE    05050000
050600        WS-WINDOW-MINS DELIMITED BY SIZE                          05060000
050700        ' MINUTES' DELIMITED BY SIZE                              05070000
050800        INTO SWR-REC.                                             05080000
050900     WRITE SWR-REC.                                               05090000
051000     MOVE 'SERIAL GROUP  ITM DATE    FIRST DOOR       SECOND DOOR'05100000
051100                              TO SWR-REC.                         05110000
051200     WRITE SWR-REC.                                               05120000
051300     PERFORM VARYING WS-J FROM 2 BY 1                             05130000
051400               UNTIL WS-J > WS-SWP-CNT                            05140000
051500        PERFORM VARYING WS-I FROM 1 BY 1                          05150000
051600                  UNTIL WS-I NOT < WS-J                           05160000
051700           IF WS-SWP-SLOT(WS-I) = WS-SWP-SLOT(WS-J)               05170000
051800              AND WS-SWP-DATE(WS-I) = WS-SWP-DATE(WS-J)           05180000
051900              AND WS-SWP-DOOR(WS-I) NOT = WS-SWP-DOOR(WS-J)       05190000
052000              PERFORM 3100-CHECK-ONE-PAIR  THRU 3100-EXIT         05200000
052100           END-IF                                                 05210000
052200        END-PERFORM                                               05220000
052300     END-PERFORM.                                                 05230000
052400 3000-EXIT.                                                       05240000
052500     EXIT.                                                        05250000
052600                                                                  05260000
052700 3100-CHECK-ONE-PAIR.                                             05270000
052800     COMPUTE WS-GAP-SECS = WS-SWP-SECS(WS-J) - WS-SWP-SECS(WS-I). 05280000
052900     IF WS-GAP-SECS < ZEROES                                      05290000
053000        COMPUTE WS-GAP-SECS = ZEROES - WS-GAP-SECS                05300000
053100     END-IF.                                                      05310000
053200     IF WS-GAP-SECS > WS-WINDOW-SECS                              05320000
053300        GO TO 3100-EXIT                                           05330000
053400     END-IF.                                                      05340000
053500     ADD 1                    TO WS-TWODOOR-CNT.                  05350000
053600     MOVE WS-SWP-SLOT(WS-I)   TO WS-SLOT.                         05360000
053700     MOVE SPACES              TO SWR-REC.                         05370000
053800     MOVE WS-ISS-SERIAL(WS-SLOT)  TO SWR-DR-SERIAL.               05380000
053900     MOVE WS-ISS-GRP(WS-SLOT)     TO SWR-DR-GRP.                  05390000
054000     MOVE WS-ISS-ITEM(WS-SLOT)    TO SWR-DR-ITEM.                 05400000
054100     MOVE WS-SWP-DATE(WS-I)   TO SWR-DR-DATE.                     05410000
054200     MOVE WS-SWP-DOOR(WS-I)   TO SWR-DR-DOOR-1.                   05420000
054300     MOVE WS-SWP-TIME(WS-I)   TO SWR-DR-TIME-1.                   05430000
054400     MOVE WS-SWP-DOOR(WS-J)   TO SWR-DR-DOOR-2.                   05440000
054500     MOVE WS-SWP-TIME(WS-J)   TO SWR-DR-TIME-2.                   05450000
054600     WRITE SWR-DOOR-LINE.                                         05460000
054700     INITIALIZE               SUITE-EXC-REC.                      05470000
054800     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    05480000
054900     MOVE 'AOCD3PGE'          TO EXC-PGM.                         05490000
055000     MOVE WS-ISS-SERIAL(WS-SLOT)  TO EXC-REC-KEY.                 05500000
055100     MOVE 'TWODOORS'          TO EXC-REASON.                      05510000
055200     MOVE SWR-REC             TO EXC-RAW-DATA.                    05520000
055300     WRITE SUITE-EXC-REC.                                         05530000
055400 3100-EXIT.                                                       05540000
055500     EXIT.                                                        05550000
055600                                                                  05560000
055700 4000-CHECK-IDLE-BADGES.                                          05570000
055800*----------------------------------------------------------------*05580000
055900* AN ACTIVE BADGE IS IDLE WHEN ITS LAST SWIPE - OR ITS ISSUE     *05590000
056000* DATE IF IT HAS NEVER BEEN SWIPED - IS THE PARM NUMBER OF       *05600000
056100* DAYS OR MORE BEFORE TODAY                                      *05610000
056200*----------------------------------------------------------------*05620000
056300     MOVE SPACES              TO SWR-REC.                         05630000
056400     WRITE SWR-REC.                                               05640000
056500     MOVE SPACES              TO SWR-REC.                         05650000
056600     STRING 'ACTIVE BADGES UNUSED FOR ' DELIMITED BY SIZE         05660000
056700        WS-IDLE-LIMIT DELIMITED BY SIZE                           05670000
056800        ' DAYS OR MORE' DELIMITED BY SIZE                         05680000
056900        INTO SWR-REC.                                             05690000
057000     WRITE SWR-REC.                                               05700000
057100     MOVE 'SERIAL GROUP  ITM ISSUED  LAST    DAYS'                05710000
057200                              TO SWR-REC.                         05720000
057300     WRITE SWR-REC.                                               05730000
057400     PERFORM VARYING WS-SLOT FROM 1 BY 1                          05740000
057500               UNTIL WS-SLOT > WS-ISS-CNT                         05750000
057600        IF WS-ISS-STAT(WS-SLOT) = 'A'                             05760000
057700           PERFORM 4100-CHECK-ONE-BADGE  THRU 4100-EXIT           05770000
057800        END-IF                                                    05780000
057900     END-PERFORM.                                                 05790000
058000 4000-EXIT.                                                       05800000
058100     EXIT.                                                        05810000
058200                                                                  05820000
058300 4100-CHECK-ONE-BADGE.                                            05830000
058400     IF WS-ISS-LAST(WS-SLOT) > WS-ISS-DATE(WS-SLOT)               05840000
058500        MOVE WS-ISS-LAST(WS-SLOT)  TO WS-REF-DATE                 05850000
058600     ELSE                                                         05860000
058700        MOVE WS-ISS-DATE(WS-SLOT)  TO WS-REF-DATE                 05870000
058800     END-IF.                                                      05880000
058900     IF WS-REF-DATE IS NOT NUMERIC                                05890000
059000        OR WS-REF-DATE NOT < WS-RUN-DATE                          05900000
059100        GO TO 4100-EXIT                                           05910000
059200     END-IF.                                                      05920000
059300     COMPUTE WS-IDLE-DAYS = WS-RUN-INT                            05930000
059400             - FUNCTION INTEGER-OF-DATE(20000000 + WS-REF-DATE).  05940000
059500     IF WS-IDLE-DAYS < WS-IDLE-LIMIT                              05950000
059600        GO TO 4100-EXIT                                           05960000
059700     END-IF.                                                      05970000
059800     ADD 1                    TO WS-IDLE-CNT.                     05980000
059900     MOVE SPACES              TO SWR-REC.                         05990000
060000     MOVE WS-ISS-SERIAL(WS-SLOT)  TO SWR-ID-SERIAL.               06000000
060100     MOVE WS-ISS-GRP(WS-SLOT)     TO SWR-ID-GRP.                  06010000
060200     MOVE WS-ISS-ITEM(WS-SLOT)    TO SWR-ID-ITEM.                 06020000
060300     MOVE WS-ISS-DATE(WS-SLOT)    TO SWR-ID-ISSUED.               06030000
060400     IF WS-ISS-LAST(WS-SLOT) = ZEROES                             06040000
060500        MOVE 'NEVER'          TO SWR-ID-LAST-USED                 06050000
060600     ELSE                                                         06060000
060700        MOVE WS-ISS-LAST(WS-SLOT) TO SWR-ID-LAST-USED             06070000
060800     END-IF.                                                      06080000
060900     MOVE WS-IDLE-DAYS        TO SWR-ID-DAYS.                     06090000
061000     WRITE SWR-IDLE-LINE.                                         06100000
061100 4100-EXIT.                                                       06110000
061200     EXIT.                                                        06120000
061300                                                                  06130000
061400 5000-WRITE-TOTALS.                                               06140000
061500     MOVE SPACES              TO SWR-REC.                         06150000
061600     WRITE SWR-REC.                                               06160000
061700     MOVE SPACES              TO SWR-REC.                         06170000
061800     STRING 'SWIPES READ      ' DELIMITED BY SIZE                 06180000
061900        WS-SWIPE-CNT DELIMITED BY SIZE                            06190000
062000        INTO SWR-REC.                                             06200000
062100     WRITE SWR-REC.                                               06210000
062200     MOVE SPACES              TO SWR-REC.                         06220000
062300     STRING 'VOIDED BADGE     ' DELIMITED BY SIZE                 06230000
062400        WS-VOID-CNT DELIMITED BY SIZE                             06240000
062500        INTO SWR-REC.                                             06250000
062600     WRITE SWR-REC.                                               06260000
062700     MOVE SPACES              TO SWR-REC.                         06270000
062800     STRING 'NEVER ISSUED     ' DELIMITED BY SIZE                 06280000
062900        WS-UNISSUED-CNT DELIMITED BY SIZE                         06290000
063000        INTO SWR-REC.                                             06300000
063100     WRITE SWR-REC.                                               06310000
063200     MOVE SPACES              TO SWR-REC.                         06320000
063300     STRING 'UNREADABLE       ' DELIMITED BY SIZE                 06330000
063400        WS-BADSWP-CNT DELIMITED BY SIZE                           06340000
063500        INTO SWR-REC.                                             06350000
063600     WRITE SWR-REC.                                               06360000
063700     MOVE SPACES              TO SWR-REC.                         06370000
063800     STRING 'TWO DOORS        ' DELIMITED BY SIZE                 06380000
063900        WS-TWODOOR-CNT DELIMITED BY SIZE                          06390000
064000        INTO SWR-REC.                                             06400000
064100     WRITE SWR-REC.                                               06410000
064200     MOVE SPACES              TO SWR-REC.                         06420000
064300     STRING 'IDLE BADGES      ' DELIMITED BY SIZE                 06430000
064400        WS-IDLE-CNT DELIMITED BY SIZE                             06440000
064500        INTO SWR-REC.                                             06450000
064600     WRITE SWR-REC.                                               06460000
064700     DISPLAY 'SWIPES: ' WS-SWIPE-CNT                              06470000
064800             ' VOIDED: ' WS-VOID-CNT                              06480000
064900             ' UNISSUED: ' WS-UNISSUED-CNT                        06490000
065000             ' TWO DOORS: ' WS-TWODOOR-CNT                        06500000
065100             ' IDLE: ' WS-IDLE-CNT.                               06510000
065200 5000-EXIT.                                                       06520000
065300     EXIT.                                                        06530000
065400                                                                  06540000
065500 6000-REWRITE-LAST-USED.                                          06550000
065600     OPEN OUTPUT SLU-FILE.                                        06560000
065700     PERFORM VARYING WS-SLOT FROM 1 BY 1                          06570000
065800               UNTIL WS-SLOT > WS-ISS-CNT                         06580000
065900        IF WS-ISS-LAST(WS-SLOT) > ZEROES                          06590000
066000           MOVE SPACES           TO SLU-REC                       06600000
066100           MOVE WS-ISS-SERIAL(WS-SLOT)  TO SLU-SERIAL             06610000
066200           MOVE WS-ISS-LAST(WS-SLOT)    TO SLU-LAST-USED          06620000
066300           WRITE SLU-REC                                          06630000
066400        END-IF                                                    06640000
066500     END-PERFORM.                                                 06650000
066600     CLOSE SLU-FILE.                                              06660000
066700 6000-EXIT.                                                       06670000
066800     EXIT.                                                        06680000
066900                                                                  06690000
067000*----------------------------------------------------------------*06700000
067100*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06710000
067200*----------------------------------------------------------------*06720000
067300 9800-WRITE-AUDIT-HIST.                                           06730000
067400     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06740000
067500     ACCEPT WS-HIST-TIME FROM TIME.                               06750000
067600     OPEN EXTEND AUD-HIST.                                        06760000
067700     INITIALIZE AUD-HIST-REC.                                     06770000
067800     MOVE WS-HIST-DATE          TO HIST-DATE.                     06780000
067900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06790000
068000     MOVE 'AOCD3PGE'            TO HIST-PGM.                      06800000
068001     MOVE WS-HIST-VER           TO HIST-VERSION.                  06800100
068100     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   06810000
068200     WRITE AUD-HIST-REC.                                          06820000
068300     CLOSE AUD-HIST.                                              06830000
068400 9800-EXIT.                                                       06840000
068500     EXIT.                                                        06850000
