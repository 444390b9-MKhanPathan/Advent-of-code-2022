000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 3 PROGRAM 15                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  STANDARD KIT COMPLIANCE CHECK. EVERY ELF SHOULD CARRY THE     *00040000
000500*  STANDARD KIT, BUT AOCD3PG9 ONLY REPORTS COMPARTMENT ERRORS    *00050000
000600*  AND COMMON ITEMS - NEVER WHAT IS MISSING. THE AOCD3KIT        *00060000
000700*  TEMPLATE LISTS THE REQUIRED ITEM LETTERS AND MINIMUM COUNTS;  *00070000
000800*  ROWS WITH A BLANK TEAM ARE THE STANDARD KIT, ROWS FOR A TEAM  *00080000
000900*  ADD ITEMS OR CHANGE A MINIMUM FOR THAT TEAM ONLY (A MINIMUM   *00090000
001000*  OF ZERO DROPS THE ITEM). EACH AOCD3ASG ASSIGNMENT IS JOINED   *00100000
001100*  TO ITS SACK ON AOCD3IDX AND ITS ELF ON AOCD1IDX, THE TEAM     *00110000
001200*  COMES FROM AOCD1MST, AND EVERY SACK SHORT OF A REQUIRED ITEM  *00120000
001300*  IS LISTED ON AOCD3KCR WITH THE ELF AND THE MISSING ITEMS,     *00130000
001400*  FOLLOWED BY THE COMPLIANT SACK COUNT PER TEAM                 *00140000
001500*----------------------------------------------------------------*00150000
001600 IDENTIFICATION DIVISION.                                         00160000
001700 PROGRAM-ID. AOCD3PGF.                                            00170000
001800 AUTHOR. z/OS Mainframer.                                         00180000
001900                                                                  00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300*----------------------------------------------------------------*00230000
002400* THE KIT TEMPLATE - TEAM (BLANK FOR THE STANDARD KIT), ITEM     *00240000
002500* LETTER AND MINIMUM COUNT                                       *00250000
002600*----------------------------------------------------------------*00260000
002700     SELECT KIT-FILE    ASSIGN TO AOCD3KIT                        00270000
002800        ORGANIZATION    IS SEQUENTIAL                             00280000
002900         ACCESS MODE    IS SEQUENTIAL                             00290000
003000         FILE STATUS    IS KIT-FILE-STATUS.                       00300000
003100                                                                  00310000
003200     SELECT ASG-FILE    ASSIGN TO AOCD3ASG                        00320000
003300        ORGANIZATION    IS SEQUENTIAL                             00330000
003400         ACCESS MODE    IS SEQUENTIAL                             00340000
003500         FILE STATUS    IS ASG-FILE-STATUS.                       00350000
003600                                                                  00360000
003700     SELECT ELF-LOOKUP  ASSIGN TO AOCD1IDX                        00370000
003800        ORGANIZATION    IS INDEXED                                00380000
003900         ACCESS MODE    IS RANDOM                                 00390000
004000         RECORD KEY     IS ELF-LOOKUP-KEY                         00400000
004100         FILE STATUS    IS ELF-LOOKUP-STATUS.                     00410000
004200                                                                  00420000
004300     SELECT ELF-MASTER  ASSIGN TO AOCD1MST                        00430000
004400        ORGANIZATION    IS INDEXED                                00440000
004500         ACCESS MODE    IS RANDOM                                 00450000
004600         RECORD KEY     IS ELF-MST-KEY                            00460000
004700         FILE STATUS    IS ELF-MST-STATUS.                        00470000
004800                                                                  00480000
004900     SELECT SACK-LOOKUP ASSIGN TO AOCD3IDX                        00490000
005000        ORGANIZATION    IS INDEXED                                00500000
005100         ACCESS MODE    IS RANDOM                                 00510000
005200         RECORD KEY     IS SACK-LOOKUP-KEY                        00520000
005300         FILE STATUS    IS SACK-LOOKUP-STATUS.                    00530000
005400                                                                  00540000
005500*----------------------------------------------------------------*00550000
005600* THE KIT COMPLIANCE REPORT                                      *00560000
005700*----------------------------------------------------------------*00570000
005800     SELECT KCR-RPT     ASSIGN TO AOCD3KCR                        00580000
005900        ORGANIZATION    IS SEQUENTIAL                             00590000
006000         ACCESS MODE    IS SEQUENTIAL                             00600000
006100         FILE STATUS    IS KCR-FILE-STATUS.                       00610000
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
007300 FD  KIT-FILE.                                                    00730000
007400 01  KIT-REC.                                                     00740000
007500     05 KIT-TEAM        PIC X(10).                                00750000
007600     05 FILLER          PIC X(01).                                00760000
007700     05 KIT-ITEM        PIC X(01).                                00770000
007800     05 FILLER          PIC X(01).                                00780000
007900     05 KIT-MIN-QTY     PIC 9(03).                                00790000
008000     05 FILLER          PIC X(64).                                00800000
008100                                                                  00810000
008200 FD  ASG-FILE.                                                    00820000
008300 01  ASG-REC.                                                     00830000
008400     05 ASG-ELF-KEY     PIC X(10).                                00840000
008500     05 FILLER          PIC X(02).                                00850000
008600     05 ASG-SACK-KEY    PIC X(10).                                00860000
008700                                                                  00870000
008800 FD  ELF-LOOKUP.                                                  00880000
008900 01  ELF-LOOKUP-REC.                                              00890000
009000     05 ELF-LOOKUP-KEY   PIC X(10).                               00900000
009100     05 ELF-LOOKUP-NAME  PIC X(10).                               00910000
009200     05 ELF-LOOKUP-TOTAL PIC 9(10).                               00920000
009300     05 FILLER           PIC X(10).                               00930000
009400                                                                  00940000
009500 FD  ELF-MASTER.                                                  00950000
009600 01  ELF-MASTER-REC.                                              00960000
009700     05 ELF-MST-KEY       PIC X(10).                              00970000
009800     05 ELF-MST-FULL-NAME PIC X(20).                              00980000
009900     05 ELF-MST-TEAM      PIC X(10).                              00990000
010000     05 ELF-MST-ACTIVE    PIC X(01).                              01000000
010100        88 ELF-MST-IS-ACTIVE         VALUE 'A'.                   01010000
010200                                                                  01020000
010300 FD  SACK-LOOKUP.                                                 01030000
010400 01  SACK-LOOKUP-REC.                                             01040000
010500     05 SACK-LOOKUP-KEY     PIC X(10).                            01050000
010600     05 SACK-LOOKUP-TEXT    PIC X(80).                            01060000
010700                                                                  01070000
010800*----------------------------------------------------------------*01080000
010900* ONE LINE PER SHORT SACK (MORE IF THE MISSING LIST RUNS ON),    *01090000
011000* THEN ONE SUMMARY LINE PER TEAM                                 *01100000
011100*----------------------------------------------------------------*01110000
011200 FD  KCR-RPT.                                                     01120000
011300 01  KCR-REC                PIC X(80).                            01130000
011400 01  KCR-DTL-LINE.                                                01140000
011500     05 KCR-ELF-KEY         PIC X(10).                            01150000
011600     05 FILLER              PIC X(01).                            01160000
011700     05 KCR-ELF-NAME        PIC X(10).                            01170000
011800     05 FILLER              PIC X(01).                            01180000
011900     05 KCR-TEAM            PIC X(10).                            01190000
012000     05 FILLER              PIC X(01).                            01200000
012100     05 KCR-SACK-KEY        PIC X(10).                            01210000
012200     05 FILLER              PIC X(01).                            01220000
012300     05 KCR-MISSING         PIC X(36).                            01230000
012400 01  KCR-SUM-LINE.                                                01240000
012500     05 KCR-SUM-TEAM        PIC X(10).                            01250000
012600     05 FILLER              PIC X(03).                            01260000
012700     05 KCR-SUM-SACKS       PIC ZZZZ9.                            01270000
012800     05 FILLER              PIC X(03).                            01280000
012900     05 KCR-SUM-COMPLIANT   PIC ZZZZ9.                            01290000
013000     05 FILLER              PIC X(03).                            01300000
013100     05 KCR-SUM-SHORT       PIC ZZZZ9.                            01310000
013200     05 FILLER              PIC X(03).                            01320000
013300     05 KCR-SUM-PCT         PIC ZZ9.                              01330000
013400     05 FILLER              PIC X(40).                            01340000
013500                                                                  01350000
013600 FD  AUD-HIST                                                     01360000
013700     DATA RECORD IS AUD-HIST-REC.                                 01370000
013800 01  AUD-HIST-REC.                                                01380000
013900     05 HIST-DATE            PIC 9(08).                           01390000
014000     05 FILLER               PIC X(02).                           01400000
014100     05 HIST-TIME            PIC 9(06).                           01410000
014200     05 FILLER               PIC X(02).                           01420000
014300     05 HIST-PGM             PIC X(08).                           01430000
014400     05 FILLER               PIC X(02).                           01440000
014500     05 HIST-OUTPUT          PIC X(40).                           01450000
014501     05 FILLER               PIC X(02).                           01450100
014502     05 HIST-VERSION         PIC X(08).                           01450200
014600                                                                  01460000
014700 WORKING-STORAGE SECTION.                                         01470000
014800 01  WS-WORK-FIELDS.                                              01480000
014900     05 WS-I              PIC 9(03)   VALUE ZEROES.               01490000
015000     05 WS-J              PIC 9(03)   VALUE ZEROES.               01500000
015100     05 WS-SLOT           PIC 9(03)   VALUE ZEROES.               01510000
015200     05 WS-HAVE           PIC 9(03)   VALUE ZEROES.               01520000
015300     05 WS-PTR            PIC 9(03)   VALUE ZEROES.               01530000
015400     05 WS-SHORT-ITEMS    PIC 9(03)   VALUE ZEROES.               01540000
015500     05 WS-ASG-CNT        PIC 9(05)   VALUE ZEROES.               01550000
015600     05 WS-CHECKED-CNT    PIC 9(05)   VALUE ZEROES.               01560000
015700     05 WS-COMPLIANT-CNT  PIC 9(05)   VALUE ZEROES.               01570000
015800     05 WS-SHORT-CNT      PIC 9(05)   VALUE ZEROES.               01580000
015900     05 WS-NO-SACK-CNT    PIC 9(05)   VALUE ZEROES.               01590000
016000     05 WS-CUR-TEAM       PIC X(10)   VALUE SPACES.               01600000
016100     05 WS-CUR-NAME       PIC X(10)   VALUE SPACES.               01610000
016200     05 WS-TOKEN          PIC X(09)   VALUE SPACES.               01620000
016300     05 WS-EDIT-HAVE      PIC ZZ9.                                01630000
016400     05 WS-EDIT-NEED      PIC ZZ9.                                01640000
016500                                                                  01650000
016600*----------------------------------------------------------------*01660000
016700* THE KIT TEMPLATE AS LOADED, AND THE REQUIRED LIST BUILT FROM   *01670000
016800* IT FOR THE CURRENT ELF'S TEAM                                  *01680000
016900*----------------------------------------------------------------*01690000
017000 01  WS-KIT-FIELDS.                                               01700000
017100     05 WS-KIT-CNT        PIC 9(03)   VALUE ZEROES.               01710000
017200     05 WS-MAX-KITS       PIC 9(03)   VALUE 500.                  01720000
017300 01  WS-KIT-TABLE.                                                01730000
017400     05 WS-KIT-ENTRY      OCCURS 500 TIMES.                       01740000
017500        10 WS-KIT-TEAM    PIC X(10).                              01750000
017600        10 WS-KIT-ITEM    PIC X(01).                              01760000
017700        10 WS-KIT-MIN     PIC 9(03).                              01770000
017800                                                                  01780000
017900 01  WS-REQ-FIELDS.                                               01790000
018000     05 WS-REQ-CNT        PIC 9(03)   VALUE ZEROES.               01800000
018100     05 WS-MAX-REQS       PIC 9(03)   VALUE 60.                   01810000
018200 01  WS-REQ-TABLE.                                                01820000
018300     05 WS-REQ-ENTRY      OCCURS 60 TIMES.                        01830000
018400        10 WS-REQ-ITEM    PIC X(01).                              01840000
018500        10 WS-REQ-MIN     PIC 9(03).                              01850000
018600                                                                  01860000
018700*----------------------------------------------------------------*01870000
018800* COMPLIANCE COUNTS PER TEAM FOR THE SUMMARY                     *01880000
018900*----------------------------------------------------------------*01890000
019000 01  WS-TM-FIELDS.                                                01900000
019100     05 WS-TM-CNT         PIC 9(03)   VALUE ZEROES.               01910000
019200     05 WS-MAX-TMS        PIC 9(03)   VALUE 100.                  01920000
019300 01  WS-TM-TABLE.                                                 01930000
019400     05 WS-TM-ENTRY       OCCURS 100 TIMES.                       01940000
019500        10 WS-TM-TEAM     PIC X(10).                              01950000
019600        10 WS-TM-SACKS    PIC 9(05).                              01960000
019700        10 WS-TM-COMPLIANT PIC 9(05).                             01970000
019800                                                                  01980000
019900 01  WS-SWITCHES.                                                 01990000
020000     05 KIT-FILE-STATUS   PIC X(02)   VALUE SPACES.               02000000
020100        88 KIT-SUCCESS    VALUE '00'.                             02010000
020200        88 KIT-EOF        VALUE '10'.                             02020000
020300     05 ASG-FILE-STATUS   PIC X(02)   VALUE SPACES.               02030000
020400        88 ASG-SUCCESS    VALUE '00'.                             02040000
020500        88 ASG-EOF        VALUE '10'.                             02050000
020600     05 ELF-LOOKUP-STATUS PIC X(02)   VALUE SPACES.               02060000
020700        88 ELF-LOOKUP-SUCCESS VALUE '00'.                         02070000
020800     05 ELF-MST-STATUS    PIC X(02)   VALUE SPACES.               02080000
020900        88 ELF-MST-SUCCESS    VALUE '00'.                         02090000
021000     05 SACK-LOOKUP-STATUS PIC X(02)  VALUE SPACES.               02100000
021100        88 SACK-LOOKUP-SUCCESS VALUE '00'.                        02110000
021200     05 KCR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02120000
021300        88 KCR-SUCCESS    VALUE '00'.                             02130000
021400     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02140000
021500        88 HIST-SUCCESS   VALUE '00'.                             02150000
021600     05 WS-SACK-OK-SW     PIC X(01)   VALUE 'N'.                  02160000
021700        88 WS-SACK-OK     VALUE 'Y'.                              02170000
021800                                                                  02180000
021900 01  WS-HIST-FIELDS.                                              02190000
022000     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02200000
022100     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02210000
022200     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02220000
022201     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02220100
022300                                                                  02230000
022400 PROCEDURE DIVISION.                                              02240000
022500                                                                  02250000
022600     PERFORM 0500-LOAD-KIT-TEMPLATE    THRU 0500-EXIT.            02260000
022700     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            02270000
022800     PERFORM 2000-CHECK-ASSIGNMENTS    THRU 2000-EXIT.            02280000
022900     PERFORM 4000-WRITE-TEAM-SUMMARY   THRU 4000-EXIT.            02290000
023000     CLOSE ELF-LOOKUP ELF-MASTER SACK-LOOKUP KCR-RPT.             02300000
023100     IF WS-SHORT-CNT > ZEROES                                     02310000
023200        OR WS-NO-SACK-CNT > ZEROES                                02320000
023300        MOVE 4                TO RETURN-CODE                      02330000
023400     END-IF.                                                      02340000
023500     STRING 'KIT CHECKED ' DELIMITED BY SIZE                      02350000
023600        WS-CHECKED-CNT DELIMITED BY SIZE                          02360000
023700        ' SHORT ' DELIMITED BY SIZE                               02370000
023800        WS-SHORT-CNT DELIMITED BY SIZE                            02380000
023900        INTO WS-HIST-MSG.                                         02390000
024000     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02400000
024100     GOBACK.                                                      02410000
024200                                                                  02420000
024300 0500-LOAD-KIT-TEMPLATE.                                          02430000
024400     OPEN INPUT KIT-FILE.                                         02440000
024500     IF NOT KIT-SUCCESS                                           02450000
024600        DISPLAY 'ERROR - UNABLE TO OPEN AOCD3KIT, FILE STATUS: '  02460000
024700                KIT-FILE-STATUS                                   02470000
024800        MOVE 16             TO RETURN-CODE                        02480000
024900        MOVE 'UNABLE TO OPEN KIT TEMPLATE'  TO WS-HIST-MSG        02490000
025000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02500000
025100        GOBACK                                                    02510000
025200     END-IF.                                                      02520000
025300     PERFORM UNTIL KIT-EOF                                        02530000
025400        READ KIT-FILE                                             02540000
025500             AT END                                               02550000
025600                SET KIT-EOF TO TRUE                               02560000
025700             NOT AT END                                           02570000
025800                IF WS-KIT-CNT < WS-MAX-KITS                       02580000
025900                   AND KIT-ITEM IS ALPHABETIC                     02590000
026000                   AND KIT-ITEM NOT = SPACE                       02600000
026100                   AND KIT-MIN-QTY IS NUMERIC                     02610000
026200                   ADD 1 TO WS-KIT-CNT                            02620000
026300                   MOVE KIT-TEAM    TO WS-KIT-TEAM(WS-KIT-CNT)    02630000
026400                   MOVE KIT-ITEM    TO WS-KIT-ITEM(WS-KIT-CNT)    02640000
026500                   MOVE KIT-MIN-QTY TO WS-KIT-MIN(WS-KIT-CNT)     02650000
026600                ELSE                                              02660000
026700                   DISPLAY 'KIT TEMPLATE ROW DROPPED: ' KIT-REC   02670000
026800                END-IF                                            02680000
026900        END-READ                                                  02690000
027000     END-PERFORM.                                                 02700000
027100     CLOSE KIT-FILE.                                              02710000
027200     DISPLAY 'KIT TEMPLATE ROWS LOADED: ' WS-KIT-CNT.             02720000
027300 0500-EXIT.                                                       02730000
027400     EXIT.                                                        02740000
027500                                                                  02750000
027600 1000-OPEN-FILES.                                                 02760000
027700     OPEN INPUT ASG-FILE.                                         02770000
027800     OPEN INPUT ELF-LOOKUP.                                       02780000
027900     OPEN INPUT ELF-MASTER.                                       02790000
028000     OPEN INPUT SACK-LOOKUP.                                      02800000
028100     OPEN OUTPUT KCR-RPT.                                         02810000
028200     IF NOT ASG-SUCCESS                                           02820000
028300        DISPLAY 'ERROR - UNABLE TO OPEN ASG-FILE, STATUS: '       02830000
028400                ASG-FILE-STATUS                                   02840000
028500        MOVE 16             TO RETURN-CODE                        02850000
028600        MOVE 'UNABLE TO OPEN ASSIGNMENTS'        TO WS-HIST-MSG   02860000
028700        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02870000
028800        GOBACK                                                    02880000
028900     END-IF.                                                      02890000
029000     IF NOT ELF-LOOKUP-SUCCESS                                    02900000
029100        OR NOT ELF-MST-SUCCESS                                    02910000
029200        OR NOT SACK-LOOKUP-SUCCESS                                02920000
029300        DISPLAY 'ERROR - UNABLE TO OPEN LOOKUP FILES, STATUS: '   02930000
029400                ELF-LOOKUP-STATUS ' / ' ELF-MST-STATUS            02940000
029500                ' / ' SACK-LOOKUP-STATUS                          02950000
029600        MOVE 16             TO RETURN-CODE                        02960000
029700        MOVE 'UNABLE TO OPEN LOOKUP FILES'       TO WS-HIST-MSG   02970000
029800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02980000
029900        GOBACK                                                    02990000
030000     END-IF.                                                      03000000
030100     MOVE 'STANDARD KIT COMPLIANCE - SACKS SHORT OF THE KIT'      03010000
030200                              TO KCR-REC.                         03020000
030300     WRITE KCR-REC.                                               03030000
030400     MOVE SPACES              TO KCR-REC.                         03040000
030500     WRITE KCR-REC.                                               03050000
030600     MOVE 'ELF KEY    NAME       TEAM       SACK KEY   MISSING'   03060000
030700                              TO KCR-REC.                         03070000
030800     WRITE KCR-REC.                                               03080000
030900     MOVE SPACES              TO KCR-REC.                         03090000
031000     MOVE '(ITEM HAVE/NEED)'  TO KCR-REC(45:16).                  03100000
031100     WRITE KCR-REC.                                               03110000
031200 1000-EXIT.                                                       03120000
031300     EXIT.                                                        03130000
031400                                                                  03140000
031500 2000-CHECK-ASSIGNMENTS.                                          03150000
031600     PERFORM UNTIL ASG-EOF                                        03160000
031700        READ ASG-FILE                                             03170000
031800             AT END                                               03180000
031900                SET ASG-EOF TO TRUE                               03190000
032000             NOT AT END                                           03200000
032100                ADD 1            TO WS-ASG-CNT                    03210000
032200                PERFORM 2100-CHECK-ONE-SACK  THRU 2100-EXIT       03220000
032300        END-READ                                                  03230000
032400     END-PERFORM.                                                 03240000
032500     CLOSE ASG-FILE.                                              03250000
032600 2000-EXIT.                                                       03260000
032700     EXIT.                                                        03270000
032800                                                                  03280000
032900 2100-CHECK-ONE-SACK.                                             03290000
033000*----------------------------------------------------------------*03300000
033100* THE ELF'S NAME COMES FROM AOCD1IDX AND ITS TEAM FROM THE       *03310000
033200* MASTER ROW FOR THAT NAME - AN UNKNOWN OR INACTIVE ELF, OR A    *03320000
033300* BLANK TEAM, IS CHECKED AGAINST THE STANDARD KIT UNDER *NOTEAM* *03330000
033400*----------------------------------------------------------------*03340000
033500     MOVE SPACES              TO WS-CUR-NAME.                     03350000
033600     MOVE '*NOTEAM*'          TO WS-CUR-TEAM.                     03360000
033700     MOVE ASG-ELF-KEY         TO ELF-LOOKUP-KEY.                  03370000
033800     READ ELF-LOOKUP                                              03380000
033900          INVALID KEY                                             03390000
034000             DISPLAY 'ASSIGNMENT ELF NOT ON AOCD1IDX: '           03400000
034100                     ASG-ELF-KEY                                  03410000
034200          NOT INVALID KEY                                         03420000
034300             MOVE ELF-LOOKUP-NAME  TO WS-CUR-NAME                 03430000
034400     END-READ.                                                    03440000
034500     IF WS-CUR-NAME NOT = SPACES                                  03450000
034600        MOVE WS-CUR-NAME      TO ELF-MST-KEY                      03460000
034700        READ ELF-MASTER                                           03470000
034800             INVALID KEY                                          03480000
034900                CONTINUE                                          03490000
035000             NOT INVALID KEY                                      03500000
035100                IF ELF-MST-IS-ACTIVE                              03510000
035200                   AND ELF-MST-TEAM NOT = SPACES                  03520000
035300                   MOVE ELF-MST-TEAM  TO WS-CUR-TEAM              03530000
035400                END-IF                                            03540000
035500        END-READ                                                  03550000
035600     END-IF.                                                      03560000
035700     MOVE 'N'                 TO WS-SACK-OK-SW.                   03570000
035800     MOVE ASG-SACK-KEY        TO SACK-LOOKUP-KEY.                 03580000
035900     READ SACK-LOOKUP                                             03590000
036000          INVALID KEY                                             03600000
036100             CONTINUE                                             03610000
036200          NOT INVALID KEY                                         03620000
036300             SET WS-SACK-OK   TO TRUE                             03630000
036400     END-READ.                                                    03640000
036500     MOVE SPACES              TO KCR-REC.                         03650000
036600     MOVE ASG-ELF-KEY         TO KCR-ELF-KEY.                     03660000
036700     MOVE WS-CUR-NAME         TO KCR-ELF-NAME.                    03670000
036800     MOVE WS-CUR-TEAM         TO KCR-TEAM.                        03680000
036900     MOVE ASG-SACK-KEY        TO KCR-SACK-KEY.                    03690000
037000     IF NOT WS-SACK-OK                                            03700000
037100        ADD 1                 TO WS-NO-SACK-CNT                   03710000
037200        MOVE 'SACK NOT ON AOCD3IDX'  TO KCR-MISSING               03720000
037300        WRITE KCR-DTL-LINE                                        03730000
037400        DISPLAY 'ASSIGNMENT SACK NOT ON AOCD3IDX: ' ASG-SACK-KEY  03740000
037500        GO TO 2100-EXIT                                           03750000
037600     END-IF.                                                      03760000
037700     ADD 1                    TO WS-CHECKED-CNT.                  03770000
037800     PERFORM 2200-BUILD-REQUIRED-LIST  THRU 2200-EXIT.            03780000
037900     MOVE ZEROES              TO WS-SHORT-ITEMS.                  03790000
038000     MOVE 1                   TO WS-PTR.                          03800000
038100     PERFORM VARYING WS-I FROM 1 BY 1                             03810000
038200               UNTIL WS-I > WS-REQ-CNT                            03820000
038300        IF WS-REQ-MIN(WS-I) > ZEROES                              03830000
038400           MOVE ZEROES        TO WS-HAVE                          03840000
038500           INSPECT SACK-LOOKUP-TEXT TALLYING WS-HAVE              03850000
038600                   FOR ALL WS-REQ-ITEM(WS-I)                      03860000
038700           IF WS-HAVE < WS-REQ-MIN(WS-I)                          03870000
038800              PERFORM 2300-ADD-MISSING-ITEM  THRU 2300-EXIT       03880000
038900           END-IF                                                 03890000
039000        END-IF                                                    03900000
039100     END-PERFORM.                                                 03910000
039200     PERFORM 2400-FIND-TEAM   THRU 2400-EXIT.                     03920000
039300     IF WS-SHORT-ITEMS = ZEROES                                   03930000
039400        ADD 1                 TO WS-COMPLIANT-CNT                 03940000
039500        IF WS-SLOT > ZEROES                                       03950000
039600           ADD 1              TO WS-TM-COMPLIANT(WS-SLOT)         03960000
039700        END-IF                                                    03970000
039800     ELSE                                                         03980000
039900        ADD 1                 TO WS-SHORT-CNT                     03990000
040000        WRITE KCR-DTL-LINE                                        04000000
040100     END-IF.                                                      04010000
040200 2100-EXIT.                                                       04020000
040300     EXIT.                                                        04030000
040400                                                                  04040000
040500 2200-BUILD-REQUIRED-LIST.                                        04050000
040600*----------------------------------------------------------------*04060000
040700* STANDARD KIT ROWS FIRST, THEN THE TEAM'S OWN ROWS - A TEAM ROW *04070000
040800* FOR AN ITEM ALREADY REQUIRED REPLACES ITS MINIMUM, ANY OTHER   *04080000
040900* TEAM ROW ADDS THE ITEM                                         *04090000
041000*----------------------------------------------------------------*04100000
041100     MOVE ZEROES              TO WS-REQ-CNT.                      04110000
041200     PERFORM VARYING WS-J FROM 1 BY 1                             04120000
041300               UNTIL WS-J > WS-KIT-CNT                            04130000
041400        IF WS-KIT-TEAM(WS-J) = SPACES                             04140000
041500           PERFORM 2250-APPLY-KIT-ROW  THRU 2250-EXIT             04150000
041600        END-IF                                                    04160000
041700     END-PERFORM.                                                 04170000
041800     PERFORM VARYING WS-J FROM 1 BY 1                             04180000
041900               UNTIL WS-J > WS-KIT-CNT                            04190000
042000        IF WS-KIT-TEAM(WS-J) = WS-CUR-TEAM                        04200000
042100           PERFORM 2250-APPLY-KIT-ROW  THRU 2250-EXIT             04210000
042200        END-IF                                                    04220000
042300     END-PERFORM.                                                 04230000
042400 2200-EXIT.                                                       04240000
042500     EXIT.                                                        04250000
042600                                                                  04260000
042700 2250-APPLY-KIT-ROW.                                              04270000
042800     MOVE ZEROES              TO WS-SLOT.                         04280000
042900     PERFORM VARYING WS-I FROM 1 BY 1                             04290000
043000               UNTIL WS-I > WS-REQ-CNT                            04300000
043100                  OR WS-SLOT > ZEROES                             04310000
043200        IF WS-REQ-ITEM(WS-I) = WS-KIT-ITEM(WS-J)                  04320000
043300           MOVE WS-I             TO WS-SLOT                       04330000
043400        END-IF                                                    04340000
043500     END-PERFORM.                                                 04350000
043600     IF WS-SLOT = ZEROES                                          04360000
043700        IF WS-REQ-CNT NOT < WS-MAX-REQS                           04370000
043800           DISPLAY 'REQUIRED ITEM LIST FULL - ITEM IGNORED: '     04380000
043900                   WS-KIT-ITEM(WS-J)                              04390000
044000           GO TO 2250-EXIT                                        04400000
044100        END-IF                                                    04410000
044200        ADD 1                 TO WS-REQ-CNT                       04420000
044300        MOVE WS-REQ-CNT       TO WS-SLOT                          04430000
044400        MOVE WS-KIT-ITEM(WS-J)  TO WS-REQ-ITEM(WS-SLOT)           04440000
044500     END-IF.                                                      04450000
044600     MOVE WS-KIT-MIN(WS-J)    TO WS-REQ-MIN(WS-SLOT).             04460000
044700 2250-EXIT.                                                       04470000
044800     EXIT.                                                        04480000
044900                                                                  04490000
045000 2300-ADD-MISSING-ITEM.                                           04500000
045100*----------------------------------------------------------------*04510000
045200* EACH SHORT ITEM GOES ON AS ITEM HAVE/NEED. WHEN THE MISSING    *04520000
045300* COLUMN IS FULL THE LINE IS WRITTEN AND CONTINUES BELOW         *04530000
045400*----------------------------------------------------------------*04540000
045500     ADD 1                    TO WS-SHORT-ITEMS.                  04550000
045600     MOVE WS-HAVE             TO WS-EDIT-HAVE.                    04560000
045700     MOVE WS-REQ-MIN(WS-I)    TO WS-EDIT-NEED.                    04570000
045800     MOVE SPACES              TO WS-TOKEN.                        04580000
045900     STRING WS-REQ-ITEM(WS-I) DELIMITED BY SIZE                   04590000
046000        ' ' DELIMITED BY SIZE                                     04600000
046100        FUNCTION TRIM(WS-EDIT-HAVE) DELIMITED BY SIZE             04610000
046200        '/' DELIMITED BY SIZE                                     04620000
046300        FUNCTION TRIM(WS-EDIT-NEED) DELIMITED BY SIZE             04630000
046400        INTO WS-TOKEN.                                            04640000
046500     IF WS-PTR + 10 > 37                                          04650000
046600        WRITE KCR-DTL-LINE                                        04660000
046700        MOVE SPACES           TO KCR-REC                          04670000
046800        MOVE 1                TO WS-PTR                           04680000
046900     END-IF.                                                      04690000
047000     MOVE WS-TOKEN            TO KCR-MISSING(WS-PTR:9).           04700000
047100     ADD 10                   TO WS-PTR.                          04710000
047200 2300-EXIT.                                                       04720000
047300     EXIT.                                                        04730000
047400                                                                  04740000
047500 2400-FIND-TEAM.                                                  04750000
047600     MOVE ZEROES              TO WS-SLOT.                         04760000
047700     PERFORM VARYING WS-J FROM 1 BY 1                             04770000
047800               UNTIL WS-J > WS-TM-CNT                             04780000
047900                  OR WS-SLOT > ZEROES                             04790000
048000        IF WS-TM-TEAM(WS-J) = WS-CUR-TEAM                         04800000
048100           MOVE WS-J             TO WS-SLOT                       04810000
048200        END-IF                                                    04820000
048300     END-PERFORM.                                                 04830000
048400     IF WS-SLOT = ZEROES                                          04840000
048500        IF WS-TM-CNT NOT < WS-MAX-TMS                             04850000
048600           DISPLAY 'TEAM TABLE FULL - NOT IN SUMMARY: '           04860000
048700                   WS-CUR-TEAM                                    04870000
048800           GO TO 2400-EXIT                                        04880000
048900        END-IF                                                    04890000
049000        ADD 1                 TO WS-TM-CNT                        04900000
049100        MOVE WS-TM-CNT        TO WS-SLOT                          04910000
049200        MOVE WS-CUR-TEAM      TO WS-TM-TEAM(WS-SLOT)              04920000
049300        MOVE ZEROES           TO WS-TM-SACKS(WS-SLOT)             04930000
049400                                 WS-TM-COMPLIANT(WS-SLOT)         04940000
049500     END-IF.                                                      04950000
049600     ADD 1                    TO WS-TM-SACKS(WS-SLOT).            04960000
049700 2400-EXIT.                                                       04970000
049800     EXIT.                                                        04980000
049900                                                                  04990000
050000 4000-WRITE-TEAM-SUMMARY.                                         05000000
050100     MOVE SPACES              TO KCR-REC.                         05010000
050200     WRITE KCR-REC.                                               05020000
050300     MOVE 'COMPLIANCE BY TEAM'  TO KCR-REC.                       05030000
050400     WRITE KCR-REC.                                               05040000
050500     MOVE 'TEAM         SACKS  COMPLY   SHORT   PCT'              05050000
050600                              TO KCR-REC.                         05060000
050700     WRITE KCR-REC.                                               05070000
050800     PERFORM VARYING WS-SLOT FROM 1 BY 1                          05080000
050900               UNTIL WS-SLOT > WS-TM-CNT                          05090000
051000        MOVE SPACES           TO KCR-REC                          05100000
051100        MOVE WS-TM-TEAM(WS-SLOT)       TO KCR-SUM-TEAM            05110000
051200        MOVE WS-TM-SACKS(WS-SLOT)      TO KCR-SUM-SACKS           05120000
051300        MOVE WS-TM-COMPLIANT(WS-SLOT)  TO KCR-SUM-COMPLIANT       05130000
051400        COMPUTE KCR-SUM-SHORT = WS-TM-SACKS(WS-SLOT)              05140000
051500                              - WS-TM-COMPLIANT(WS-SLOT)          05150000
051600        COMPUTE KCR-SUM-PCT = WS-TM-COMPLIANT(WS-SLOT) * 100      05160000
051700                            / WS-TM-SACKS(WS-SLOT)                05170000
051800        WRITE KCR-SUM-LINE                                        05180000
051900     END-PERFORM.                                                 05190000
052000     MOVE SPACES              TO KCR-REC.                         05200000
052100     MOVE 'TOTAL'             TO KCR-SUM-TEAM.                    05210000
052200     MOVE WS-CHECKED-CNT      TO KCR-SUM-SACKS.                   05220000
052300     MOVE WS-COMPLIANT-CNT    TO KCR-SUM-COMPLIANT.               05230000
052400     MOVE WS-SHORT-CNT        TO KCR-SUM-SHORT.                   05240000
052500     IF WS-CHECKED-CNT > ZEROES                                   05250000
052600        COMPUTE KCR-SUM-PCT = WS-COMPLIANT-CNT * 100              05260000
052700                            / WS-CHECKED-CNT                      05270000
052800     END-IF.                                                      05280000
052900     WRITE KCR-SUM-LINE.                                          05290000
053000     IF WS-NO-SACK-CNT > ZEROES                                   05300000
053100        MOVE SPACES           TO KCR-REC                          05310000
053200        STRING 'ASSIGNMENTS WITH NO SACK ON AOCD3IDX: '           05320000
053300           DELIMITED BY SIZE                                      05330000
053400           WS-NO-SACK-CNT DELIMITED BY SIZE                       05340000
053500           INTO KCR-REC                                           05350000
053600        WRITE KCR-REC                                             05360000
053700     END-IF.                                                      05370000
053800     DISPLAY 'SACKS CHECKED: ' WS-CHECKED-CNT                     05380000
053900             ' COMPLIANT: ' WS-COMPLIANT-CNT                      05390000
054000             ' SHORT: ' WS-SHORT-CNT                              05400000
054100             ' NO SACK: ' WS-NO-SACK-CNT.                         05410000
054200 4000-EXIT.                                                       05420000
054300     EXIT.                                                        05430000
054400                                                                  05440000
054500*----------------------------------------------------------------*05450000
054600*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *05460000
054700*----------------------------------------------------------------*05470000
054800 9800-WRITE-AUDIT-HIST.                                           05480000
054900     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      05490000
055000     ACCEPT WS-HIST-TIME FROM TIME.                               05500000
055100     OPEN EXTEND AUD-HIST.                                        05510000
055200     INITIALIZE AUD-HIST-REC.                                     05520000
055300     MOVE WS-HIST-DATE          TO HIST-DATE.                     05530000
055400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     05540000
055500     MOVE 'AOCD3PGF'            TO HIST-PGM.                      05550000
055501     MOVE WS-HIST-VER           TO HIST-VERSION.                  05550100
055600     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   05560000
055700     WRITE AUD-HIST-REC.                                          05570000
055800     CLOSE AUD-HIST.                                              05580000
055900 9800-EXIT.                                                       05590000
056000     EXIT.                                                        05600000
