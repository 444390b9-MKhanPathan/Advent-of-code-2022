000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 1 PROGRAM 12                     *00020000
000300*----------------------------------------------------------------*00030000
000400*   MULTI-KITCHEN CALORIE FEED MERGE. THE CAMP'S CALORIES COME   *00040000
000500*   FROM THREE KITCHENS AND USED TO BE CONCATENATED INTO AOCDAY1 *00050000
000600*   BY HAND, SO ONE SHORT KITCHEN FILE FAILED THE TRAILER CHECK  *00060000
000700*   FOR THE WHOLE CAMP. EACH KITCHEN NOW SENDS ITS OWN FEED      *00070000
000800*   (AOCD1KT1/2/3) OPENING WITH A SOURCE RECORD AND CLOSING WITH *00080000
000900*   ITS OWN TRAILER. THIS STEP RUNS AHEAD OF THE SUITE, PROVES   *00090000
001000*   EACH KITCHEN'S RECORD COUNT AND HASH TOTAL SEPARATELY, AND   *00100000
001100*   WRITES THE GOOD KITCHENS TO AOCDAY1 UNDER ONE COMBINED       *00110000
001200*   TRAILER FOR AOCD1PG1. A BAD KITCHEN IS REJECTED BY NAME AND  *00120000
001300*   THE REST OF THE CAMP STILL PROCESSES                         *00130000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD1PGC.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200*----------------------------------------------------------------*00220000
002300*  ONE FEED PER KITCHEN, EACH IN THE AOCDAY1 LAYOUT BETWEEN ITS  *00230000
002400*  SOURCE RECORD AND ITS TRAILER                                 *00240000
002500*----------------------------------------------------------------*00250000
002600     SELECT KIT-FEED1   ASSIGN TO AOCD1KT1                        00260000
002700        ORGANIZATION    IS SEQUENTIAL                             00270000
002800         ACCESS MODE    IS SEQUENTIAL                             00280000
002900         FILE STATUS    IS KIT-FILE-STATUS.                       00290000
003000                                                                  00300000
003100     SELECT KIT-FEED2   ASSIGN TO AOCD1KT2                        00310000
003200        ORGANIZATION    IS SEQUENTIAL                             00320000
003300         ACCESS MODE    IS SEQUENTIAL                             00330000
003400         FILE STATUS    IS KIT-FILE-STATUS.                       00340000
003500                                                                  00350000
003600     SELECT KIT-FEED3   ASSIGN TO AOCD1KT3                        00360000
003700        ORGANIZATION    IS SEQUENTIAL                             00370000
003800         ACCESS MODE    IS SEQUENTIAL                             00380000
003900         FILE STATUS    IS KIT-FILE-STATUS.                       00390000
004000                                                                  00400000
004100*----------------------------------------------------------------*00410000
004200*  THE COMBINED CAMP FEED AOCD1PG1 READS                         *00420000
004300*----------------------------------------------------------------*00430000
004400     SELECT CAL-DATA    ASSIGN TO AOCDAY1                         00440000
004500        ORGANIZATION    IS SEQUENTIAL                             00450000
004600         ACCESS MODE    IS SEQUENTIAL                             00460000
004700         FILE STATUS    IS CAL-FILE-STATUS.                       00470000
004800                                                                  00480000
004900*----------------------------------------------------------------*00490000
005000*  MERGE CONTROL REPORT - ONE LINE PER KITCHEN WITH ITS VERDICT  *00500000
005100*  AND BOTH SETS OF CONTROL TOTALS, THEN THE COMBINED LINE       *00510000
005200*----------------------------------------------------------------*00520000
005300     SELECT MRG-RPT     ASSIGN TO AOCD1MRG                        00530000
005400        ORGANIZATION    IS SEQUENTIAL                             00540000
005500         ACCESS MODE    IS SEQUENTIAL                             00550000
005600         FILE STATUS    IS MRG-FILE-STATUS.                       00560000
005700                                                                  00570000
005800*----------------------------------------------------------------*00580000
005900*  SHARED SUITE EXCEPTION FILE - REJECTED KITCHENS LAND HERE     *00590000
006000*----------------------------------------------------------------*00600000
006100     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00610000
006200        ORGANIZATION    IS SEQUENTIAL                             00620000
006300         ACCESS MODE    IS SEQUENTIAL                             00630000
006400         FILE STATUS    IS SEXC-FILE-STATUS.                      00640000
006500                                                                  00650000
006600     SELECT BAL-FILE    ASSIGN TO AOCDSBAL                        00660000
006700        ORGANIZATION    IS SEQUENTIAL                             00670000
006800         ACCESS MODE    IS SEQUENTIAL                             00680000
006900         FILE STATUS    IS BAL-FILE-STATUS.                       00690000
007000                                                                  00700000
007100*----------------------------------------------------------------*00710000
007200*   SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN      *00720000
007300*----------------------------------------------------------------*00730000
007400     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00740000
007500        ORGANIZATION    IS SEQUENTIAL                             00750000
007600         ACCESS MODE    IS SEQUENTIAL                             00760000
007700         FILE STATUS    IS HIST-FILE-STATUS.                      00770000
007800                                                                  00780000
007900 DATA DIVISION.                                                   00790000
008000 FILE SECTION.                                                    00800000
008100 FD  KIT-FEED1.                                                   00810000
008200 01  KIT-FEED1-REC         PIC X(22).                             00820000
008300 FD  KIT-FEED2.                                                   00830000
008400 01  KIT-FEED2-REC         PIC X(22).                             00840000
008500 FD  KIT-FEED3.                                                   00850000
008600 01  KIT-FEED3-REC         PIC X(22).                             00860000
008700                                                                  00870000
008800 FD  CAL-DATA.                                                    00880000
008900 01  CAL-OUT-REC.                                                 00890000
009000     05 OUT-DATA           PIC X(22).                             00900000
009100 01  CAL-OUT-TRL-REC.                                             00910000
009200     05 OUT-TRL-MARKER     PIC X(01).                             00920000
009300     05 OUT-TRL-REC-COUNT  PIC 9(07).                             00930000
009400     05 OUT-TRL-HASH-TOTAL PIC 9(12).                             00940000
009500     05 FILLER             PIC X(02).                             00950000
009600                                                                  00960000
009700 FD  MRG-RPT.                                                     00970000
009800 01  MRG-REC.                                                     00980000
009900     05 MRG-DDNAME        PIC X(08).                              00990000
010000     05 FILLER            PIC X(02).                              01000000
010100     05 MRG-SOURCE-ID     PIC X(08).                              01010000
010200     05 FILLER            PIC X(02).                              01020000
010300     05 MRG-SOURCE-NAME   PIC X(13).                              01030000
010400     05 FILLER            PIC X(02).                              01040000
010500     05 MRG-VERDICT       PIC X(08).                              01050000
010600     05 FILLER            PIC X(02).                              01060000
010700     05 MRG-REASON        PIC X(08).                              01070000
010800     05 FILLER            PIC X(02).                              01080000
010900     05 MRG-EXP-CNT       PIC 9(07).                              01090000
011000     05 FILLER            PIC X(02).                              01100000
011100     05 MRG-RCV-CNT       PIC 9(07).                              01110000
011200     05 FILLER            PIC X(02).                              01120000
011300     05 MRG-EXP-HASH      PIC 9(12).                              01130000
011400     05 FILLER            PIC X(02).                              01140000
011500     05 MRG-RCV-HASH      PIC 9(12).                              01150000
011600                                                                  01160000
011700 FD  SUITE-EXC.                                                   01170000
011800     COPY AOCDEXC.                                                01180000
011900                                                                  01190000
012000 FD  BAL-FILE.                                                    01200000
012100     COPY AOCDBAL.                                                01210000
012200                                                                  01220000
012300*----------------------------------------------------------------*01230000
012400*   ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT     *01240000
012500*----------------------------------------------------------------*01250000
012600 FD  AUD-HIST                                                     01260000
012700     DATA RECORD IS AUD-HIST-REC.                                 01270000
012800 01  AUD-HIST-REC.                                                01280000
012900     05 HIST-DATE            PIC 9(08).                           01290000
013000     05 FILLER               PIC X(02).                           01300000
013100     05 HIST-TIME            PIC 9(06).                           01310000
013200     05 FILLER               PIC X(02).                           01320000
013300     05 HIST-PGM             PIC X(08).                           01330000
013400     05 FILLER               PIC X(02).                           01340000
013500     05 HIST-OUTPUT          PIC X(40).                           01350000
013501     05 FILLER               PIC X(02).                           01350100
013502     05 HIST-VERSION         PIC X(08).                           01350200
013600                                                                  01360000
013700 WORKING-STORAGE SECTION.                                         01370000
013800*----------------------------------------------------------------*01380000
013900*  THE KITCHEN RECORD AS READ, IN ITS THREE SHAPES - A CALORIE   *01390000
014000*  LINE OR EXPEDITION HEADER (PASSED THROUGH AS IS), THE SOURCE  *01400000
014100*  RECORD THAT OPENS THE FEED, AND THE TRAILER THAT CLOSES IT    *01410000
014200*----------------------------------------------------------------*01420000
014300 01  WS-KIT-REC.                                                  01430000
014400     05 KIT-CALORIES        PIC X(10).                            01440000
014500     05 KIT-ELF-NAME        PIC X(10).                            01450000
014600     05 KIT-FOOD-TYPE       PIC X(02).                            01460000
014700 01  WS-KIT-HDR-REC REDEFINES WS-KIT-REC.                         01470000
014800     05 KIT-HDR-MARKER      PIC X(01).                            01480000
014900        88 KIT-IS-EXPEDITION            VALUE '*'.                01490000
015000     05 FILLER              PIC X(21).                            01500000
015100 01  WS-KIT-SRC-REC REDEFINES WS-KIT-REC.                         01510000
015200     05 KIT-SRC-MARKER      PIC X(01).                            01520000
015300        88 KIT-IS-SOURCE                VALUE 'S'.                01530000
015400     05 KIT-SRC-ID          PIC X(08).                            01540000
015500     05 KIT-SRC-NAME        PIC X(13).                            01550000
015600 01  WS-KIT-TRL-REC REDEFINES WS-KIT-REC.                         01560000
015700     05 KIT-TRL-MARKER      PIC X(01).                            01570000
015800        88 KIT-IS-TRAILER               VALUE 'T'.                01580000
015900     05 KIT-TRL-REC-COUNT   PIC 9(07).                            01590000
016000     05 KIT-TRL-HASH-TOTAL  PIC 9(12).                            01600000
016100     05 FILLER              PIC X(02).                            01610000
016200                                                                  01620000
016300 01  WS-WORK-FIELDS.                                              01630000
016400     05 WS-KIT-IDX        PIC 9(01)   VALUE ZEROES.               01640000
016500     05 WS-KIT-COUNT      PIC 9(01)   VALUE 3.                    01650000
016600     05 WS-I              PIC 9(01)   VALUE ZEROES.               01660000
016700     05 WS-CAL-NUM        PIC 9(10)   VALUE ZEROES.               01670000
016800     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               01680000
016850     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               01685000
016900     05 WS-ACCEPT-CNT     PIC 9(01)   VALUE ZEROES.               01690000
017000     05 WS-REJECT-CNT     PIC 9(01)   VALUE ZEROES.               01700000
017100     05 WS-OUT-CNT        PIC 9(07)   VALUE ZEROES.               01710000
017200     05 WS-OUT-HASH       PIC 9(12)   VALUE ZEROES.               01720000
017300     05 WS-SEP-CNT        PIC 9(03)   VALUE ZEROES.               01730000
017400     05 WS-LAST-BLANK-SW  PIC X(01)   VALUE 'Y'.                  01740000
017500        88 WS-LAST-WAS-BLANK VALUE 'Y'.                           01750000
017600     05 WS-BAL-READ-CNT   PIC 9(07)   VALUE ZEROES.               01760000
017700     05 WS-BAL-OUT-CNT    PIC 9(07)   VALUE ZEROES.               01770000
017800     05 WS-BAL-REJ-CNT    PIC 9(07)   VALUE ZEROES.               01780000
017900     05 WS-BAL-SKIP-CNT   PIC 9(07)   VALUE ZEROES.               01790000
018000                                                                  01800000
018100*----------------------------------------------------------------*01810000
018200*  ONE ROW PER KITCHEN - WHAT ITS TRAILER PROMISED, WHAT         *01820000
018300*  ARRIVED, AND THE VERDICT. THE SOURCE RECORD AND TRAILER ARE   *01830000
018400*  NOT IN THE COUNT; EVERY RECORD BETWEEN THEM IS, AND THE HASH  *01840000
018500*  IS THE SUM OF THE NUMERIC CALORIE VALUES, EXACTLY AS AOCD1PG1 *01850000
018600*  PROVES IT                                                     *01860000
018700*----------------------------------------------------------------*01870000
018800 01  WS-KIT-LIST.                                                 01880000
018900     05 FILLER  PIC X(08) VALUE 'AOCD1KT1'.                       01890000
019000     05 FILLER  PIC X(08) VALUE 'AOCD1KT2'.                       01900000
019100     05 FILLER  PIC X(08) VALUE 'AOCD1KT3'.                       01910000
019200 01  WS-KIT-DD-TABLE REDEFINES WS-KIT-LIST.                       01920000
019300     05 WS-KIT-DDNAME     PIC X(08)   OCCURS 3 TIMES.             01930000
019400 01  WS-KIT-TABLE.                                                01940000
019500     05 WS-KIT-ENTRY      OCCURS 3 TIMES.                         01950000
019600        10 WS-KIT-SRC-ID     PIC X(08).                           01960000
019700        10 WS-KIT-SRC-NAME   PIC X(13).                           01970000
019800        10 WS-KIT-READ-CNT   PIC 9(07).                           01980000
019900        10 WS-KIT-RCV-CNT    PIC 9(07).                           01990000
020000        10 WS-KIT-RCV-HASH   PIC 9(12).                           02000000
020100        10 WS-KIT-EXP-CNT    PIC 9(07).                           02010000
020200        10 WS-KIT-EXP-HASH   PIC 9(12).                           02020000
020300        10 WS-KIT-TRL-SW     PIC X(01).                           02030000
020400           88 WS-KIT-TRL-SEEN         VALUE 'Y'.                  02040000
020500        10 WS-KIT-REASON     PIC X(08).                           02050000
020600        10 WS-KIT-VERDICT    PIC X(08).                           02060000
020700           88 WS-KIT-ACCEPTED         VALUE 'ACCEPTED'.           02070000
020800                                                                  02080000
020900 01  WS-SWITCHES.                                                 02090000
021000     05 KIT-FILE-STATUS   PIC X(02)   VALUE SPACES.               02100000
021100        88 KIT-SUCCESS    VALUE '00'.                             02110000
021200        88 KIT-EOF        VALUE '10'.                             02120000
021300     05 CAL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02130000
021400        88 CAL-SUCCESS    VALUE '00'.                             02140000
021500     05 MRG-FILE-STATUS   PIC X(02)   VALUE SPACES.               02150000
021600        88 MRG-SUCCESS    VALUE '00'.                             02160000
021700     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               02170000
021800        88 SEXC-SUCCESS   VALUE '00'.                             02180000
021900     05 BAL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02190000
022000        88 BAL-SUCCESS    VALUE '00'.                             02200000
022100     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02210000
022200        88 HIST-SUCCESS   VALUE '00'.                             02220000
022300                                                                  02230000
022400 01  WS-HIST-FIELDS.                                              02240000
022500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02250000
022600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02260000
022700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02270000
022701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02270100
022800                                                                  02280000
022900 PROCEDURE DIVISION.                                              02290000
023000                                                                  02300000
023100     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            02310000
023200     PERFORM VARYING WS-KIT-IDX FROM 1 BY 1                       02320000
023300               UNTIL WS-KIT-IDX > WS-KIT-COUNT                    02330000
023400        PERFORM 2000-PROVE-KITCHEN     THRU 2000-EXIT             02340000
023500        IF WS-KIT-ACCEPTED(WS-KIT-IDX)                            02350000
023600           PERFORM 3000-COPY-KITCHEN   THRU 3000-EXIT             02360000
023700        ELSE                                                      02370000
023800           PERFORM 3500-REJECT-KITCHEN THRU 3500-EXIT             02380000
023900        END-IF                                                    02390000
024000        PERFORM 3800-WRITE-CONTROL     THRU 3800-EXIT             02400000
024100     END-PERFORM.                                                 02410000
024200     PERFORM 4000-WRITE-TRAILER        THRU 4000-EXIT.            02420000
024300     PERFORM 8000-CLOSE-FILES          THRU 8000-EXIT.            02430000
024400     STRING 'KITCHENS MERGED ' DELIMITED BY SIZE                  02440000
024500        WS-ACCEPT-CNT DELIMITED BY SIZE                           02450000
024600        ' REJECTED ' DELIMITED BY SIZE                            02460000
024700        WS-REJECT-CNT DELIMITED BY SIZE                           02470000
024800        INTO WS-HIST-MSG.                                         02480000
024900     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02490000
025000     GOBACK.                                                      02500000
025100                                                                  02510000
025200 1000-OPEN-FILES.                                                 02520000
025300     OPEN OUTPUT CAL-DATA.                                        02530000
025400     IF NOT CAL-SUCCESS                                           02540000
025500        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY1, FILE STATUS: '   02550000
025600                CAL-FILE-STATUS                                   02560000
025700        MOVE 16             TO RETURN-CODE                        02570000
025800        MOVE 'UNABLE TO OPEN CAL-DATA'       TO WS-HIST-MSG       02580000
025900        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02590000
026000        GOBACK                                                    02600000
026100     END-IF.                                                      02610000
026200     OPEN OUTPUT MRG-RPT.                                         02620000
026300     OPEN EXTEND SUITE-EXC.                                       02630000
026400     ACCEPT WS-RUN-DATE      FROM DATE.                           02640000
026450     ACCEPT WS-RUN-DATE-8    FROM DATE YYYYMMDD.                  02645000
026500     INITIALIZE               WS-KIT-TABLE.                       02650000
026600 1000-EXIT.                                                       02660000
026700     EXIT.                                                        02670000
026800                                                                  02680000
026900 2000-PROVE-KITCHEN.                                              02690000
027000*----------------------------------------------------------------*02700000
027100*  FIRST PASS OVER ONE KITCHEN - NOTHING IS WRITTEN UNTIL THE    *02710000
027200*  WHOLE FEED HAS PROVED AGAINST ITS OWN TRAILER. A FEED THAT    *02720000
027300*  NEVER ARRIVED, OPENS WITHOUT A SOURCE RECORD, CARRIES NO      *02730000
027400*  TRAILER OR REPEATS A SOURCE ALREADY MERGED IS REJECTED TOO    *02740000
027500*----------------------------------------------------------------*02750000
027600     MOVE 'REJECTED'          TO WS-KIT-VERDICT(WS-KIT-IDX).      02760000
027700     PERFORM 2100-OPEN-KITCHEN  THRU 2100-EXIT.                   02770000
027800     IF NOT KIT-SUCCESS                                           02780000
027900        MOVE 'NOFEED'         TO WS-KIT-REASON(WS-KIT-IDX)        02790000
028000        MOVE '(NOT RECEIVED)' TO WS-KIT-SRC-NAME(WS-KIT-IDX)      02800000
028100        GO TO 2000-EXIT                                           02810000
028200     END-IF.                                                      02820000
028300     PERFORM 2200-READ-KITCHEN  THRU 2200-EXIT.                   02830000
028400     IF KIT-EOF OR NOT KIT-IS-SOURCE OR KIT-SRC-ID = SPACES       02840000
028500        MOVE 'NOSOURCE'       TO WS-KIT-REASON(WS-KIT-IDX)        02850000
028600        MOVE '(NO SOURCE)'    TO WS-KIT-SRC-NAME(WS-KIT-IDX)      02860000
028700        PERFORM 2600-DRAIN-KITCHEN  THRU 2600-EXIT                02870000
028800        PERFORM 2300-CLOSE-KITCHEN  THRU 2300-EXIT                02880000
028900        GO TO 2000-EXIT                                           02890000
029000     END-IF.                                                      02900000
029100     MOVE KIT-SRC-ID          TO WS-KIT-SRC-ID(WS-KIT-IDX).       02910000
029200     MOVE KIT-SRC-NAME        TO WS-KIT-SRC-NAME(WS-KIT-IDX).     02920000
029300     PERFORM 2200-READ-KITCHEN  THRU 2200-EXIT.                   02930000
029400     PERFORM 2500-TALLY-RECORD  THRU 2500-EXIT                    02940000
029500       UNTIL KIT-EOF.                                             02950000
029600     PERFORM 2300-CLOSE-KITCHEN  THRU 2300-EXIT.                  02960000
029700     EVALUATE TRUE                                                02970000
029800         WHEN NOT WS-KIT-TRL-SEEN(WS-KIT-IDX)                     02980000
029900              MOVE 'NOTRLR'   TO WS-KIT-REASON(WS-KIT-IDX)        02990000
030000         WHEN WS-KIT-RCV-CNT(WS-KIT-IDX)                          03000000
030100                        NOT = WS-KIT-EXP-CNT(WS-KIT-IDX)          03010000
030200              MOVE 'CNTMISS'  TO WS-KIT-REASON(WS-KIT-IDX)        03020000
030300         WHEN WS-KIT-RCV-HASH(WS-KIT-IDX)                         03030000
030400                        NOT = WS-KIT-EXP-HASH(WS-KIT-IDX)         03040000
030500              MOVE 'HASHMISS' TO WS-KIT-REASON(WS-KIT-IDX)        03050000
030600         WHEN OTHER                                               03060000
030700              MOVE 'ACCEPTED' TO WS-KIT-VERDICT(WS-KIT-IDX)       03070000
030800     END-EVALUATE.                                                03080000
030900     PERFORM VARYING WS-I FROM 1 BY 1                             03090000
031000               UNTIL WS-I NOT < WS-KIT-IDX                        03100000
031100        IF WS-KIT-ACCEPTED(WS-I)                                  03110000
031200           AND WS-KIT-SRC-ID(WS-I) = WS-KIT-SRC-ID(WS-KIT-IDX)    03120000
031300           MOVE 'REJECTED'    TO WS-KIT-VERDICT(WS-KIT-IDX)       03130000
031400           MOVE 'DUPSRC'      TO WS-KIT-REASON(WS-KIT-IDX)        03140000
031500        END-IF                                                    03150000
031600     END-PERFORM.                                                 03160000
031700 2000-EXIT.                                                       03170000
031800     EXIT.                                                        03180000
031900                                                                  03190000
032000 2100-OPEN-KITCHEN.                                               03200000
032100     EVALUATE WS-KIT-IDX                                          03210000
032200         WHEN 1  OPEN INPUT KIT-FEED1                             03220000
032300         WHEN 2  OPEN INPUT KIT-FEED2                             03230000
032400         WHEN 3  OPEN INPUT KIT-FEED3                             03240000
032500     END-EVALUATE.                                                03250000
032600 2100-EXIT.                                                       03260000
032700     EXIT.                                                        03270000
032800                                                                  03280000
032900 2200-READ-KITCHEN.                                               03290000
033000     EVALUATE WS-KIT-IDX                                          03300000
033100         WHEN 1                                                   03310000
033200              READ KIT-FEED1 INTO WS-KIT-REC                      03320000
033300                   AT END SET KIT-EOF TO TRUE                     03330000
033400              END-READ                                            03340000
033500         WHEN 2                                                   03350000
033600              READ KIT-FEED2 INTO WS-KIT-REC                      03360000
033700                   AT END SET KIT-EOF TO TRUE                     03370000
033800              END-READ                                            03380000
033900         WHEN 3                                                   03390000
034000              READ KIT-FEED3 INTO WS-KIT-REC                      03400000
034100                   AT END SET KIT-EOF TO TRUE                     03410000
034200              END-READ                                            03420000
034300     END-EVALUATE.                                                03430000
034400     IF NOT KIT-EOF                                               03440000
034500        ADD 1                 TO WS-KIT-READ-CNT(WS-KIT-IDX)      03450000
034600     END-IF.                                                      03460000
034700 2200-EXIT.                                                       03470000
034800     EXIT.                                                        03480000
034900                                                                  03490000
035000 2300-CLOSE-KITCHEN.                                              03500000
035100     EVALUATE WS-KIT-IDX                                          03510000
035200         WHEN 1  CLOSE KIT-FEED1                                  03520000
035300         WHEN 2  CLOSE KIT-FEED2                                  03530000
035400         WHEN 3  CLOSE KIT-FEED3                                  03540000
035500     END-EVALUATE.                                                03550000
035600 2300-EXIT.                                                       03560000
035700     EXIT.                                                        03570000
035800                                                                  03580000
035900 2500-TALLY-RECORD.                                               03590000
036000*----------------------------------------------------------------*03600000
036100*  ANYTHING AFTER THE TRAILER IS COUNTED AS READ BUT IS NOT PART *03610000
036200*  OF THE FEED - A SECOND TRAILER OR TRAILING RECORDS AFTER IT   *03620000
036300*  MEAN THE KITCHEN'S FILE WAS BUILT WRONG AND FAIL THE COUNT    *03630000
036400*----------------------------------------------------------------*03640000
036500     EVALUATE TRUE                                                03650000
036600         WHEN WS-KIT-TRL-SEEN(WS-KIT-IDX)                         03660000
036700              ADD 1           TO WS-KIT-RCV-CNT(WS-KIT-IDX)       03670000
036800         WHEN KIT-IS-TRAILER                                      03680000
036900              AND KIT-TRL-REC-COUNT IS NUMERIC                    03690000
037000              AND KIT-TRL-HASH-TOTAL IS NUMERIC                   03700000
037100              SET WS-KIT-TRL-SEEN(WS-KIT-IDX) TO TRUE             03710000
037200              MOVE KIT-TRL-REC-COUNT                              03720000
037300                              TO WS-KIT-EXP-CNT(WS-KIT-IDX)       03730000
037400              MOVE KIT-TRL-HASH-TOTAL                             03740000
037500                              TO WS-KIT-EXP-HASH(WS-KIT-IDX)      03750000
037600         WHEN OTHER                                               03760000
037700              ADD 1           TO WS-KIT-RCV-CNT(WS-KIT-IDX)       03770000
037800              IF NOT KIT-IS-EXPEDITION                            03780000
037900                 AND KIT-CALORIES NOT = SPACES                    03790000
038000                 AND FUNCTION TRIM(KIT-CALORIES) IS NUMERIC       03800000
038100                 MOVE FUNCTION TRIM(KIT-CALORIES) TO WS-CAL-NUM   03810000
038200                 COMPUTE WS-KIT-RCV-HASH(WS-KIT-IDX) =            03820000
038300                    FUNCTION MOD (WS-KIT-RCV-HASH(WS-KIT-IDX)     03830000
038400                                  + WS-CAL-NUM, 999999999999)     03840000
038500              END-IF                                              03850000
038600     END-EVALUATE.                                                03860000
038700     PERFORM 2200-READ-KITCHEN  THRU 2200-EXIT.                   03870000
038800 2500-EXIT.                                                       03880000
038900     EXIT.                                                        03890000
039000                                                                  03900000
039100 2600-DRAIN-KITCHEN.                                              03910000
039200     PERFORM UNTIL KIT-EOF                                        03920000
039300        PERFORM 2200-READ-KITCHEN  THRU 2200-EXIT                 03930000
039400     END-PERFORM.                                                 03940000
039500 2600-EXIT.                                                       03950000
039600     EXIT.                                                        03960000
039700                                                                  03970000
039800 3000-COPY-KITCHEN.                                               03980000
039900*----------------------------------------------------------------*03990000
040000*  SECOND PASS - THE PROVEN KITCHEN'S RECORDS BETWEEN ITS SOURCE *04000000
040100*  RECORD AND TRAILER GO TO AOCDAY1 AS THEY CAME. IF THE LAST    *04010000
040200*  RECORD COPIED WAS NOT BLANK A BLANK IS ADDED SO THE KITCHEN'S *04020000
040300*  LAST ELF CANNOT RUN INTO THE NEXT KITCHEN'S FIRST             *04030000
040400*----------------------------------------------------------------*04040000
040500     ADD 1                    TO WS-ACCEPT-CNT.                   04050000
040600     ADD WS-KIT-READ-CNT(WS-KIT-IDX)  TO WS-BAL-READ-CNT.         04060000
040700     ADD WS-KIT-RCV-CNT(WS-KIT-IDX)   TO WS-BAL-OUT-CNT.          04070000
040800     ADD 2                    TO WS-BAL-SKIP-CNT.                 04080000
040900     PERFORM 2100-OPEN-KITCHEN  THRU 2100-EXIT.                   04090000
041000     PERFORM 2200-READ-KITCHEN  THRU 2200-EXIT.                   04100000
041100     PERFORM 2200-READ-KITCHEN  THRU 2200-EXIT.                   04110000
041200     PERFORM UNTIL KIT-EOF OR KIT-IS-TRAILER                      04120000
041300        MOVE WS-KIT-REC       TO OUT-DATA                         04130000
041400        WRITE CAL-OUT-REC                                         04140000
041500        ADD 1                 TO WS-OUT-CNT                       04150000
041600        IF KIT-CALORIES = SPACES                                  04160000
041700           MOVE 'Y'           TO WS-LAST-BLANK-SW                 04170000
041800        ELSE                                                      04180000
041900           MOVE 'N'           TO WS-LAST-BLANK-SW                 04190000
042000        END-IF                                                    04200000
042100        PERFORM 2200-READ-KITCHEN  THRU 2200-EXIT                 04210000
042200     END-PERFORM.                                                 04220000
042300     PERFORM 2600-DRAIN-KITCHEN  THRU 2600-EXIT.                  04230000
042400     PERFORM 2300-CLOSE-KITCHEN  THRU 2300-EXIT.                  04240000
042500     IF NOT WS-LAST-WAS-BLANK                                     04250000
042600        MOVE SPACES           TO CAL-OUT-REC                      04260000
042700        WRITE CAL-OUT-REC                                         04270000
042800        ADD 1                 TO WS-OUT-CNT                       04280000
042900        ADD 1                 TO WS-SEP-CNT                       04290000
043000        MOVE 'Y'              TO WS-LAST-BLANK-SW                 04300000
043100     END-IF.                                                      04310000
043200     COMPUTE WS-OUT-HASH = FUNCTION MOD                           04320000
043300        (WS-OUT-HASH + WS-KIT-RCV-HASH(WS-KIT-IDX), 999999999999).04330000
043400 3000-EXIT.                                                       04340000
043500     EXIT.                                                        04350000
043600                                                                  04360000
043700 3500-REJECT-KITCHEN.                                             04370000
043800     ADD 1                    TO WS-REJECT-CNT.                   04380000
043900     ADD WS-KIT-READ-CNT(WS-KIT-IDX)  TO WS-BAL-READ-CNT          04390000
044000                                         WS-BAL-REJ-CNT.          04400000
044100     IF RETURN-CODE < 4                                           04410000
044200        MOVE 4                TO RETURN-CODE                      04420000
044300     END-IF.                                                      04430000
044400     INITIALIZE               SUITE-EXC-REC.                      04440000
044500     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    04450000
044600     MOVE 'AOCD1PGC'          TO EXC-PGM.                         04460000
044700     MOVE WS-KIT-SRC-ID(WS-KIT-IDX)  TO EXC-REC-KEY.              04470000
044800     IF WS-KIT-SRC-ID(WS-KIT-IDX) = SPACES                        04480000
044900        MOVE WS-KIT-DDNAME(WS-KIT-IDX)  TO EXC-REC-KEY            04490000
045000     END-IF.                                                      04500000
045100     MOVE WS-KIT-REASON(WS-KIT-IDX)  TO EXC-REASON.               04510000
045200     STRING WS-KIT-DDNAME(WS-KIT-IDX) DELIMITED BY SIZE           04520000
045300            ' ' DELIMITED BY SIZE                                 04530000
045400            WS-KIT-SRC-NAME(WS-KIT-IDX) DELIMITED BY SIZE         04540000
045500            ' KITCHEN FEED REJECTED' DELIMITED BY SIZE            04550000
045600            INTO EXC-RAW-DATA.                                    04560000
045700     WRITE SUITE-EXC-REC.                                         04570000
045800     DISPLAY 'KITCHEN ' WS-KIT-SRC-NAME(WS-KIT-IDX)               04580000
045900             ' (' WS-KIT-DDNAME(WS-KIT-IDX) ') REJECTED - '       04590000
046000             WS-KIT-REASON(WS-KIT-IDX)                            04600000
046100             ' EXPECTED ' WS-KIT-EXP-CNT(WS-KIT-IDX)              04610000
046200             ' RECEIVED ' WS-KIT-RCV-CNT(WS-KIT-IDX).             04620000
046300 3500-EXIT.                                                       04630000
046400     EXIT.                                                        04640000
046500                                                                  04650000
046600 3800-WRITE-CONTROL.                                              04660000
046700     INITIALIZE               MRG-REC.                            04670000
046800     MOVE WS-KIT-DDNAME(WS-KIT-IDX)    TO MRG-DDNAME.             04680000
046900     MOVE WS-KIT-SRC-ID(WS-KIT-IDX)    TO MRG-SOURCE-ID.          04690000
047000     MOVE WS-KIT-SRC-NAME(WS-KIT-IDX)  TO MRG-SOURCE-NAME.        04700000
047100     MOVE WS-KIT-VERDICT(WS-KIT-IDX)   TO MRG-VERDICT.            04710000
047200     MOVE WS-KIT-REASON(WS-KIT-IDX)    TO MRG-REASON.             04720000
047300     MOVE WS-KIT-EXP-CNT(WS-KIT-IDX)   TO MRG-EXP-CNT.            04730000
047400     MOVE WS-KIT-RCV-CNT(WS-KIT-IDX)   TO MRG-RCV-CNT.            04740000
047500     MOVE WS-KIT-EXP-HASH(WS-KIT-IDX)  TO MRG-EXP-HASH.           04750000
047600     MOVE WS-KIT-RCV-HASH(WS-KIT-IDX)  TO MRG-RCV-HASH.           04760000
047700     WRITE MRG-REC.                                               04770000
047800 3800-EXIT.                                                       04780000
047900     EXIT.                                                        04790000
048000                                                                  04800000
048100 4000-WRITE-TRAILER.                                              04810000
048200*----------------------------------------------------------------*04820000
048300*  THE COMBINED TRAILER COVERS WHAT WAS ACTUALLY WRITTEN, SO     *04830000
048400*  AOCD1PG1'S OWN CONTROL CHECK PROVES THE MERGED FILE. NO GOOD  *04840000
048500*  KITCHEN AT ALL LEAVES AN EMPTY CAMP AND ENDS RC=16            *04850000
048600*----------------------------------------------------------------*04860000
048700     INITIALIZE               CAL-OUT-TRL-REC.                    04870000
048800     MOVE 'T'                 TO OUT-TRL-MARKER.                  04880000
048900     MOVE WS-OUT-CNT          TO OUT-TRL-REC-COUNT.               04890000
049000     MOVE WS-OUT-HASH         TO OUT-TRL-HASH-TOTAL.              04900000
049100     WRITE CAL-OUT-TRL-REC.                                       04910000
049200     INITIALIZE               MRG-REC.                            04920000
049300     MOVE 'COMBINED'          TO MRG-DDNAME.                      04930000
049400     MOVE 'AOCDAY1'           TO MRG-SOURCE-NAME.                 04940000
049500     IF WS-ACCEPT-CNT = ZEROES                                    04950000
049600        MOVE 'NO FEED'        TO MRG-VERDICT                      04960000
049700        MOVE 16               TO RETURN-CODE                      04970000
049800        DISPLAY 'ERROR - NO KITCHEN FEED PASSED ITS CONTROLS'     04980000
049900     ELSE                                                         04990000
050000        MOVE 'WRITTEN'        TO MRG-VERDICT                      05000000
050100     END-IF.                                                      05010000
050200     MOVE WS-OUT-CNT          TO MRG-EXP-CNT MRG-RCV-CNT.         05020000
050300     MOVE WS-OUT-HASH         TO MRG-EXP-HASH MRG-RCV-HASH.       05030000
050400     WRITE MRG-REC.                                               05040000
050500     DISPLAY 'KITCHENS ACCEPTED: ' WS-ACCEPT-CNT                  05050000
050600             ' REJECTED: ' WS-REJECT-CNT                          05060000
050700             ' RECORDS WRITTEN: ' WS-OUT-CNT                      05070000
050800             ' SEPARATORS ADDED: ' WS-SEP-CNT.                    05080000
050900 4000-EXIT.                                                       05090000
051000     EXIT.                                                        05100000
051100                                                                  05110000
051200 8000-CLOSE-FILES.                                                05120000
051300     CLOSE CAL-DATA.                                              05130000
051400     CLOSE MRG-RPT.                                               05140000
051500     CLOSE SUITE-EXC.                                             05150000
051600     OPEN EXTEND BAL-FILE.                                        05160000
051700     IF BAL-SUCCESS                                               05170000
051800        INITIALIZE            SUITE-BAL-REC                       05180000
051900        MOVE WS-RUN-DATE-8    TO BAL-RUN-DATE                     05190000
052000        MOVE 'AOCD1PGC'       TO BAL-PGM                          05200000
052001        MOVE WS-HIST-VER      TO BAL-VERSION                      05200100
052100        MOVE WS-BAL-READ-CNT  TO BAL-READ-CNT                     05210000
052200        MOVE WS-BAL-OUT-CNT   TO BAL-OUT-CNT                      05220000
052300        MOVE WS-BAL-REJ-CNT   TO BAL-REJECT-CNT                   05230000
052400        MOVE WS-BAL-SKIP-CNT  TO BAL-SKIP-CNT                     05240000
052500        WRITE SUITE-BAL-REC                                       05250000
052600        CLOSE BAL-FILE                                            05260000
052700     END-IF.                                                      05270000
052800 8000-EXIT.                                                       05280000
052900     EXIT.                                                        05290000
053000                                                                  05300000
053100*----------------------------------------------------------------*05310000
053200*   WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE      *05320000
053300*----------------------------------------------------------------*05330000
053400 9800-WRITE-AUDIT-HIST.                                           05340000
053500     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      05350000
053600     ACCEPT WS-HIST-TIME FROM TIME.                               05360000
053700     OPEN EXTEND AUD-HIST.                                        05370000
053800     INITIALIZE AUD-HIST-REC.                                     05380000
053900     MOVE WS-HIST-DATE          TO HIST-DATE.                     05390000
054000     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     05400000
054100     MOVE 'AOCD1PGC'            TO HIST-PGM.                      05410000
054101     MOVE WS-HIST-VER           TO HIST-VERSION.                  05410100
054200     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   05420000
054300     WRITE AUD-HIST-REC.                                          05430000
054400     CLOSE AUD-HIST.                                              05440000
054500 9800-EXIT.                                                       05450000
054600     EXIT.                                                        05460000
