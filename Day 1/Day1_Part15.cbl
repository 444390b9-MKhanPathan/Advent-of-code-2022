000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 1 PROGRAM 15                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  PER-ELF DAYS OF SUPPLY. THE READINESS CHECK ON AOCD1RDY ONLY  *00040000
000500*  MEASURES AN EXPEDITION'S TOTALS, SO ONE ELF CAN LEAVE WITH A  *00050000
000600*  WEEK OF FOOD ON A FORTNIGHT'S TRIP AND STILL BE PART OF A GO. *00060000
000700*  THIS PROGRAM WALKS AOCDAY1 IN THE SAME ORDER AOCD1PG1 DOES,   *00070000
000800*  TAKES EACH ELF'S BOOKED TOTAL FROM AOCD1IDX AND ITS TEAM FROM *00080000
000900*  AOCD1MST, DIVIDES BY THE TEAM'S DAILY REQUIREMENT ON AOCD1REQ *00090000
001000*  AND COMPARES THE DAYS OF SUPPLY WITH THE TRIP LENGTH TAKEN    *00100000
001100*  FROM THE EXPEDITION HEADER'S DEPARTURE AND RETURN DATES.      *00110000
001200*  EVERY ELF GETS A LINE ON AOCD1DOS; ONE WHO WOULD RUN OUT      *00120000
001300*  BEFORE THE EXPEDITION RETURNS IS FLAGGED RUNS OUT             *00130000
001400*----------------------------------------------------------------*00140000
001500 IDENTIFICATION DIVISION.                                         00150000
001600 PROGRAM-ID. AOCD1PGF.                                            00160000
001700 AUTHOR. z/OS Mainframer.                                         00170000
001800                                                                  00180000
001900 ENVIRONMENT DIVISION.                                            00190000
002000 INPUT-OUTPUT SECTION.                                            00200000
002100 FILE-CONTROL.                                                    00210000
002200*----------------------------------------------------------------*00220000
002300* THE CALORIE FEED - USED FOR ITS EXPEDITION HEADERS AND TO      *00230000
002400* PLACE EACH ELF ON ITS EXPEDITION                               *00240000
002500*----------------------------------------------------------------*00250000
002600     SELECT CAL-DATA    ASSIGN TO AOCDAY1                         00260000
002700        ORGANIZATION    IS SEQUENTIAL                             00270000
002800         ACCESS MODE    IS SEQUENTIAL                             00280000
002900         FILE STATUS    IS CAL-FILE-STATUS.                       00290000
003000                                                                  00300000
003100     SELECT ELF-LOOKUP  ASSIGN TO AOCD1IDX                        00310000
003200        ORGANIZATION    IS INDEXED                                00320000
003300         ACCESS MODE    IS RANDOM                                 00330000
003400         RECORD KEY     IS ELF-LOOKUP-KEY                         00340000
003500         FILE STATUS    IS ELF-LOOKUP-STATUS.                     00350000
003600                                                                  00360000
003700     SELECT ELF-MASTER  ASSIGN TO AOCD1MST                        00370000
003800        ORGANIZATION    IS INDEXED                                00380000
003900         ACCESS MODE    IS RANDOM                                 00390000
004000         RECORD KEY     IS ELF-MST-KEY                            00400000
004100         FILE STATUS    IS ELF-MST-STATUS.                        00410000
004200                                                                  00420000
004300*----------------------------------------------------------------*00430000
004400* DAILY CALORIE REQUIREMENT BY TEAM CODE - A *DEFAULT* ROW       *00440000
004500* BACKSTOPS ANY TEAM WITH NO ROW OF ITS OWN                      *00450000
004600*----------------------------------------------------------------*00460000
004700     SELECT REQ-TABLE   ASSIGN TO AOCD1REQ                        00470000
004800        ORGANIZATION    IS SEQUENTIAL                             00480000
004900         ACCESS MODE    IS SEQUENTIAL                             00490000
005000         FILE STATUS    IS REQ-FILE-STATUS.                       00500000
005100                                                                  00510000
005200*----------------------------------------------------------------*00520000
005300* DAYS-OF-SUPPLY REPORT - ONE LINE PER ELF                       *00530000
005400*----------------------------------------------------------------*00540000
005500     SELECT DOS-RPT     ASSIGN TO AOCD1DOS                        00550000
005600        ORGANIZATION    IS SEQUENTIAL                             00560000
005700         ACCESS MODE    IS SEQUENTIAL                             00570000
005800         FILE STATUS    IS DOS-FILE-STATUS.                       00580000
005900                                                                  00590000
006000*----------------------------------------------------------------*00600000
006100*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00610000
006200*----------------------------------------------------------------*00620000
006300     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00630000
006400        ORGANIZATION    IS SEQUENTIAL                             00640000
006500         ACCESS MODE    IS SEQUENTIAL                             00650000
006600         FILE STATUS    IS HIST-FILE-STATUS.                      00660000
006700                                                                  00670000
006800 DATA DIVISION.                                                   00680000
006900 FILE SECTION.                                                    00690000
007000 FD  CAL-DATA.                                                    00700000
007100 01  WS-CAL-REC.                                                  00710000
007200     05 CALORIES            PIC X(10).                            00720000
007300     05 WS-ELF-NAME         PIC X(10).                            00730000
007400     05 WS-FOOD-TYPE        PIC X(02).                            00740000
007500 01  WS-CAL-HDR-REC.                                              00750000
007600     05 HDR-MARKER          PIC X(01).                            00760000
007700        88 HDR-IS-EXPEDITION            VALUE '*'.                00770000
007800     05 HDR-EXP-ID          PIC X(09).                            00780000
007900     05 HDR-EXP-DATE        PIC 9(06).                            00790000
008000     05 HDR-RET-DATE        PIC 9(06).                            00800000
008100 01  WS-CAL-TRL-REC.                                              00810000
008200     05 TRL-MARKER          PIC X(01).                            00820000
008300        88 TRL-IS-TRAILER               VALUE 'T'.                00830000
008400     05 FILLER              PIC X(21).                            00840000
008500                                                                  00850000
008600 FD  ELF-LOOKUP.                                                  00860000
008700 01  ELF-LOOKUP-REC.                                              00870000
008800     05 ELF-LOOKUP-KEY   PIC X(10).                               00880000
008900     05 ELF-LOOKUP-NAME  PIC X(10).                               00890000
009000     05 ELF-LOOKUP-TOTAL PIC 9(10).                               00900000
009100     05 FILLER           PIC X(10).                               00910000
009200                                                                  00920000
009300 FD  ELF-MASTER.                                                  00930000
009400 01  ELF-MASTER-REC.                                              00940000
009500     05 ELF-MST-KEY       PIC X(10).                              00950000
009600     05 ELF-MST-FULL-NAME PIC X(20).                              00960000
009700     05 ELF-MST-TEAM      PIC X(10).                              00970000
009800     05 ELF-MST-ACTIVE    PIC X(01).                              00980000
009900        88 ELF-MST-IS-ACTIVE         VALUE 'A'.                   00990000
010000                                                                  01000000
010100 FD  REQ-TABLE.                                                   01010000
010200 01  REQ-REC.                                                     01020000
010300     05 REQ-TEAM          PIC X(10).                              01030000
010400     05 FILLER            PIC X(01).                              01040000
010500     05 REQ-DAILY-CAL     PIC 9(06).                              01050000
010600                                                                  01060000
010700*----------------------------------------------------------------*01070000
010800* DAYS-OF-SUPPLY LINE - THE ELF, ITS BOOKED CALORIES, THE DAILY  *01080000
010900* REQUIREMENT APPLIED, DAYS OF SUPPLY AGAINST THE TRIP LENGTH    *01090000
011000* AND HOW MANY DAYS SHORT IT FALLS                               *01100000
011100*----------------------------------------------------------------*01110000
011200 FD  DOS-RPT.                                                     01120000
011300 01  DOS-REC.                                                     01130000
011400     05 DOS-EXP-ID        PIC X(09).                              01140000
011500     05 FILLER            PIC X(02).                              01150000
011600     05 DOS-ELF-KEY       PIC X(10).                              01160000
011700     05 FILLER            PIC X(02).                              01170000
011800     05 DOS-TEAM          PIC X(10).                              01180000
011900     05 FILLER            PIC X(02).                              01190000
012000     05 DOS-TOTAL         PIC 9(10).                              01200000
012100     05 FILLER            PIC X(02).                              01210000
012200     05 DOS-DAILY-REQ     PIC 9(06).                              01220000
012300     05 FILLER            PIC X(02).                              01230000
012400     05 DOS-DAYS-SUPPLY   PIC 9(05).                              01240000
012500     05 FILLER            PIC X(02).                              01250000
012600     05 DOS-TRIP-DAYS     PIC 9(03).                              01260000
012700     05 FILLER            PIC X(02).                              01270000
012800     05 DOS-DAYS-SHORT    PIC 9(03).                              01280000
012900     05 FILLER            PIC X(02).                              01290000
013000     05 DOS-STATUS        PIC X(08).                              01300000
013100        88 DOS-RUNS-OUT               VALUE 'RUNS OUT'.           01310000
013200                                                                  01320000
013300*----------------------------------------------------------------*01330000
013400*  ONE AUDIT RECORD PER RUN - DATE/TIME, PROGRAM-ID, OUTPUT      *01340000
013500*----------------------------------------------------------------*01350000
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
014900     05 WS-I              PIC 9(05)   VALUE ZEROES.               01490000
015000     05 WS-ELF-SEQ        PIC 9(05)   VALUE ZEROES.               01500000
015100     05 WS-CUR-ELF        PIC X(10)   VALUE SPACES.               01510000
015200     05 WS-CUR-KEY        PIC X(10)   VALUE SPACES.               01520000
015300     05 WS-PENDING-SW     PIC X(01)   VALUE 'N'.                  01530000
015400        88 WS-ELF-PENDING VALUE 'Y'.                              01540000
015500     05 WS-ELF-CNT        PIC 9(05)   VALUE ZEROES.               01550000
015600     05 WS-RUNOUT-CNT     PIC 9(05)   VALUE ZEROES.               01560000
015700     05 WS-UNASSESSED-CNT PIC 9(05)   VALUE ZEROES.               01570000
015800     05 WS-REQ-SLOT       PIC 9(03)   VALUE ZEROES.               01580000
015900     05 WS-DEP-DATE-INT   PIC 9(08)   VALUE ZEROES.               01590000
016000     05 WS-RET-DATE-INT   PIC 9(08)   VALUE ZEROES.               01600000
016100                                                                  01610000
016200*----------------------------------------------------------------*01620000
016300* THE EXPEDITION NOW BEING WALKED AND ITS TRIP LENGTH. ELVES     *01630000
016400* AHEAD OF THE FIRST HEADER STAY AT BASE AND HAVE NO TRIP; SO    *01640000
016500* DOES AN EXPEDITION WHOSE HEADER CARRIES NO RETURN DATE         *01650000
016600*----------------------------------------------------------------*01660000
016700 01  WS-EXP-FIELDS.                                               01670000
016800     05 WS-EXP-ID         PIC X(09)   VALUE 'BASE'.               01680000
016900     05 WS-TRIP-DAYS      PIC S9(05)  VALUE ZEROES.               01690000
017000     05 WS-TRIP-SW        PIC X(01)   VALUE 'N'.                  01700000
017100        88 WS-TRIP-KNOWN  VALUE 'Y'.                              01710000
017200                                                                  01720000
017300*----------------------------------------------------------------*01730000
017400* EVERY ELF KEY ALREADY ASSESSED - A DUPLICATE ELF WAS MERGED    *01740000
017500* INTO ONE AOCD1IDX ROW, SO IT IS ASSESSED ONCE, ON THE          *01750000
017600* EXPEDITION WHERE IT FIRST APPEARS                              *01760000
017700*----------------------------------------------------------------*01770000
017800 01  WS-SEEN-FIELDS.                                              01780000
017900     05 WS-SEEN-CNT       PIC 9(05)   VALUE ZEROES.               01790000
018000     05 WS-MAX-SEEN       PIC 9(05)   VALUE 2000.                 01800000
018100     05 WS-SEEN-SW        PIC X(01)   VALUE 'N'.                  01810000
018200        88 WS-ELF-SEEN    VALUE 'Y'.                              01820000
018300 01  WS-SEEN-TABLE.                                               01830000
018400     05 WS-SEEN-KEY       PIC X(10)   OCCURS 2000 TIMES.          01840000
018500                                                                  01850000
018600*----------------------------------------------------------------*01860000
018700* DAILY REQUIREMENTS FROM AOCD1REQ                               *01870000
018800*----------------------------------------------------------------*01880000
018900 01  WS-REQ-FIELDS.                                               01890000
019000     05 WS-REQ-CNT        PIC 9(03)   VALUE ZEROES.               01900000
019100     05 WS-MAX-REQS       PIC 9(03)   VALUE 100.                  01910000
019200 01  WS-REQ-TABLE.                                                01920000
019300     05 WS-REQ-ENTRY      OCCURS 100 TIMES.                       01930000
019400        10 WS-REQ-TEAM    PIC X(10).                              01940000
019500        10 WS-REQ-DAILY   PIC 9(06).                              01950000
019600                                                                  01960000
019700 01  WS-SWITCHES.                                                 01970000
019800     05 CAL-FILE-STATUS   PIC X(02)   VALUE SPACES.               01980000
019900        88 CAL-SUCCESS    VALUE '00'.                             01990000
020000        88 CAL-EOF        VALUE '10'.                             02000000
020100     05 ELF-LOOKUP-STATUS PIC X(02)   VALUE SPACES.               02010000
020200        88 ELF-LOOKUP-SUCCESS VALUE '00'.                         02020000
020300     05 ELF-MST-STATUS    PIC X(02)   VALUE SPACES.               02030000
020400        88 ELF-MST-SUCCESS VALUE '00'.                            02040000
020500     05 REQ-FILE-STATUS   PIC X(02)   VALUE SPACES.               02050000
020600        88 REQ-SUCCESS    VALUE '00'.                             02060000
020700        88 REQ-EOF        VALUE '10'.                             02070000
020800     05 DOS-FILE-STATUS   PIC X(02)   VALUE SPACES.               02080000
020900        88 DOS-SUCCESS    VALUE '00'.                             02090000
021000     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02100000
021100        88 HIST-SUCCESS   VALUE '00'.                             02110000
021200                                                                  02120000
021300 01  WS-SYNTH-KEY.                                                02130000
021400     05 WS-SYNTH-KEY-LIT  PIC X(03)   VALUE 'ELF'.                02140000
021500     05 WS-SYNTH-KEY-SEQ  PIC 9(05)   VALUE ZEROES.               02150000
021600     05 FILLER            PIC X(02)   VALUE SPACES.               02160000
021700                                                                  02170000
021800 01  WS-HIST-FIELDS.                                              02180000
021900     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02190000
022000     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02200000
022100     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02210000
022101     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02210100
022200                                                                  02220000
022300 PROCEDURE DIVISION.                                              02230000
022400                                                                  02240000
022500     PERFORM 0500-LOAD-REQUIREMENTS    THRU 0500-EXIT.            02250000
022600     PERFORM 1000-OPEN-FILES           THRU 1000-EXIT.            02260000
022700     PERFORM 2000-READ-FEED            THRU 2000-EXIT             02270000
022800       UNTIL CAL-EOF.                                             02280000
022900     CLOSE CAL-DATA.                                              02290000
023000     CLOSE ELF-LOOKUP.                                            02300000
023100     CLOSE ELF-MASTER.                                            02310000
023200     CLOSE DOS-RPT.                                               02320000
023300     DISPLAY 'ELVES ASSESSED: ' WS-ELF-CNT                        02330000
023400             ' RUN OUT BEFORE RETURN: ' WS-RUNOUT-CNT             02340000
023500             ' NOT ASSESSED: ' WS-UNASSESSED-CNT.                 02350000
023600     STRING 'ELVES ' DELIMITED BY SIZE                            02360000
023700        WS-ELF-CNT DELIMITED BY SIZE                              02370000
023800        ' RUNNING OUT ' DELIMITED BY SIZE                         02380000
023900        WS-RUNOUT-CNT DELIMITED BY SIZE                           02390000
024000        INTO WS-HIST-MSG.                                         02400000
024100     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02410000
024200     GOBACK.                                                      02420000
024300                                                                  02430000
024400 0500-LOAD-REQUIREMENTS.                                          02440000
024500     OPEN INPUT REQ-TABLE.                                        02450000
024600     IF NOT REQ-SUCCESS                                           02460000
024700        DISPLAY 'ERROR - UNABLE TO OPEN AOCD1REQ, FILE STATUS: '  02470000
024800                REQ-FILE-STATUS                                   02480000
024900        MOVE 16             TO RETURN-CODE                        02490000
025000        MOVE 'UNABLE TO OPEN REQUIREMENTS'   TO WS-HIST-MSG       02500000
025100        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02510000
025200        GOBACK                                                    02520000
025300     END-IF.                                                      02530000
025400     PERFORM UNTIL REQ-EOF                                        02540000
025500        READ REQ-TABLE                                            02550000
025600             AT END                                               02560000
025700                SET REQ-EOF TO TRUE                               02570000
025800             NOT AT END                                           02580000
025900                IF REQ-DAILY-CAL IS NUMERIC                       02590000
026000                   AND REQ-DAILY-CAL > ZEROES                     02600000
026100                   AND WS-REQ-CNT < WS-MAX-REQS                   02610000
026200                   ADD 1 TO WS-REQ-CNT                            02620000
026300                   MOVE REQ-TEAM      TO WS-REQ-TEAM(WS-REQ-CNT)  02630000
026400                   MOVE REQ-DAILY-CAL TO WS-REQ-DAILY(WS-REQ-CNT) 02640000
026500                ELSE                                              02650000
026600                   DISPLAY 'REQUIREMENT ROW DROPPED: ' REQ-TEAM   02660000
026700                END-IF                                            02670000
026800        END-READ                                                  02680000
026900     END-PERFORM.                                                 02690000
027000     CLOSE REQ-TABLE.                                             02700000
027100 0500-EXIT.                                                       02710000
027200     EXIT.                                                        02720000
027300                                                                  02730000
027400 1000-OPEN-FILES.                                                 02740000
027500     OPEN INPUT CAL-DATA.                                         02750000
027600     IF NOT CAL-SUCCESS                                           02760000
027700        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY1, FILE STATUS: '   02770000
027800                CAL-FILE-STATUS                                   02780000
027900        MOVE 16             TO RETURN-CODE                        02790000
028000        MOVE 'UNABLE TO OPEN CAL-DATA'       TO WS-HIST-MSG       02800000
028100        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02810000
028200        GOBACK                                                    02820000
028300     END-IF.                                                      02830000
028400     OPEN INPUT ELF-LOOKUP.                                       02840000
028500     IF NOT ELF-LOOKUP-SUCCESS                                    02850000
028600        DISPLAY 'ERROR - UNABLE TO OPEN AOCD1IDX, FILE STATUS: '  02860000
028700                ELF-LOOKUP-STATUS                                 02870000
028800        MOVE 16             TO RETURN-CODE                        02880000
028900        MOVE 'UNABLE TO OPEN ELF LOOKUP'     TO WS-HIST-MSG       02890000
029000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02900000
029100        GOBACK                                                    02910000
029200     END-IF.                                                      02920000
029300     OPEN INPUT ELF-MASTER.                                       02930000
029400     IF NOT ELF-MST-SUCCESS                                       02940000
029500        DISPLAY 'ERROR - UNABLE TO OPEN ELF-MASTER, FILE STATUS: '02950000
029600                ELF-MST-STATUS                                    02960000
029700        MOVE 16             TO RETURN-CODE                        02970000
029800        MOVE 'UNABLE TO OPEN ELF-MASTER'     TO WS-HIST-MSG       02980000
029900        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02990000
030000        GOBACK                                                    03000000
030100     END-IF.                                                      03010000
030200     OPEN OUTPUT DOS-RPT.                                         03020000
030300 1000-EXIT.                                                       03030000
030400     EXIT.                                                        03040000
030500                                                                  03050000
030600 2000-READ-FEED.                                                  03060000
030700*----------------------------------------------------------------*03070000
030800* THE SAME BREAK RULES AS AOCD1PG1 - A HEADER STARTS AN          *03080000
030900* EXPEDITION, A BLANK CALORIE LINE ENDS AN ELF, AND THE ELF      *03090000
031000* NAME MAY SIT ON ANY OF ITS LINES. THE ELF SEQUENCE IS KEPT     *03100000
031100* THE SAME WAY SO AN UNNAMED ELF FINDS ITS ELFNNNNN LOOKUP ROW   *03110000
031200*----------------------------------------------------------------*03120000
031300     READ CAL-DATA                                                03130000
031400          AT END                                                  03140000
031500             SET CAL-EOF TO TRUE                                  03150000
031600             IF WS-ELF-PENDING                                    03160000
031700                PERFORM 3000-ELF-BREAK  THRU 3000-EXIT            03170000
031800             END-IF                                               03180000
031900          NOT AT END                                              03190000
032000             EVALUATE TRUE                                        03200000
032100                 WHEN TRL-IS-TRAILER                              03210000
032200                      CONTINUE                                    03220000
032300                 WHEN HDR-IS-EXPEDITION                           03230000
032400                  AND HDR-EXP-ID NOT = SPACES                     03240000
032500                      PERFORM 2100-START-EXPEDITION               03250000
032600                         THRU 2100-EXIT                           03260000
032700                 WHEN CALORIES = SPACES                           03270000
032800                      PERFORM 3000-ELF-BREAK  THRU 3000-EXIT      03280000
032900                 WHEN OTHER                                       03290000
033000                      SET WS-ELF-PENDING TO TRUE                  03300000
033100                      IF WS-ELF-NAME NOT = SPACES                 03310000
033200                         MOVE WS-ELF-NAME TO WS-CUR-ELF           03320000
033300                      END-IF                                      03330000
033400             END-EVALUATE                                         03340000
033500     END-READ.                                                    03350000
033600 2000-EXIT.                                                       03360000
033700     EXIT.                                                        03370000
033800                                                                  03380000
033900 2100-START-EXPEDITION.                                           03390000
034000*----------------------------------------------------------------*03400000
034100* TRIP LENGTH IS RETURN DATE LESS DEPARTURE DATE. A HEADER WITH  *03410000
034200* NO RETURN DATE, OR ONE THAT RETURNS BEFORE IT LEAVES, LEAVES   *03420000
034300* THE TRIP UNKNOWN AND ITS ELVES ARE REPORTED AS NO TRIP         *03430000
034400*----------------------------------------------------------------*03440000
034500     MOVE HDR-EXP-ID          TO WS-EXP-ID.                       03450000
034600     MOVE ZEROES              TO WS-TRIP-DAYS.                    03460000
034700     MOVE 'N'                 TO WS-TRIP-SW.                      03470000
034800     IF HDR-EXP-DATE IS NUMERIC                                   03480000
034900        AND HDR-RET-DATE IS NUMERIC                               03490000
035000        AND HDR-EXP-DATE > ZEROES                                 03500000
035100        AND HDR-RET-DATE > ZEROES                                 03510000
035200        COMPUTE WS-DEP-DATE-INT = 20000000 + HDR-EXP-DATE         03520000
035300        COMPUTE WS-RET-DATE-INT = 20000000 + HDR-RET-DATE         03530000
035400        COMPUTE WS-TRIP-DAYS =                                    03540000
035500           FUNCTION INTEGER-OF-DATE(WS-RET-DATE-INT)              03550000
035600         - FUNCTION INTEGER-OF-DATE(WS-DEP-DATE-INT)              03560000
035700        IF WS-TRIP-DAYS NOT < ZEROES                              03570000
035800           AND WS-TRIP-DAYS NOT > 999                             03580000
035900           SET WS-TRIP-KNOWN  TO TRUE                             03590000
036000        END-IF                                                    03600000
036100     END-IF.                                                      03610000
036200     IF NOT WS-TRIP-KNOWN                                         03620000
036300        DISPLAY 'EXPEDITION ' HDR-EXP-ID                          03630000
036400                ' HAS NO USABLE RETURN DATE - TRIP NOT ASSESSED'  03640000
036500     END-IF.                                                      03650000
036600 2100-EXIT.                                                       03660000
036700     EXIT.                                                        03670000
036800                                                                  03680000
036900 3000-ELF-BREAK.                                                  03690000
037000     ADD 1                    TO WS-ELF-SEQ.                      03700000
037100     IF WS-CUR-ELF NOT = SPACES                                   03710000
037200        MOVE WS-CUR-ELF       TO WS-CUR-KEY                       03720000
037300     ELSE                                                         03730000
037400        MOVE WS-ELF-SEQ       TO WS-SYNTH-KEY-SEQ                 03740000
037500        MOVE WS-SYNTH-KEY     TO WS-CUR-KEY                       03750000
037600     END-IF.                                                      03760000
037700     MOVE 'N'                 TO WS-SEEN-SW.                      03770000
037800     PERFORM VARYING WS-I FROM 1 BY 1                             03780000
037900               UNTIL WS-I > WS-SEEN-CNT                           03790000
038000                  OR WS-ELF-SEEN                                  03800000
038100        IF WS-SEEN-KEY(WS-I) = WS-CUR-KEY                         03810000
038200           SET WS-ELF-SEEN    TO TRUE                             03820000
038300        END-IF                                                    03830000
038400     END-PERFORM.                                                 03840000
038500     IF NOT WS-ELF-SEEN                                           03850000
038600        IF WS-SEEN-CNT < WS-MAX-SEEN                              03860000
038700           ADD 1              TO WS-SEEN-CNT                      03870000
038800           MOVE WS-CUR-KEY    TO WS-SEEN-KEY(WS-SEEN-CNT)         03880000
038900        ELSE                                                      03890000
039000           DISPLAY 'ELF TABLE CAPACITY (' WS-MAX-SEEN             03900000
039100                   ') EXCEEDED - DUPLICATES MAY LIST TWICE'       03910000
039200        END-IF                                                    03920000
039300        PERFORM 3100-ASSESS-ELF  THRU 3100-EXIT                   03930000
039400     END-IF.                                                      03940000
039500     MOVE SPACES              TO WS-CUR-ELF.                      03950000
039600     MOVE 'N'                 TO WS-PENDING-SW.                   03960000
039700 3000-EXIT.                                                       03970000
039800     EXIT.                                                        03980000
039900                                                                  03990000
040000 3100-ASSESS-ELF.                                                 04000000
040100*----------------------------------------------------------------*04010000
040200* AN ELF THE NIGHTLY RUN REFUSED HAS NO LOOKUP ROW AND IS        *04020000
040300* LISTED NOT BKD. ONE WHOSE TEAM HAS NO REQUIREMENT AND NO       *04030000
040400* *DEFAULT* ROW EXISTS IS LISTED NO REQ                          *04040000
040500*----------------------------------------------------------------*04050000
040600     INITIALIZE               DOS-REC.                            04060000
040700     ADD 1                    TO WS-ELF-CNT.                      04070000
040800     MOVE WS-EXP-ID           TO DOS-EXP-ID.                      04080000
040900     MOVE WS-CUR-KEY          TO DOS-ELF-KEY.                     04090000
041000     IF WS-CUR-ELF NOT = SPACES                                   04100000
041100        MOVE WS-CUR-KEY       TO ELF-MST-KEY                      04110000
041200        READ ELF-MASTER                                           04120000
041300             INVALID KEY                                          04130000
041400                CONTINUE                                          04140000
041500             NOT INVALID KEY                                      04150000
041600                MOVE ELF-MST-TEAM  TO DOS-TEAM                    04160000
041700        END-READ                                                  04170000
041800     END-IF.                                                      04180000
041900     MOVE WS-CUR-KEY          TO ELF-LOOKUP-KEY.                  04190000
042000     READ ELF-LOOKUP                                              04200000
042100          INVALID KEY                                             04210000
042200             MOVE 'NOT BKD'   TO DOS-STATUS                       04220000
042300             ADD 1            TO WS-UNASSESSED-CNT                04230000
042400             WRITE DOS-REC                                        04240000
042500             GO TO 3100-EXIT                                      04250000
042600          NOT INVALID KEY                                         04260000
042700             MOVE ELF-LOOKUP-TOTAL  TO DOS-TOTAL                  04270000
042800     END-READ.                                                    04280000
042900     PERFORM 3200-FIND-REQUIREMENT  THRU 3200-EXIT.               04290000
043000     IF WS-REQ-SLOT = ZEROES                                      04300000
043100        MOVE 'NO REQ'         TO DOS-STATUS                       04310000
043200        ADD 1                 TO WS-UNASSESSED-CNT                04320000
043300        WRITE DOS-REC                                             04330000
043400        GO TO 3100-EXIT                                           04340000
043500     END-IF.                                                      04350000
043600     MOVE WS-REQ-DAILY(WS-REQ-SLOT)  TO DOS-DAILY-REQ.            04360000
043700     DIVIDE DOS-TOTAL BY DOS-DAILY-REQ                            04370000
043800            GIVING DOS-DAYS-SUPPLY                                04380000
043900            ON SIZE ERROR                                         04390000
044000               MOVE 99999     TO DOS-DAYS-SUPPLY                  04400000
044100     END-DIVIDE.                                                  04410000
044200     IF NOT WS-TRIP-KNOWN                                         04420000
044300        MOVE 'NO TRIP'        TO DOS-STATUS                       04430000
044400        ADD 1                 TO WS-UNASSESSED-CNT                04440000
044500        WRITE DOS-REC                                             04450000
044600        GO TO 3100-EXIT                                           04460000
044700     END-IF.                                                      04470000
044800     MOVE WS-TRIP-DAYS        TO DOS-TRIP-DAYS.                   04480000
044900     IF DOS-DAYS-SUPPLY < DOS-TRIP-DAYS                           04490000
045000        COMPUTE DOS-DAYS-SHORT = DOS-TRIP-DAYS - DOS-DAYS-SUPPLY  04500000
045100        SET DOS-RUNS-OUT      TO TRUE                             04510000
045200        ADD 1                 TO WS-RUNOUT-CNT                    04520000
045300        DISPLAY 'ELF ' WS-CUR-KEY ' ON ' WS-EXP-ID                04530000
045400                ' RUNS OUT ' DOS-DAYS-SHORT ' DAYS BEFORE RETURN' 04540000
045500     ELSE                                                         04550000
045600        MOVE 'OK'             TO DOS-STATUS                       04560000
045700     END-IF.                                                      04570000
045800     WRITE DOS-REC.                                               04580000
045900 3100-EXIT.                                                       04590000
046000     EXIT.                                                        04600000
046100                                                                  04610000
046200 3200-FIND-REQUIREMENT.                                           04620000
046300     MOVE ZEROES              TO WS-REQ-SLOT.                     04630000
046400     IF DOS-TEAM NOT = SPACES                                     04640000
046500        PERFORM VARYING WS-I FROM 1 BY 1                          04650000
046600                  UNTIL WS-I > WS-REQ-CNT                         04660000
046700                     OR WS-REQ-SLOT > ZEROES                      04670000
046800           IF WS-REQ-TEAM(WS-I) = DOS-TEAM                        04680000
046900              MOVE WS-I          TO WS-REQ-SLOT                   04690000
047000           END-IF                                                 04700000
047100        END-PERFORM                                               04710000
047200     END-IF.                                                      04720000
047300     IF WS-REQ-SLOT = ZEROES                                      04730000
047400        PERFORM VARYING WS-I FROM 1 BY 1                          04740000
047500                  UNTIL WS-I > WS-REQ-CNT                         04750000
047600                     OR WS-REQ-SLOT > ZEROES                      04760000
047700           IF WS-REQ-TEAM(WS-I) = '*DEFAULT*'                     04770000
047800              MOVE WS-I          TO WS-REQ-SLOT                   04780000
047900           END-IF                                                 04790000
048000        END-PERFORM                                               04800000
048100     END-IF.                                                      04810000
048200 3200-EXIT.                                                       04820000
048300     EXIT.                                                        04830000
048400                                                                  04840000
048500*----------------------------------------------------------------*04850000
048600*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *04860000
048700*----------------------------------------------------------------*04870000
048800 9800-WRITE-AUDIT-HIST.                                           04880000
048900     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      04890000
049000     ACCEPT WS-HIST-TIME FROM TIME.                               04900000
049100     OPEN EXTEND AUD-HIST.                                        04910000
049200     INITIALIZE AUD-HIST-REC.                                     04920000
049300     MOVE WS-HIST-DATE          TO HIST-DATE.                     04930000
049400     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     04940000
049500     MOVE 'AOCD1PGF'            TO HIST-PGM.                      04950000
049501     MOVE WS-HIST-VER           TO HIST-VERSION.                  04950100
049600     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   04960000
049700     WRITE AUD-HIST-REC.                                          04970000
049800     CLOSE AUD-HIST.                                              04980000
049900 9800-EXIT.                                                       04990000
050000     EXIT.                                                        05000000
