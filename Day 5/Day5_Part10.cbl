000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 5 PROGRAM 10                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  INBOUND CRATE RECEIVING AND PUTAWAY. THE CRANE PROGRAMS ONLY  *00040000
000500*  EVER SHUFFLE CRATES ALREADY IN AOCD5STK, AND NEW ARRIVALS     *00050000
000600*  WERE KEYED INTO THE STACK FILE BY HAND BEFORE THE NIGHT'S     *00060000
000700*  MOVES. EACH AOCD5RCV LINE - TYPE LETTER, SERIAL, QUANTITY -   *00070000
000800*  IS PUT AWAY AS ONE BLOCK ON A STACK THAT STAYS WITHIN ITS     *00080000
000900*  AOCD5LIM HEIGHT AND BREAKS NO AOCD5RUL CLASS RULE, PREFERRING *00090000
001000*  A STACK ALREADY TOPPED WITH THE SAME TYPE, THEN THE LOWEST.   *00100000
001100*  AOCD5STK IS REWRITTEN, THE NEW SERIALS ARE ADDED TO THE TOP   *00110000
001200*  OF THEIR STACKS ON AOCDAY53, THE DOCK GETS THE AOCD5PUT       *00120000
001300*  PUTAWAY LIST, AND AN ARRIVAL WITH NOWHERE LEGAL TO GO IS      *00130000
001400*  WRITTEN TO AOCDSEXC                                           *00140000
001500*----------------------------------------------------------------*00150000
001600 IDENTIFICATION DIVISION.                                         00160000
001700 PROGRAM-ID. AOCD5PGA.                                            00170000
001800 AUTHOR. z/OS Mainframer.                                         00180000
001900                                                                  00190000
002000 ENVIRONMENT DIVISION.                                            00200000
002100 INPUT-OUTPUT SECTION.                                            00210000
002200 FILE-CONTROL.                                                    00220000
002300*----------------------------------------------------------------*00230000
002400* RECEIVING FEED - ONE LINE PER ARRIVING CONSIGNMENT             *00240000
002500*----------------------------------------------------------------*00250000
002600     SELECT RCV-FILE     ASSIGN TO AOCD5RCV                       00260000
002700         ORGANIZATION    IS SEQUENTIAL                            00270000
002800          ACCESS MODE    IS SEQUENTIAL                            00280000
002900          FILE STATUS    IS RCV-FILE-STATUS.                      00290000
003000                                                                  00300000
003100*----------------------------------------------------------------*00310000
003200* THE WAREHOUSE LAYOUT - READ, THEN REWRITTEN WITH THE ARRIVALS  *00320000
003300*----------------------------------------------------------------*00330000
003400     SELECT STACK-RPT    ASSIGN TO AOCD5STK                       00340000
003500         ORGANIZATION    IS SEQUENTIAL                            00350000
003600          ACCESS MODE    IS SEQUENTIAL                            00360000
003700          FILE STATUS    IS STK-FILE-STATUS.                      00370000
003800                                                                  00380000
003900*----------------------------------------------------------------*00390000
004000* EXTENDED STACK LAYOUT - ONE ROW PER CRATE, BOTTOM FIRST; NEW   *00400000
004100* CRATES ARE APPENDED, WHICH PUTS EACH ON TOP OF ITS STACK       *00410000
004200*----------------------------------------------------------------*00420000
004300     SELECT SERIAL-DATA  ASSIGN TO AOCDAY53                       00430000
004400         ORGANIZATION    IS SEQUENTIAL                            00440000
004500          ACCESS MODE    IS SEQUENTIAL                            00450000
004600          FILE STATUS    IS SRL-FILE-STATUS.                      00460000
004700                                                                  00470000
004800     SELECT LIM-FILE     ASSIGN TO AOCD5LIM                       00480000
004900         ORGANIZATION    IS SEQUENTIAL                            00490000
005000          ACCESS MODE    IS SEQUENTIAL                            00500000
005100          FILE STATUS    IS LIM-FILE-STATUS.                      00510000
005200                                                                  00520000
005300     SELECT RUL-FILE     ASSIGN TO AOCD5RUL                       00530000
005400         ORGANIZATION    IS SEQUENTIAL                            00540000
005500          ACCESS MODE    IS SEQUENTIAL                            00550000
005600          FILE STATUS    IS RUL-FILE-STATUS.                      00560000
005700                                                                  00570000
005800*----------------------------------------------------------------*00580000
005900* PUTAWAY LIST FOR THE DOCK                                      *00590000
006000*----------------------------------------------------------------*00600000
006100     SELECT PUT-RPT      ASSIGN TO AOCD5PUT                       00610000
006200         ORGANIZATION    IS SEQUENTIAL                            00620000
006300          ACCESS MODE    IS SEQUENTIAL                            00630000
006400          FILE STATUS    IS PUT-FILE-STATUS.                      00640000
006500                                                                  00650000
006600*----------------------------------------------------------------*00660000
006700* SHARED SUITE EXCEPTION FILE                                    *00670000
006800*----------------------------------------------------------------*00680000
006900     SELECT SUITE-EXC   ASSIGN TO AOCDSEXC                        00690000
007000        ORGANIZATION    IS SEQUENTIAL                             00700000
007100         ACCESS MODE    IS SEQUENTIAL                             00710000
007200         FILE STATUS    IS SEXC-FILE-STATUS.                      00720000
007300                                                                  00730000
007400*----------------------------------------------------------------*00740000
007500*  SHARED SUITE-WIDE AUDIT-HISTORY FILE - ONE LINE PER RUN       *00750000
007600*----------------------------------------------------------------*00760000
007700     SELECT AUD-HIST    ASSIGN TO AOCDHST                         00770000
007800        ORGANIZATION    IS SEQUENTIAL                             00780000
007900         ACCESS MODE    IS SEQUENTIAL                             00790000
008000         FILE STATUS    IS HIST-FILE-STATUS.                      00800000
008100                                                                  00810000
008200 DATA DIVISION.                                                   00820000
008300 FILE SECTION.                                                    00830000
008400 FD  RCV-FILE.                                                    00840000
008500 01  RCV-REC.                                                     00850000
008600     05 RCV-TYPE            PIC X(01).                            00860000
008700     05 FILLER              PIC X(01).                            00870000
008800     05 RCV-SERIAL          PIC X(08).                            00880000
008900     05 FILLER              PIC X(01).                            00890000
009000     05 RCV-QTY             PIC 9(03).                            00900000
009100                                                                  00910000
009200 FD  STACK-RPT                                                    00920000
009300     DATA RECORD IS STACK-RPT-REC.                                00930000
009400 01  STACK-RPT-REC.                                               00940000
009500     05 RPT-STACK-NUM      PIC 9(02).                             00950000
009600     05 FILLER             PIC X(02).                             00960000
009700     05 RPT-STACK-CONTENTS PIC X(300).                            00970000
009800                                                                  00980000
009900 FD  SERIAL-DATA.                                                 00990000
010000 01  SRL-REC.                                                     01000000
010100     05 SRL-STACK       PIC 9(02).                                01010000
010200     05 FILLER          PIC X(01).                                01020000
010300     05 SRL-TYPE        PIC X(01).                                01030000
010400     05 FILLER          PIC X(01).                                01040000
010500     05 SRL-SERIAL      PIC X(08).                                01050000
010600                                                                  01060000
010700 FD  LIM-FILE                                                     01070000
010800     DATA RECORD IS LIM-REC.                                      01080000
010900 01  LIM-REC.                                                     01090000
011000     05 LIM-STACK          PIC 9(02).                             01100000
011100     05 FILLER             PIC X(01).                             01110000
011200     05 LIM-MAX            PIC 9(03).                             01120000
011300                                                                  01130000
011400 FD  RUL-FILE                                                     01140000
011500     DATA RECORD IS RUL-REC.                                      01150000
011600 01  RUL-REC.                                                     01160000
011700     05 RUL-OVER           PIC X(01).                             01170000
011800     05 FILLER             PIC X(01).                             01180000
011900     05 RUL-UNDER          PIC X(01).                             01190000
012000     05 FILLER             PIC X(01).                             01200000
012100     05 RUL-FLAG           PIC X(01).                             01210000
012200                                                                  01220000
012300 FD  PUT-RPT.                                                     01230000
012400 01  PUT-REC                PIC X(80).                            01240000
012500 01  PUT-DTL-LINE.                                                01250000
012600     05 PUT-FIRST-SERIAL    PIC X(08).                            01260000
012700     05 FILLER              PIC X(02).                            01270000
012800     05 PUT-LAST-SERIAL     PIC X(08).                            01280000
012900     05 FILLER              PIC X(02).                            01290000
013000     05 PUT-TYPE            PIC X(01).                            01300000
013100     05 FILLER              PIC X(02).                            01310000
013200     05 PUT-QTY             PIC ZZ9.                              01320000
013300     05 FILLER              PIC X(04).                            01330000
013400     05 PUT-STACK           PIC 9(02).                            01340000
013500     05 FILLER              PIC X(03).                            01350000
013600     05 PUT-FROM-POS        PIC ZZ9.                              01360000
013700     05 FILLER              PIC X(01).                            01370000
013800     05 PUT-DASH            PIC X(01).                            01380000
013900     05 FILLER              PIC X(01).                            01390000
014000     05 PUT-TO-POS          PIC ZZ9.                              01400000
014100     05 FILLER              PIC X(36).                            01410000
014200                                                                  01420000
014300 FD  SUITE-EXC.                                                   01430000
014400     COPY AOCDEXC.                                                01440000
014500                                                                  01450000
014600 FD  AUD-HIST                                                     01460000
014700     DATA RECORD IS AUD-HIST-REC.                                 01470000
014800 01  AUD-HIST-REC.                                                01480000
014900     05 HIST-DATE            PIC 9(08).                           01490000
015000     05 FILLER               PIC X(02).                           01500000
015100     05 HIST-TIME            PIC 9(06).                           01510000
015200     05 FILLER               PIC X(02).                           01520000
015300     05 HIST-PGM             PIC X(08).                           01530000
015400     05 FILLER               PIC X(02).                           01540000
015500     05 HIST-OUTPUT          PIC X(40).                           01550000
015501     05 FILLER               PIC X(02).                           01550100
015502     05 HIST-VERSION         PIC X(08).                           01550200
015600                                                                  01560000
015700 WORKING-STORAGE SECTION.                                         01570000
015800 01  WS-STACKS-ARRAY.                                             01580000
015900     05 STACK                  PIC X(300)  OCCURS 20 TIMES.       01590000
016000                                                                  01600000
016100*----------------------------------------------------------------*01610000
016200* MAX HEIGHT PER STACK - ZERO MEANS NO LIMIT IS ON FILE FOR      *01620000
016300* THAT STACK, WHICH LEAVES ONLY THE 300-CRATE RECORD WIDTH       *01630000
016400*----------------------------------------------------------------*01640000
016500 01  WS-LIM-TABLE.                                                01650000
016600     05 WS-LIM-MAX             PIC 9(03)  OCCURS 20 TIMES.        01660000
016700 01  WS-HGT-TABLE.                                                01670000
016800     05 WS-HGT                 PIC 9(03)  OCCURS 20 TIMES.        01680000
016900                                                                  01690000
017000*----------------------------------------------------------------*01700000
017100* THE STACKING RULES AS LOADED - ONLY PAIRS FLAGGED F ARE        *01710000
017200* FORBIDDEN; ANYTHING ABSENT FROM THE FILE IS ALLOWED            *01720000
017300*----------------------------------------------------------------*01730000
017400 01  WS-RUL-TABLE.                                                01740000
017500     05 WS-RUL-ENTRY           OCCURS 100 TIMES.                  01750000
017600        10 WS-RUL-OVER         PIC X(01).                         01760000
017700        10 WS-RUL-UNDER        PIC X(01).                         01770000
017800        10 WS-RUL-FLAG         PIC X(01).                         01780000
017900                                                                  01790000
018000*----------------------------------------------------------------*01800000
018100* EVERY SERIAL ALREADY ON AOCDAY53 PLUS THOSE PUT AWAY THIS RUN, *01810000
018200* SO A SERIAL CAN NEVER BE RECEIVED TWICE                        *01820000
018300*----------------------------------------------------------------*01830000
018400 01  WS-SER-FIELDS.                                               01840000
018500     05 WS-SER-CNT        PIC 9(04)   VALUE ZEROES.               01850000
018600     05 WS-MAX-SERS       PIC 9(04)   VALUE 2000.                 01860000
018700 01  WS-SER-TABLE.                                                01870000
018800     05 WS-SER-KEY        PIC X(08)   OCCURS 2000 TIMES.          01880000
018900                                                                  01890000
019000 01  WS-WORK-FIELDS.                                              01900000
019100     05 WS-NUM-STACKS     PIC 9(02)   VALUE ZEROES.               01910000
019200     05 WS-I              PIC 9(04)   VALUE ZEROES.               01920000
019300     05 WS-K              PIC 9(04)   VALUE ZEROES.               01930000
019400     05 WS-S              PIC 9(02)   VALUE ZEROES.               01940000
019500     05 WS-SPACES         PIC 9(03)   VALUE ZEROES.               01950000
019600     05 WS-CAP            PIC 9(03)   VALUE ZEROES.               01960000
019700     05 WS-BEST-STACK     PIC 9(02)   VALUE ZEROES.               01970000
019800     05 WS-BEST-SAME-SW   PIC X(01)   VALUE 'N'.                  01980000
019900        88 WS-BEST-SAME    VALUE 'Y'.                             01990000
020000     05 WS-ROOM-CNT       PIC 9(02)   VALUE ZEROES.               02000000
020100     05 WS-TOP-CHR        PIC X(01)   VALUE SPACES.               02010000
020200     05 WS-OVER-CHR       PIC X(01)   VALUE SPACES.               02020000
020300     05 WS-UNDER-CHR      PIC X(01)   VALUE SPACES.               02030000
020400     05 WS-RUL-CNT        PIC 9(03)   VALUE ZEROES.               02040000
020500     05 WS-RUL-IDX        PIC 9(03)   VALUE ZEROES.               02050000
020600     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               02060000
020650     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               02065000
020700     05 WS-RCV-CNT        PIC 9(05)   VALUE ZEROES.               02070000
020800     05 WS-PUT-CNT        PIC 9(05)   VALUE ZEROES.               02080000
020900     05 WS-CRATE-CNT      PIC 9(05)   VALUE ZEROES.               02090000
021000     05 WS-EXC-CNT        PIC 9(05)   VALUE ZEROES.               02100000
021100     05 WS-EXC-REASON     PIC X(08)   VALUE SPACES.               02110000
021200     05 WS-FROM-POS       PIC 9(03)   VALUE ZEROES.               02120000
021300     05 WS-ALPHABET       PIC X(26)                               02130000
021400                          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.     02140000
021500     05 WS-LETTER-CNT     PIC 9(02)   VALUE ZEROES.               02150000
021600     05 WS-FOUND-SW       PIC X(01)   VALUE 'N'.                  02160000
021700        88 WS-FOUND        VALUE 'Y'.                             02170000
021800     05 WS-RULE-SW        PIC X(01)   VALUE 'N'.                  02180000
021900        88 WS-RULE-BROKEN  VALUE 'Y'.                             02190000
022000                                                                  02200000
022100*----------------------------------------------------------------*02210000
022200* A CONSIGNMENT OF MORE THAN ONE CRATE IS SERIALED FROM THE FEED *02220000
022300* SERIAL UP - THE LAST THREE CHARACTERS COUNT ON BY ONE A CRATE  *02230000
022400*----------------------------------------------------------------*02240000
022500 01  WS-SERIAL-WORK.                                              02250000
022600     05 WS-CUR-SERIAL.                                            02260000
022700        10 WS-CUR-SER-BASE    PIC X(05).                          02270000
022800        10 WS-CUR-SER-SEQ     PIC 9(03).                          02280000
022900     05 WS-LAST-SERIAL        PIC X(08)   VALUE SPACES.           02290000
023000     05 WS-SER-START          PIC 9(03)   VALUE ZEROES.           02300000
023100     05 WS-SER-END            PIC 9(04)   VALUE ZEROES.           02310000
023200                                                                  02320000
023300 01  WS-SWITCHES.                                                 02330000
023400     05 RCV-FILE-STATUS   PIC X(02)   VALUE SPACES.               02340000
023500        88 RCV-SUCCESS    VALUE '00'.                             02350000
023600        88 RCV-EOF        VALUE '10'.                             02360000
023700     05 STK-FILE-STATUS   PIC X(02)   VALUE SPACES.               02370000
023800        88 STK-SUCCESS    VALUE '00'.                             02380000
023900        88 STK-EOF        VALUE '10'.                             02390000
024000     05 SRL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02400000
024100        88 SRL-SUCCESS    VALUE '00'.                             02410000
024200        88 SRL-EOF        VALUE '10'.                             02420000
024300     05 LIM-FILE-STATUS   PIC X(02)   VALUE SPACES.               02430000
024400        88 LIM-SUCCESS    VALUE '00'.                             02440000
024500        88 LIM-EOF        VALUE '10'.                             02450000
024600     05 RUL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02460000
024700        88 RUL-SUCCESS    VALUE '00'.                             02470000
024800        88 RUL-EOF        VALUE '10'.                             02480000
024900     05 PUT-FILE-STATUS   PIC X(02)   VALUE SPACES.               02490000
025000        88 PUT-SUCCESS    VALUE '00'.                             02500000
025100     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               02510000
025200        88 SEXC-SUCCESS   VALUE '00'.                             02520000
025300     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02530000
025400        88 HIST-SUCCESS   VALUE '00'.                             02540000
025500                                                                  02550000
025600 01  WS-HIST-FIELDS.                                              02560000
025700     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02570000
025800     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02580000
025900     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02590000
025901     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02590100
026000                                                                  02600000
026100 PROCEDURE DIVISION.                                              02610000
026200                                                                  02620000
026300     PERFORM 0500-LOAD-LAYOUT          THRU 0500-EXIT.            02630000
026400     PERFORM 0600-LOAD-SERIALS         THRU 0600-EXIT.            02640000
026500     PERFORM 0700-LOAD-CLASS-RULES     THRU 0700-EXIT.            02650000
026600     PERFORM 0800-LOAD-STACK-LIMITS    THRU 0800-EXIT.            02660000
026700     PERFORM 1000-PUT-AWAY-ARRIVALS    THRU 1000-EXIT.            02670000
026800     PERFORM 3000-WRITE-LAYOUT         THRU 3000-EXIT.            02680000
026900     IF WS-EXC-CNT > ZEROES                                       02690000
027000        MOVE 4                TO RETURN-CODE                      02700000
027100     END-IF.                                                      02710000
027200     STRING 'PUT AWAY ' DELIMITED BY SIZE                         02720000
027300        WS-CRATE-CNT DELIMITED BY SIZE                            02730000
027400        ' CRATES, EXCEPTIONS ' DELIMITED BY SIZE                  02740000
027500        WS-EXC-CNT DELIMITED BY SIZE                              02750000
027600        INTO WS-HIST-MSG.                                         02760000
027700     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               02770000
027800     GOBACK.                                                      02780000
027900                                                                  02790000
028000 0500-LOAD-LAYOUT.                                                02800000
028100     INITIALIZE WS-STACKS-ARRAY WS-HGT-TABLE.                     02810000
028200     OPEN INPUT STACK-RPT.                                        02820000
028300     IF NOT STK-SUCCESS                                           02830000
028400        DISPLAY 'ERROR - UNABLE TO OPEN AOCD5STK, FILE STATUS: '  02840000
028500                STK-FILE-STATUS                                   02850000
028600        MOVE 16             TO RETURN-CODE                        02860000
028700        MOVE 'UNABLE TO OPEN STACK LAYOUT'   TO WS-HIST-MSG       02870000
028800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             02880000
028900        GOBACK                                                    02890000
029000     END-IF.                                                      02900000
029100     PERFORM UNTIL STK-EOF                                        02910000
029200        READ STACK-RPT                                            02920000
029300             AT END                                               02930000
029400                SET STK-EOF TO TRUE                               02940000
029500             NOT AT END                                           02950000
029600                IF RPT-STACK-NUM IS NUMERIC                       02960000
029700                   AND RPT-STACK-NUM > ZEROES                     02970000
029800                   AND RPT-STACK-NUM NOT > 20                     02980000
029900                   MOVE RPT-STACK-CONTENTS                        02990000
030000                                   TO STACK(RPT-STACK-NUM)        03000000
030100                   IF RPT-STACK-NUM > WS-NUM-STACKS               03010000
030200                      MOVE RPT-STACK-NUM  TO WS-NUM-STACKS        03020000
030300                   END-IF                                         03030000
030400                ELSE                                              03040000
030500                   DISPLAY 'LAYOUT STACK NUMBER OUT OF RANGE '    03050000
030600                           '(1-20): ' RPT-STACK-NUM               03060000
030700                   MOVE 16          TO RETURN-CODE                03070000
030800                END-IF                                            03080000
030900        END-READ                                                  03090000
031000     END-PERFORM.                                                 03100000
031100     CLOSE STACK-RPT.                                             03110000
031200*----------------------------------------------------------------*03120000
031300* A BAD STACK NUMBER WOULD LOSE THAT STACK WHEN THE LAYOUT IS    *03130000
031400* REWRITTEN, SO NOTHING IS PUT AWAY AGAINST SUCH A LAYOUT        *03140000
031500*----------------------------------------------------------------*03150000
031600     IF RETURN-CODE = 16                                          03160000
031700        MOVE 'LAYOUT STACKS OUT OF RANGE'    TO WS-HIST-MSG       03170000
031800        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03180000
031900        GOBACK                                                    03190000
032000     END-IF.                                                      03200000
032100     PERFORM VARYING WS-S FROM 1 BY 1                             03210000
032200               UNTIL WS-S > WS-NUM-STACKS                         03220000
032300        MOVE ZEROES           TO WS-SPACES                        03230000
032400        INSPECT FUNCTION REVERSE(STACK(WS-S))                     03240000
032500                TALLYING WS-SPACES FOR LEADING SPACES             03250000
032600        COMPUTE WS-HGT(WS-S) = 300 - WS-SPACES                    03260000
032700     END-PERFORM.                                                 03270000
032800     DISPLAY 'STACKS IN LAYOUT: ' WS-NUM-STACKS.                  03280000
032900 0500-EXIT.                                                       03290000
033000     EXIT.                                                        03300000
033100                                                                  03310000
033200 0600-LOAD-SERIALS.                                               03320000
033300     OPEN INPUT SERIAL-DATA.                                      03330000
033400     IF NOT SRL-SUCCESS                                           03340000
033500        DISPLAY 'ERROR - UNABLE TO OPEN AOCDAY53, FILE STATUS: '  03350000
033600                SRL-FILE-STATUS                                   03360000
033700        MOVE 16             TO RETURN-CODE                        03370000
033800        MOVE 'UNABLE TO OPEN SERIAL LAYOUT'  TO WS-HIST-MSG       03380000
033900        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03390000
034000        GOBACK                                                    03400000
034100     END-IF.                                                      03410000
034200     PERFORM UNTIL SRL-EOF                                        03420000
034300        READ SERIAL-DATA                                          03430000
034400             AT END                                               03440000
034500                SET SRL-EOF TO TRUE                               03450000
034600             NOT AT END                                           03460000
034700                IF SRL-SERIAL NOT = SPACES                        03470000
034800                   AND WS-SER-CNT < WS-MAX-SERS                   03480000
034900                   ADD 1 TO WS-SER-CNT                            03490000
035000                   MOVE SRL-SERIAL  TO WS-SER-KEY(WS-SER-CNT)     03500000
035100                END-IF                                            03510000
035200        END-READ                                                  03520000
035300     END-PERFORM.                                                 03530000
035400     CLOSE SERIAL-DATA.                                           03540000
035500     DISPLAY 'SERIALS ON FILE: ' WS-SER-CNT.                      03550000
035600 0600-EXIT.                                                       03560000
035700     EXIT.                                                        03570000
035800                                                                  03580000
035900 0700-LOAD-CLASS-RULES.                                           03590000
036000*----------------------------------------------------------------*03600000
036100* A MISSING RULES FILE MEANS NOTHING IS FORBIDDEN, AS IN         *03610000
036200* AOCD5PG3                                                       *03620000
036300*----------------------------------------------------------------*03630000
036400     OPEN INPUT RUL-FILE.                                         03640000
036500     IF RUL-SUCCESS                                               03650000
036600        PERFORM UNTIL RUL-EOF                                     03660000
036700           READ RUL-FILE                                          03670000
036800                AT END                                            03680000
036900                   SET RUL-EOF TO TRUE                            03690000
037000                NOT AT END                                        03700000
037100                   IF WS-RUL-CNT < 100                            03710000
037200                      ADD 1 TO WS-RUL-CNT                         03720000
037300                      MOVE RUL-OVER                               03730000
037400                        TO WS-RUL-OVER(WS-RUL-CNT)                03740000
037500                      MOVE RUL-UNDER                              03750000
037600                        TO WS-RUL-UNDER(WS-RUL-CNT)               03760000
037700                      MOVE RUL-FLAG                               03770000
037800                        TO WS-RUL-FLAG(WS-RUL-CNT)                03780000
037900                   ELSE                                           03790000
038000                      DISPLAY 'RULE CAPACITY (100) EXCEEDED'      03800000
038100                   END-IF                                         03810000
038200           END-READ                                               03820000
038300        END-PERFORM                                               03830000
038400        CLOSE RUL-FILE                                            03840000
038500     ELSE                                                         03850000
038600        DISPLAY 'NO CRATE-CLASS RULES FILE - STACKING RULES '     03860000
038700                'NOT ENFORCED'                                    03870000
038800     END-IF.                                                      03880000
038900 0700-EXIT.                                                       03890000
039000     EXIT.                                                        03900000
039100                                                                  03910000
039200 0800-LOAD-STACK-LIMITS.                                          03920000
039300*----------------------------------------------------------------*03930000
039400* A MISSING LIMITS FILE MEANS NO STACK IS CAPPED, AS IN AOCD5PG3 *03940000
039500*----------------------------------------------------------------*03950000
039600     INITIALIZE WS-LIM-TABLE.                                     03960000
039700     OPEN INPUT LIM-FILE.                                         03970000
039800     IF LIM-SUCCESS                                               03980000
039900        PERFORM UNTIL LIM-EOF                                     03990000
040000           READ LIM-FILE                                          04000000
040100                AT END                                            04010000
040200                   SET LIM-EOF TO TRUE                            04020000
040300                NOT AT END                                        04030000
040400                   IF LIM-STACK IS NUMERIC                        04040000
040500                      AND LIM-STACK > ZEROES                      04050000
040600                      AND LIM-STACK NOT > 20                      04060000
040700                      AND LIM-MAX IS NUMERIC                      04070000
040800                      MOVE LIM-MAX                                04080000
040900                        TO WS-LIM-MAX(LIM-STACK)                  04090000
041000                   ELSE                                           04100000
041100                      DISPLAY 'LIMIT RECORD WITH BAD STACK '      04110000
041200                              'NUMBER SKIPPED: ' LIM-STACK        04120000
041300                   END-IF                                         04130000
041400           END-READ                                               04140000
041500        END-PERFORM                                               04150000
041600        CLOSE LIM-FILE                                            04160000
041700     ELSE                                                         04170000
041800        DISPLAY 'NO STACK LIMITS FILE - HEIGHTS NOT ENFORCED'     04180000
041900     END-IF.                                                      04190000
042000 0800-EXIT.                                                       04200000
042100     EXIT.                                                        04210000
042200                                                                  04220000
042300 1000-PUT-AWAY-ARRIVALS.                                          04230000
042400     OPEN INPUT RCV-FILE.                                         04240000
042500     IF NOT RCV-SUCCESS                                           04250000
042600        DISPLAY 'ERROR - UNABLE TO OPEN AOCD5RCV, FILE STATUS: '  04260000
042700                RCV-FILE-STATUS                                   04270000
042800        MOVE 16             TO RETURN-CODE                        04280000
042900        MOVE 'UNABLE TO OPEN RECEIVING FEED' TO WS-HIST-MSG       04290000
043000        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04300000
043100        GOBACK                                                    04310000
043200     END-IF.                                                      04320000
043300     OPEN EXTEND SERIAL-DATA.                                     04330000
043400     OPEN OUTPUT PUT-RPT.                                         04340000
043500     OPEN EXTEND SUITE-EXC.                                       04350000
043600     ACCEPT WS-RUN-DATE       FROM DATE.                          04360000
043650     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 04365000
043700     MOVE SPACES              TO PUT-REC.                         04370000
043800     STRING 'PUTAWAY LIST - RUN DATE ' DELIMITED BY SIZE          04380000
043900        WS-RUN-DATE DELIMITED BY SIZE                             04390000
044000        INTO PUT-REC.                                             04400000
044100     WRITE PUT-REC.                                               04410000
044200     MOVE SPACES              TO PUT-REC.                         04420000
044300     WRITE PUT-REC.                                               04430000
044400     MOVE 'FIRST SER  LAST SER  T  QTY  STACK  POSITIONS'         04440000
044500                              TO PUT-REC.                         04450000
044600     WRITE PUT-REC.                                               04460000
044700     PERFORM UNTIL RCV-EOF                                        04470000
044800        READ RCV-FILE                                             04480000
044900             AT END                                               04490000
045000                SET RCV-EOF TO TRUE                               04500000
045100             NOT AT END                                           04510000
045200                IF RCV-REC NOT = SPACES                           04520000
045300                   ADD 1               TO WS-RCV-CNT              04530000
045400                   PERFORM 1100-PUT-AWAY-ONE  THRU 1100-EXIT      04540000
045500                END-IF                                            04550000
045600        END-READ                                                  04560000
045700     END-PERFORM.                                                 04570000
045800     CLOSE RCV-FILE.                                              04580000
045900     CLOSE SERIAL-DATA.                                           04590000
046000     CLOSE SUITE-EXC.                                             04600000
046100     MOVE SPACES              TO PUT-REC.                         04610000
046200     WRITE PUT-REC.                                               04620000
046300     MOVE SPACES              TO PUT-REC.                         04630000
046400     STRING 'ARRIVALS READ        ' DELIMITED BY SIZE             04640000
046500        WS-RCV-CNT DELIMITED BY SIZE                              04650000
046600        INTO PUT-REC.                                             04660000
046700     WRITE PUT-REC.                                               04670000
046800     MOVE SPACES              TO PUT-REC.                         04680000
046900     STRING 'ARRIVALS PUT AWAY    ' DELIMITED BY SIZE             04690000
047000        WS-PUT-CNT DELIMITED BY SIZE                              04700000
047100        '  CRATES ' DELIMITED BY SIZE                             04710000
047200        WS-CRATE-CNT DELIMITED BY SIZE                            04720000
047300        INTO PUT-REC.                                             04730000
047400     WRITE PUT-REC.                                               04740000
047500     MOVE SPACES              TO PUT-REC.                         04750000
047600     STRING 'ARRIVALS TO AOCDSEXC ' DELIMITED BY SIZE             04760000
047700        WS-EXC-CNT DELIMITED BY SIZE                              04770000
047800        INTO PUT-REC.                                             04780000
047900     WRITE PUT-REC.                                               04790000
048000     CLOSE PUT-RPT.                                               04800000
048100     DISPLAY 'ARRIVALS READ: ' WS-RCV-CNT                         04810000
048200             ' PUT AWAY: ' WS-PUT-CNT                             04820000
048300             ' EXCEPTIONS: ' WS-EXC-CNT.                          04830000
048400 1000-EXIT.                                                       04840000
048500     EXIT.                                                        04850000
048600                                                                  04860000
048700 1100-PUT-AWAY-ONE.                                               04870000
048800*----------------------------------------------------------------*04880000
048900* EDIT THE ARRIVAL, THEN CHECK EVERY SERIAL IT WILL TAKE         *04890000
049000*----------------------------------------------------------------*04900000
049100     MOVE SPACES              TO WS-EXC-REASON.                   04910000
049200     MOVE ZEROES              TO WS-LETTER-CNT.                   04920000
049300     INSPECT WS-ALPHABET TALLYING WS-LETTER-CNT                   04930000
049400             FOR ALL RCV-TYPE.                                    04940000
049500     EVALUATE TRUE                                                04950000
049600        WHEN RCV-TYPE = SPACE OR WS-LETTER-CNT = ZEROES           04960000
049700           MOVE 'BADTYPE'     TO WS-EXC-REASON                    04970000
049800           GO TO 1100-REJECT                                      04980000
049900        WHEN RCV-QTY NOT NUMERIC OR RCV-QTY = ZEROES              04990000
050000           MOVE 'BADQTY'      TO WS-EXC-REASON                    05000000
050100           GO TO 1100-REJECT                                      05010000
050200        WHEN RCV-SERIAL = SPACES                                  05020000
050300           MOVE 'BADSER'      TO WS-EXC-REASON                    05030000
050400           GO TO 1100-REJECT                                      05040000
050500     END-EVALUATE.                                                05050000
050600     MOVE RCV-SERIAL          TO WS-CUR-SERIAL.                   05060000
050700     IF RCV-QTY > 1                                               05070000
050800        IF WS-CUR-SER-SEQ NOT NUMERIC                             05080000
050900           MOVE 'BADSER'      TO WS-EXC-REASON                    05090000
051000           GO TO 1100-REJECT                                      05100000
051100        END-IF                                                    05110000
051200        COMPUTE WS-SER-END = WS-CUR-SER-SEQ + RCV-QTY - 1         05120000
051300        IF WS-SER-END > 999                                       05130000
051400           MOVE 'BADSER'      TO WS-EXC-REASON                    05140000
051500           GO TO 1100-REJECT                                      05150000
051600        END-IF                                                    05160000
051700        MOVE WS-CUR-SER-SEQ   TO WS-SER-START                     05170000
051800     END-IF.                                                      05180000
051900     PERFORM VARYING WS-K FROM 1 BY 1                             05190000
052000               UNTIL WS-K > RCV-QTY                               05200000
052100        IF RCV-QTY > 1                                            05210000
052200           COMPUTE WS-CUR-SER-SEQ = WS-SER-START + WS-K - 1       05220000
052300        END-IF                                                    05230000
052400        PERFORM VARYING WS-I FROM 1 BY 1                          05240000
052500                  UNTIL WS-I > WS-SER-CNT                         05250000
052600           IF WS-SER-KEY(WS-I) = WS-CUR-SERIAL                    05260000
052700              MOVE 'DUPSER'   TO WS-EXC-REASON                    05270000
052800           END-IF                                                 05280000
052900        END-PERFORM                                               05290000
053000     END-PERFORM.                                                 05300000
053100     IF WS-EXC-REASON = 'DUPSER'                                  05310000
053200        GO TO 1100-REJECT                                         05320000
053300     END-IF.                                                      05330000
053400     PERFORM 1200-CHOOSE-STACK  THRU 1200-EXIT.                   05340000
053500     IF WS-BEST-STACK = ZEROES                                    05350000
053600        IF WS-ROOM-CNT = ZEROES                                   05360000
053700           MOVE 'NOROOM'      TO WS-EXC-REASON                    05370000
053800        ELSE                                                      05380000
053900           MOVE 'RULE'        TO WS-EXC-REASON                    05390000
054000        END-IF                                                    05400000
054100        GO TO 1100-REJECT                                         05410000
054200     END-IF.                                                      05420000
054300     PERFORM 1400-PLACE-ARRIVAL  THRU 1400-EXIT.                  05430000
054400     GO TO 1100-EXIT.                                             05440000
054500 1100-REJECT.                                                     05450000
054600     ADD 1                    TO WS-EXC-CNT.                      05460000
054700     INITIALIZE               SUITE-EXC-REC.                      05470000
054800     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    05480000
054900     MOVE 'AOCD5PGA'          TO EXC-PGM.                         05490000
055000     MOVE RCV-SERIAL          TO EXC-REC-KEY.                     05500000
055100     MOVE WS-EXC-REASON       TO EXC-REASON.                      05510000
055200     MOVE RCV-REC             TO EXC-RAW-DATA.                    05520000
055300     WRITE SUITE-EXC-REC.                                         05530000
055400     DISPLAY 'ARRIVAL NOT PUT AWAY - ' WS-EXC-REASON ': '         05540000
055500             RCV-REC.                                             05550000
055600 1100-EXIT.                                                       05560000
055700     EXIT.                                                        05570000
055800                                                                  05580000
055900 1200-CHOOSE-STACK.                                               05590000
056000*----------------------------------------------------------------*05600000
056100* A STACK IS LEGAL WHEN THE WHOLE BLOCK FITS UNDER ITS HEIGHT    *05610000
056200* LIMIT AND NEITHER THE NEW TYPE ON THE CURRENT TOP NOR, FOR     *05620000
056300* MORE THAN ONE CRATE, THE TYPE ON ITSELF IS FORBIDDEN. A LEGAL  *05630000
056400* STACK ALREADY TOPPED WITH THE SAME TYPE WINS, THEN THE LOWEST, *05640000
056500* THEN THE LOWEST-NUMBERED                                       *05650000
056600*----------------------------------------------------------------*05660000
056700     MOVE ZEROES              TO WS-BEST-STACK WS-ROOM-CNT.       05670000
056800     MOVE 'N'                 TO WS-BEST-SAME-SW.                 05680000
056900     PERFORM VARYING WS-S FROM 1 BY 1                             05690000
057000               UNTIL WS-S > WS-NUM-STACKS                         05700000
057100        MOVE 300              TO WS-CAP                           05710000
057200        IF WS-LIM-MAX(WS-S) > ZEROES                              05720000
057300           AND WS-LIM-MAX(WS-S) < 300                             05730000
057400           MOVE WS-LIM-MAX(WS-S)  TO WS-CAP                       05740000
057500        END-IF                                                    05750000
057600        IF WS-HGT(WS-S) + RCV-QTY NOT > WS-CAP                    05760000
057700           ADD 1              TO WS-ROOM-CNT                      05770000
057800           PERFORM 1300-CHECK-RULES  THRU 1300-EXIT               05780000
057900           IF NOT WS-RULE-BROKEN                                  05790000
058000              EVALUATE TRUE                                       05800000
058100                 WHEN WS-BEST-STACK = ZEROES                      05810000
058200                    MOVE WS-S     TO WS-BEST-STACK                05820000
058300                    IF WS-TOP-CHR = RCV-TYPE                      05830000
058400                       SET WS-BEST-SAME  TO TRUE                  05840000
058500                    END-IF                                        05850000
058600                 WHEN WS-TOP-CHR = RCV-TYPE AND NOT WS-BEST-SAME  05860000
058700                    MOVE WS-S     TO WS-BEST-STACK                05870000
058800                    SET WS-BEST-SAME     TO TRUE                  05880000
058900                 WHEN WS-TOP-CHR = RCV-TYPE                       05890000
059000                    OR NOT WS-BEST-SAME                           05900000
059100                    IF WS-HGT(WS-S) < WS-HGT(WS-BEST-STACK)       05910000
059200                       MOVE WS-S  TO WS-BEST-STACK                05920000
059300                    END-IF                                        05930000
059400              END-EVALUATE                                        05940000
059500           END-IF                                                 05950000
059600        END-IF                                                    05960000
059700     END-PERFORM.                                                 05970000
059800 1200-EXIT.                                                       05980000
059900     EXIT.                                                        05990000
060000                                                                  06000000
060100 1300-CHECK-RULES.                                                06010000
060200     MOVE 'N'                 TO WS-RULE-SW.                      06020000
060300     MOVE SPACES              TO WS-TOP-CHR.                      06030000
060400     IF WS-HGT(WS-S) > ZEROES                                     06040000
060500        MOVE STACK(WS-S)(WS-HGT(WS-S):1)  TO WS-TOP-CHR           06050000
060600     END-IF.                                                      06060000
060700     MOVE RCV-TYPE            TO WS-OVER-CHR.                     06070000
060800     PERFORM VARYING WS-RUL-IDX FROM 1 BY 1                       06080000
060900               UNTIL WS-RUL-IDX > WS-RUL-CNT                      06090000
061000        IF WS-RUL-OVER(WS-RUL-IDX) = WS-OVER-CHR                  06100000
061100           AND WS-RUL-FLAG(WS-RUL-IDX) = 'F'                      06110000
061200           IF WS-RUL-UNDER(WS-RUL-IDX) = WS-TOP-CHR               06120000
061300              AND WS-TOP-CHR NOT = SPACE                          06130000
061400              SET WS-RULE-BROKEN  TO TRUE                         06140000
061500           END-IF                                                 06150000
061600           IF WS-RUL-UNDER(WS-RUL-IDX) = WS-OVER-CHR              06160000
061700              AND RCV-QTY > 1                                     06170000
061800              SET WS-RULE-BROKEN  TO TRUE                         06180000
061900           END-IF                                                 06190000
062000        END-IF                                                    06200000
062100     END-PERFORM.                                                 06210000
062200 1300-EXIT.                                                       06220000
062300     EXIT.                                                        06230000
062400                                                                  06240000
062500 1400-PLACE-ARRIVAL.                                              06250000
062600*----------------------------------------------------------------*06260000
062700* STACK THE BLOCK, APPEND ONE AOCDAY53 ROW PER CRATE AND LIST    *06270000
062800* THE PUTAWAY FOR THE DOCK                                       *06280000
062900*----------------------------------------------------------------*06290000
063000     ADD 1                    TO WS-PUT-CNT.                      06300000
063100     ADD RCV-QTY              TO WS-CRATE-CNT.                    06310000
063200     COMPUTE WS-FROM-POS = WS-HGT(WS-BEST-STACK) + 1.             06320000
063300     MOVE RCV-SERIAL          TO WS-CUR-SERIAL.                   06330000
063400     PERFORM VARYING WS-K FROM 1 BY 1                             06340000
063500               UNTIL WS-K > RCV-QTY                               06350000
063600        IF RCV-QTY > 1                                            06360000
063700           COMPUTE WS-CUR-SER-SEQ = WS-SER-START + WS-K - 1       06370000
063800        END-IF                                                    06380000
063900        ADD 1                 TO WS-HGT(WS-BEST-STACK)            06390000
064000        MOVE RCV-TYPE                                             06400000
064100          TO STACK(WS-BEST-STACK)(WS-HGT(WS-BEST-STACK):1)        06410000
064200        MOVE SPACES           TO SRL-REC                          06420000
064300        MOVE WS-BEST-STACK    TO SRL-STACK                        06430000
064400        MOVE RCV-TYPE         TO SRL-TYPE                         06440000
064500        MOVE WS-CUR-SERIAL    TO SRL-SERIAL                       06450000
064600        WRITE SRL-REC                                             06460000
064700        IF WS-SER-CNT < WS-MAX-SERS                               06470000
064800           ADD 1              TO WS-SER-CNT                       06480000
064900           MOVE WS-CUR-SERIAL TO WS-SER-KEY(WS-SER-CNT)           06490000
065000        END-IF                                                    06500000
065100     END-PERFORM.                                                 06510000
065200     MOVE SPACES              TO PUT-REC.                         06520000
065300     MOVE RCV-SERIAL          TO PUT-FIRST-SERIAL.                06530000
065400     MOVE WS-CUR-SERIAL       TO PUT-LAST-SERIAL.                 06540000
065500     MOVE RCV-TYPE            TO PUT-TYPE.                        06550000
065600     MOVE RCV-QTY             TO PUT-QTY.                         06560000
065700     MOVE WS-BEST-STACK       TO PUT-STACK.                       06570000
065800     MOVE WS-FROM-POS         TO PUT-FROM-POS.                    06580000
065900     MOVE '-'                 TO PUT-DASH.                        06590000
066000     MOVE WS-HGT(WS-BEST-STACK)  TO PUT-TO-POS.                   06600000
066100     WRITE PUT-DTL-LINE.                                          06610000
066200 1400-EXIT.                                                       06620000
066300     EXIT.                                                        06630000
066400                                                                  06640000
066500 3000-WRITE-LAYOUT.                                               06650000
066600*----------------------------------------------------------------*06660000
066700* THE LAYOUT GOES BACK OUT IN FULL, ONE RECORD PER STACK, BOTTOM *06670000
066800* TO TOP, THE SAME WAY AOCD5PG3 WRITES IT                        *06680000
066900*----------------------------------------------------------------*06690000
067000     OPEN OUTPUT STACK-RPT.                                       06700000
067100     IF NOT STK-SUCCESS                                           06710000
067200        DISPLAY 'ERROR - UNABLE TO REWRITE AOCD5STK, '            06720000
067300                'FILE STATUS: ' STK-FILE-STATUS                   06730000
067400        MOVE 16             TO RETURN-CODE                        06740000
067500        MOVE 'UNABLE TO REWRITE STACK LAYOUT' TO WS-HIST-MSG      06750000
067600        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             06760000
067700        GOBACK                                                    06770000
067800     END-IF.                                                      06780000
067900     PERFORM VARYING WS-S FROM 1 BY 1                             06790000
068000               UNTIL WS-S > WS-NUM-STACKS                         06800000
068100        MOVE SPACES           TO STACK-RPT-REC                    06810000
068200        MOVE WS-S             TO RPT-STACK-NUM                    06820000
068300        MOVE FUNCTION TRIM(STACK(WS-S)) TO RPT-STACK-CONTENTS     06830000
068400        WRITE STACK-RPT-REC                                       06840000
068500     END-PERFORM.                                                 06850000
068600     CLOSE STACK-RPT.                                             06860000
068700 3000-EXIT.                                                       06870000
068800     EXIT.                                                        06880000
068900                                                                  06890000
069000*----------------------------------------------------------------*06900000
069100*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *06910000
069200*----------------------------------------------------------------*06920000
069300 9800-WRITE-AUDIT-HIST.                                           06930000
069400     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      06940000
069500     ACCEPT WS-HIST-TIME FROM TIME.                               06950000
069600     OPEN EXTEND AUD-HIST.                                        06960000
069700     INITIALIZE AUD-HIST-REC.                                     06970000
069800     MOVE WS-HIST-DATE          TO HIST-DATE.                     06980000
069900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     06990000
070000     MOVE 'AOCD5PGA'            TO HIST-PGM.                      07000000
070001     MOVE WS-HIST-VER           TO HIST-VERSION.                  07000100
070100     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   07010000
070200     WRITE AUD-HIST-REC.                                          07020000
070300     CLOSE AUD-HIST.                                              07030000
070400 9800-EXIT.                                                       07040000
070500     EXIT.                                                        07050000
