000100*----------------------------------------------------------------*00010000
000200*          ADVENT OF CODE - DAY 5 PROGRAM 11                     *00020000
000300*----------------------------------------------------------------*00030000
000400*  OUTBOUND PICK PLANNER. SHIPPING ASKS FOR A CRATE SERIAL, OR A *00040000
000500*  QUANTITY OF A CRATE TYPE, AND A SUPERVISOR USED TO WORK OUT   *00050000
000600*  BY HAND WHICH CRATES TO DIG OUT. FOR EACH AOCD5PCK ORDER THIS *00060000
000700*  STEP FINDS THE SHALLOWEST MATCHING CRATE ON THE AOCDAY53      *00070000
000800*  LAYOUT, MOVES EVERY CRATE ABOVE IT ONTO THE LOWEST LEGAL      *00080000
000900*  NEIGHBOURING STACK, AND LIFTS IT ONTO THE DISPATCH STACK      *00090000
001000*  NAMED IN THE PARM - ALL WITHIN THE AOCD5LIM HEIGHT LIMITS     *00100000
001100*  AND AOCD5RUL CLASS RULES. EVERY MOVE SHIFTS ONE CRATE, SO THE *00110000
001200*  AOCDAY52 LIST IT WRITES RUNS THE SAME UNDER EITHER CRANE      *00120000
001300*  MODEL AND CAN BE VETTED BY AOCD5PG3 IN TRIAL MODE FIRST. AN   *00130000
001400*  ORDER IS PLANNED WHOLE OR NOT AT ALL; THE AOCD5PKR PICK       *00140000
001500*  REPORT SHOWS THE CRATES RETRIEVED AND DISTURBED PER ORDER     *00150000
001600*----------------------------------------------------------------*00160000
001700 IDENTIFICATION DIVISION.                                         00170000
001800 PROGRAM-ID. AOCD5PGB.                                            00180000
001900 AUTHOR. z/OS Mainframer.                                         00190000
002000                                                                  00200000
002100 ENVIRONMENT DIVISION.                                            00210000
002200 INPUT-OUTPUT SECTION.                                            00220000
002300 FILE-CONTROL.                                                    00230000
002400*----------------------------------------------------------------*00240000
002500* PICK ORDERS - A SERIAL, OR A TYPE LETTER AND A QUANTITY        *00250000
002600*----------------------------------------------------------------*00260000
002700     SELECT PCK-FILE     ASSIGN TO AOCD5PCK                       00270000
002800         ORGANIZATION    IS SEQUENTIAL                            00280000
002900          ACCESS MODE    IS SEQUENTIAL                            00290000
003000          FILE STATUS    IS PCK-FILE-STATUS.                      00300000
003100                                                                  00310000
003200*----------------------------------------------------------------*00320000
003300* EXTENDED STACK LAYOUT - ONE ROW PER CRATE, BOTTOM FIRST        *00330000
003400*----------------------------------------------------------------*00340000
003500     SELECT SERIAL-DATA  ASSIGN TO AOCDAY53                       00350000
003600         ORGANIZATION    IS SEQUENTIAL                            00360000
003700          ACCESS MODE    IS SEQUENTIAL                            00370000
003800          FILE STATUS    IS SRL-FILE-STATUS.                      00380000
003900                                                                  00390000
004000     SELECT LIM-FILE     ASSIGN TO AOCD5LIM                       00400000
004100         ORGANIZATION    IS SEQUENTIAL                            00410000
004200          ACCESS MODE    IS SEQUENTIAL                            00420000
004300          FILE STATUS    IS LIM-FILE-STATUS.                      00430000
004400                                                                  00440000
004500     SELECT RUL-FILE     ASSIGN TO AOCD5RUL                       00450000
004600         ORGANIZATION    IS SEQUENTIAL                            00460000
004700          ACCESS MODE    IS SEQUENTIAL                            00470000
004800          FILE STATUS    IS RUL-FILE-STATUS.                      00480000
004900                                                                  00490000
005000*----------------------------------------------------------------*00500000
005100* THE GENERATED CRANE MOVE LIST, IN THE AOCD5PG3 INPUT FORMAT    *00510000
005200*----------------------------------------------------------------*00520000
005300     SELECT PROCESS-DATA ASSIGN TO AOCDAY52                       00530000
005400         ORGANIZATION    IS SEQUENTIAL                            00540000
005500          ACCESS MODE    IS SEQUENTIAL                            00550000
005600          FILE STATUS    IS PROCESS-FILE-STATUS.                  00560000
005700                                                                  00570000
005800*----------------------------------------------------------------*00580000
005900* PICK REPORT - CRATES RETRIEVED AND DISTURBED PER ORDER         *00590000
006000*----------------------------------------------------------------*00600000
006100     SELECT PKR-RPT      ASSIGN TO AOCD5PKR                       00610000
006200         ORGANIZATION    IS SEQUENTIAL                            00620000
006300          ACCESS MODE    IS SEQUENTIAL                            00630000
006400          FILE STATUS    IS PKR-FILE-STATUS.                      00640000
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
008400 FD  PCK-FILE.                                                    00840000
008500 01  PCK-REC.                                                     00850000
008600     05 PCK-ORDER           PIC X(06).                            00860000
008700     05 FILLER              PIC X(01).                            00870000
008800     05 PCK-TYPE            PIC X(01).                            00880000
008900     05 FILLER              PIC X(01).                            00890000
009000     05 PCK-SERIAL          PIC X(08).                            00900000
009100     05 FILLER              PIC X(01).                            00910000
009200     05 PCK-QTY             PIC 9(03).                            00920000
009300                                                                  00930000
009400 FD  SERIAL-DATA.                                                 00940000
009500 01  SRL-REC.                                                     00950000
009600     05 SRL-STACK       PIC 9(02).                                00960000
009700     05 FILLER          PIC X(01).                                00970000
009800     05 SRL-TYPE        PIC X(01).                                00980000
009900     05 FILLER          PIC X(01).                                00990000
010000     05 SRL-SERIAL      PIC X(08).                                01000000
010100                                                                  01010000
010200 FD  LIM-FILE                                                     01020000
010300     DATA RECORD IS LIM-REC.                                      01030000
010400 01  LIM-REC.                                                     01040000
010500     05 LIM-STACK          PIC 9(02).                             01050000
010600     05 FILLER             PIC X(01).                             01060000
010700     05 LIM-MAX            PIC 9(03).                             01070000
010800                                                                  01080000
010900 FD  RUL-FILE                                                     01090000
011000     DATA RECORD IS RUL-REC.                                      01100000
011100 01  RUL-REC.                                                     01110000
011200     05 RUL-OVER           PIC X(01).                             01120000
011300     05 FILLER             PIC X(01).                             01130000
011400     05 RUL-UNDER          PIC X(01).                             01140000
011500     05 FILLER             PIC X(01).                             01150000
011600     05 RUL-FLAG           PIC X(01).                             01160000
011700                                                                  01170000
011800 FD  PROCESS-DATA                                                 01180000
011900     DATA RECORD IS PROCESS-DATA-REC.                             01190000
012000 01  PROCESS-DATA-REC.                                            01200000
012100     05 PROCESS-REC            PIC X(30).                         01210000
012200                                                                  01220000
012300 FD  PKR-RPT.                                                     01230000
012400 01  PKR-REC                PIC X(80).                            01240000
012500                                                                  01250000
012600 FD  SUITE-EXC.                                                   01260000
012700     COPY AOCDEXC.                                                01270000
012800                                                                  01280000
012900 FD  AUD-HIST                                                     01290000
013000     DATA RECORD IS AUD-HIST-REC.                                 01300000
013100 01  AUD-HIST-REC.                                                01310000
013200     05 HIST-DATE            PIC 9(08).                           01320000
013300     05 FILLER               PIC X(02).                           01330000
013400     05 HIST-TIME            PIC 9(06).                           01340000
013500     05 FILLER               PIC X(02).                           01350000
013600     05 HIST-PGM             PIC X(08).                           01360000
013700     05 FILLER               PIC X(02).                           01370000
013800     05 HIST-OUTPUT          PIC X(40).                           01380000
013801     05 FILLER               PIC X(02).                           01380100
013802     05 HIST-VERSION         PIC X(08).                           01380200
013900                                                                  01390000
014000 WORKING-STORAGE SECTION.                                         01400000
014100*----------------------------------------------------------------*01410000
014200* THE LAYOUT BEING PLANNED - A TYPE LETTER AND A SERIAL PER      *01420000
014300* POSITION, BOTTOM TO TOP - AND THE COPY TAKEN AT THE START OF   *01430000
014400* EACH ORDER SO A FAILED ORDER LEAVES THE LAYOUT UNTOUCHED       *01440000
014500*----------------------------------------------------------------*01450000
014600 01  WS-STACKS-ARRAY.                                             01460000
014700     05 STACK                  PIC X(300)  OCCURS 20 TIMES.       01470000
014800 01  WS-SRL-TABLE.                                                01480000
014900     05 WS-SRL-STACK           OCCURS 20 TIMES.                   01490000
015000        10 WS-SRL-POS          PIC X(08)   OCCURS 300 TIMES.      01500000
015100 01  WS-HGT-TABLE.                                                01510000
015200     05 WS-HGT                 PIC 9(03)  OCCURS 20 TIMES.        01520000
015300 01  WS-STACKS-HOLD            PIC X(6000).                       01530000
015400 01  WS-SRL-HOLD               PIC X(48000).                      01540000
015500 01  WS-HGT-HOLD               PIC X(60).                         01550000
015600                                                                  01560000
015700*----------------------------------------------------------------*01570000
015800* MAX HEIGHT PER STACK - ZERO MEANS NO LIMIT IS ON FILE FOR      *01580000
015900* THAT STACK, WHICH LEAVES ONLY THE 300-CRATE RECORD WIDTH       *01590000
016000*----------------------------------------------------------------*01600000
016100 01  WS-LIM-TABLE.                                                01610000
016200     05 WS-LIM-MAX             PIC 9(03)  OCCURS 20 TIMES.        01620000
016300                                                                  01630000
016400*----------------------------------------------------------------*01640000
016500* THE STACKING RULES AS LOADED - ONLY PAIRS FLAGGED F ARE        *01650000
016600* FORBIDDEN; ANYTHING ABSENT FROM THE FILE IS ALLOWED            *01660000
016700*----------------------------------------------------------------*01670000
016800 01  WS-RUL-TABLE.                                                01680000
016900     05 WS-RUL-ENTRY           OCCURS 100 TIMES.                  01690000
017000        10 WS-RUL-OVER         PIC X(01).                         01700000
017100        10 WS-RUL-UNDER        PIC X(01).                         01710000
017200        10 WS-RUL-FLAG         PIC X(01).                         01720000
017300                                                                  01730000
017400*----------------------------------------------------------------*01740000
017500* THE CURRENT ORDER'S MOVES AND RETRIEVED CRATES ARE HELD UNTIL  *01750000
017600* THE WHOLE ORDER HAS BEEN PLANNED                               *01760000
017700*----------------------------------------------------------------*01770000
017800 01  WS-MOV-FIELDS.                                               01780000
017900     05 WS-MOV-CNT        PIC 9(04)   VALUE ZEROES.               01790000
018000     05 WS-MAX-MOVS       PIC 9(04)   VALUE 999.                  01800000
018100 01  WS-MOV-TABLE.                                                01810000
018200     05 WS-MOV-ENTRY      OCCURS 999 TIMES.                       01820000
018300        10 WS-MOV-FROM    PIC 9(02).                              01830000
018400        10 WS-MOV-TO      PIC 9(02).                              01840000
018500 01  WS-PIK-FIELDS.                                               01850000
018600     05 WS-PIK-CNT        PIC 9(03)   VALUE ZEROES.               01860000
018700 01  WS-PIK-TABLE.                                                01870000
018800     05 WS-PIK-ENTRY      OCCURS 999 TIMES.                       01880000
018900        10 WS-PIK-SERIAL  PIC X(08).                              01890000
019000        10 WS-PIK-TYPE    PIC X(01).                              01900000
019100        10 WS-PIK-STACK   PIC 9(02).                              01910000
019200        10 WS-PIK-DEPTH   PIC 9(03).                              01920000
019300                                                                  01930000
019400 01  WS-WORK-FIELDS.                                              01940000
019500     05 WS-NUM-STACKS     PIC 9(02)   VALUE ZEROES.               01950000
019600     05 WS-DISPATCH       PIC 9(02)   VALUE ZEROES.               01960000
019700     05 WS-I              PIC 9(04)   VALUE ZEROES.               01970000
019800     05 WS-S              PIC 9(02)   VALUE ZEROES.               01980000
019900     05 WS-P              PIC 9(03)   VALUE ZEROES.               01990000
020000     05 WS-CAP            PIC 9(03)   VALUE ZEROES.               02000000
020100     05 WS-WANT           PIC 9(03)   VALUE ZEROES.               02010000
020200     05 WS-BEST-STACK     PIC 9(02)   VALUE ZEROES.               02020000
020300     05 WS-BEST-POS       PIC 9(03)   VALUE ZEROES.               02030000
020400     05 WS-BEST-DEPTH     PIC 9(03)   VALUE ZEROES.               02040000
020500     05 WS-DEPTH          PIC 9(03)   VALUE ZEROES.               02050000
020600     05 WS-BUF-STACK      PIC 9(02)   VALUE ZEROES.               02060000
020700     05 WS-MV-FROM        PIC 9(02)   VALUE ZEROES.               02070000
020800     05 WS-MV-TO          PIC 9(02)   VALUE ZEROES.               02080000
020900     05 WS-DEST           PIC 9(02)   VALUE ZEROES.               02090000
021000     05 WS-TOP-CHR        PIC X(01)   VALUE SPACES.               02100000
021100     05 WS-OVER-CHR       PIC X(01)   VALUE SPACES.               02110000
021200     05 WS-RUL-CNT        PIC 9(03)   VALUE ZEROES.               02120000
021300     05 WS-RUL-IDX        PIC 9(03)   VALUE ZEROES.               02130000
021400     05 WS-RUN-DATE       PIC 9(06)   VALUE ZEROES.               02140000
021450     05 WS-RUN-DATE-8     PIC 9(08)   VALUE ZEROES.               02145000
021500     05 WS-ALPHABET       PIC X(26)                               02150000
021600                          VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.     02160000
021700     05 WS-LETTER-CNT     PIC 9(02)   VALUE ZEROES.               02170000
021800     05 WS-ORD-STATUS     PIC X(08)   VALUE SPACES.               02180000
021900     05 WS-ORD-DISTURB    PIC 9(05)   VALUE ZEROES.               02190000
022000     05 WS-ORD-CNT        PIC 9(05)   VALUE ZEROES.               02200000
022100     05 WS-PLAN-CNT       PIC 9(05)   VALUE ZEROES.               02210000
022200     05 WS-EXC-CNT        PIC 9(05)   VALUE ZEROES.               02220000
022300     05 WS-TOT-PICKED     PIC 9(05)   VALUE ZEROES.               02230000
022400     05 WS-TOT-DISTURB    PIC 9(05)   VALUE ZEROES.               02240000
022500     05 WS-TOT-MOVES      PIC 9(05)   VALUE ZEROES.               02250000
022600     05 WS-PLACE-SW       PIC X(01)   VALUE 'N'.                  02260000
022700        88 WS-PLACE-OK     VALUE 'Y'.                             02270000
022800     05 WS-NUM-2          PIC 9(02)   VALUE ZEROES.               02280000
022900     05 WS-TXT-FROM       PIC X(02)   VALUE SPACES.               02290000
023000     05 WS-TXT-TO         PIC X(02)   VALUE SPACES.               02300000
023100                                                                  02310000
023200 01  WS-SWITCHES.                                                 02320000
023300     05 PCK-FILE-STATUS   PIC X(02)   VALUE SPACES.               02330000
023400        88 PCK-SUCCESS    VALUE '00'.                             02340000
023500        88 PCK-EOF        VALUE '10'.                             02350000
023600     05 SRL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02360000
023700        88 SRL-SUCCESS    VALUE '00'.                             02370000
023800        88 SRL-EOF        VALUE '10'.                             02380000
023900     05 LIM-FILE-STATUS   PIC X(02)   VALUE SPACES.               02390000
024000        88 LIM-SUCCESS    VALUE '00'.                             02400000
024100        88 LIM-EOF        VALUE '10'.                             02410000
024200     05 RUL-FILE-STATUS   PIC X(02)   VALUE SPACES.               02420000
024300        88 RUL-SUCCESS    VALUE '00'.                             02430000
024400        88 RUL-EOF        VALUE '10'.                             02440000
024500     05 PROCESS-FILE-STATUS PIC X(02) VALUE SPACES.               02450000
024600        88 PROCESS-SUCCESS VALUE '00'.                            02460000
024700     05 PKR-FILE-STATUS   PIC X(02)   VALUE SPACES.               02470000
024800        88 PKR-SUCCESS    VALUE '00'.                             02480000
024900     05 SEXC-FILE-STATUS  PIC X(02)   VALUE SPACES.               02490000
025000        88 SEXC-SUCCESS   VALUE '00'.                             02500000
025100     05 HIST-FILE-STATUS  PIC X(02)   VALUE SPACES.               02510000
025200        88 HIST-SUCCESS   VALUE '00'.                             02520000
025300                                                                  02530000
025400 01  WS-HIST-FIELDS.                                              02540000
025500     05 WS-HIST-DATE    PIC 9(08)     VALUE ZEROES.               02550000
025600     05 WS-HIST-TIME    PIC 9(08)     VALUE ZEROES.               02560000
025700     05 WS-HIST-MSG     PIC X(40)     VALUE SPACES.               02570000
025701     05 WS-HIST-VER     PIC X(08)     VALUE 'V01.00'.             02570100
025800                                                                  02580000
025900*----------------------------------------------------------------*02590000
026000* THE PICK REPORT LINES                                          *02600000
026100*----------------------------------------------------------------*02610000
026200 01  WS-ORD-LINE.                                                 02620000
026300     05 FILLER              PIC X(06)   VALUE 'ORDER '.           02630000
026400     05 ORD-ID              PIC X(06).                            02640000
026500     05 FILLER              PIC X(08)   VALUE '  TYPE '.          02650000
026600     05 ORD-TYPE            PIC X(01).                            02660000
026700     05 FILLER              PIC X(10)   VALUE '  SERIAL '.        02670000
026800     05 ORD-SERIAL          PIC X(08).                            02680000
026900     05 FILLER              PIC X(07)   VALUE '  QTY '.           02690000
027000     05 ORD-QTY             PIC ZZ9.                              02700000
027100     05 FILLER              PIC X(31)   VALUE SPACES.             02710000
027200 01  WS-PIK-LINE.                                                 02720000
027300     05 FILLER              PIC X(15)   VALUE '   RETRIEVED  '.   02730000
027400     05 PIK-SERIAL          PIC X(08).                            02740000
027500     05 FILLER              PIC X(02)   VALUE SPACES.             02750000
027600     05 PIK-TYPE            PIC X(01).                            02760000
027700     05 FILLER              PIC X(13)   VALUE '  FROM STACK '.    02770000
027800     05 PIK-STACK           PIC Z9.                               02780000
027900     05 FILLER              PIC X(13)   VALUE '  DISTURBED '.     02790000
028000     05 PIK-DEPTH           PIC ZZ9.                              02800000
028100     05 FILLER              PIC X(23)   VALUE SPACES.             02810000
028200 01  WS-SUM-LINE.                                                 02820000
028300     05 FILLER              PIC X(15)   VALUE '   CRATES OUT  '.  02830000
028400     05 SUM-PICKED          PIC ZZ9.                              02840000
028500     05 FILLER              PIC X(13)   VALUE '  DISTURBED '.     02850000
028600     05 SUM-DISTURB         PIC ZZZZ9.                            02860000
028700     05 FILLER              PIC X(09)   VALUE '  MOVES '.         02870000
028800     05 SUM-MOVES           PIC ZZZZ9.                            02880000
028900     05 FILLER              PIC X(10)   VALUE '  STATUS '.        02890000
029000     05 SUM-STATUS          PIC X(08).                            02900000
029100     05 FILLER              PIC X(12)   VALUE SPACES.             02910000
029200                                                                  02920000
029300 LINKAGE SECTION.                                                 02930000
029400*----------------------------------------------------------------*02940000
029500* LS-DISPATCH-PARM NAMES THE STACK THE PICKED CRATES ARE LIFTED  *02950000
029600* ONTO - IT IS NEVER DUG INTO OR USED TO HOLD DISTURBED CRATES   *02960000
029700*----------------------------------------------------------------*02970000
029800 01  LS-PARM-DATA.                                                02980000
029900     05 LS-DISPATCH-PARM     PIC X(02)   VALUE SPACES.            02990000
030000 PROCEDURE DIVISION USING LS-PARM-DATA.                           03000000
030100                                                                  03010000
030200     IF LS-DISPATCH-PARM IS NUMERIC                               03020000
030300        AND LS-DISPATCH-PARM > ZEROES                             03030000
030400        AND LS-DISPATCH-PARM NOT > 20                             03040000
030500        MOVE LS-DISPATCH-PARM TO WS-DISPATCH                      03050000
030600     ELSE                                                         03060000
030700        DISPLAY 'ERROR - DISPATCH STACK PARM MUST BE 01-20: '     03070000
030800                LS-DISPATCH-PARM                                  03080000
030900        MOVE 16             TO RETURN-CODE                        03090000
031000        MOVE 'NO VALID DISPATCH STACK PARM'  TO WS-HIST-MSG       03100000
031100        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             03110000
031200        GOBACK                                                    03120000
031300     END-IF.                                                      03130000
031400     PERFORM 0500-LOAD-LAYOUT          THRU 0500-EXIT.            03140000
031500     PERFORM 0700-LOAD-CLASS-RULES     THRU 0700-EXIT.            03150000
031600     PERFORM 0800-LOAD-STACK-LIMITS    THRU 0800-EXIT.            03160000
031700     PERFORM 1000-PLAN-ORDERS          THRU 1000-EXIT.            03170000
031800     IF WS-EXC-CNT > ZEROES                                       03180000
031900        MOVE 4                TO RETURN-CODE                      03190000
032000     END-IF.                                                      03200000
032100     STRING 'PICKED ' DELIMITED BY SIZE                           03210000
032200        WS-TOT-PICKED DELIMITED BY SIZE                           03220000
032300        ' MOVES ' DELIMITED BY SIZE                               03230000
032400        WS-TOT-MOVES DELIMITED BY SIZE                            03240000
032500        ' EXC ' DELIMITED BY SIZE                                 03250000
032600        WS-EXC-CNT DELIMITED BY SIZE                              03260000
032700        INTO WS-HIST-MSG.                                         03270000
032800     PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT.               03280000
032900     GOBACK.                                                      03290000
033000                                                                  03300000
033100 0500-LOAD-LAYOUT.                                                03310000
033200     INITIALIZE WS-STACKS-ARRAY WS-SRL-TABLE WS-HGT-TABLE.        03320000
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
034700                IF SRL-STACK IS NUMERIC                           03470000
034800                   AND SRL-STACK > ZEROES                         03480000
034900                   AND SRL-STACK NOT > 20                         03490000
035000                   IF WS-HGT(SRL-STACK) < 300                     03500000
035100                      ADD 1 TO WS-HGT(SRL-STACK)                  03510000
035200                      MOVE SRL-TYPE TO STACK(SRL-STACK)           03520000
035300                                       (WS-HGT(SRL-STACK):1)      03530000
035400                      MOVE SRL-SERIAL TO WS-SRL-POS(SRL-STACK     03540000
035500                                         WS-HGT(SRL-STACK))       03550000
035600                   END-IF                                         03560000
035700                   IF SRL-STACK > WS-NUM-STACKS                   03570000
035800                      MOVE SRL-STACK  TO WS-NUM-STACKS            03580000
035900                   END-IF                                         03590000
036000                ELSE                                              03600000
036100                   DISPLAY 'SERIAL ROW WITH BAD STACK NUMBER '    03610000
036200                           'SKIPPED: ' SRL-REC                    03620000
036300                END-IF                                            03630000
036400        END-READ                                                  03640000
036500     END-PERFORM.                                                 03650000
036600     CLOSE SERIAL-DATA.                                           03660000
036700     DISPLAY 'STACKS IN LAYOUT: ' WS-NUM-STACKS                   03670000
036800             ' DISPATCH STACK: ' WS-DISPATCH.                     03680000
036900 0500-EXIT.                                                       03690000
037000     EXIT.                                                        03700000
037100                                                                  03710000
037200 0700-LOAD-CLASS-RULES.                                           03720000
037300*----------------------------------------------------------------*03730000
037400* A MISSING RULES FILE MEANS NOTHING IS FORBIDDEN, AS IN         *03740000
037500* AOCD5PG3                                                       *03750000
037600*----------------------------------------------------------------*03760000
037700     OPEN INPUT RUL-FILE.                                         03770000
037800     IF RUL-SUCCESS                                               03780000
037900        PERFORM UNTIL RUL-EOF                                     03790000
038000           READ RUL-FILE                                          03800000
038100                AT END                                            03810000
038200                   SET RUL-EOF TO TRUE                            03820000
038300                NOT AT END                                        03830000
038400                   IF WS-RUL-CNT < 100                            03840000
038500                      ADD 1 TO WS-RUL-CNT                         03850000
038600                      MOVE RUL-OVER                               03860000
038700                        TO WS-RUL-OVER(WS-RUL-CNT)                03870000
038800                      MOVE RUL-UNDER                              03880000
038900                        TO WS-RUL-UNDER(WS-RUL-CNT)               03890000
039000                      MOVE RUL-FLAG                               03900000
039100                        TO WS-RUL-FLAG(WS-RUL-CNT)                03910000
039200                   ELSE                                           03920000
039300                      DISPLAY 'RULE CAPACITY (100) EXCEEDED'      03930000
039400                   END-IF                                         03940000
039500           END-READ                                               03950000
039600        END-PERFORM                                               03960000
039700        CLOSE RUL-FILE                                            03970000
039800     ELSE                                                         03980000
039900        DISPLAY 'NO CRATE-CLASS RULES FILE - STACKING RULES '     03990000
040000                'NOT ENFORCED'                                    04000000
040100     END-IF.                                                      04010000
040200 0700-EXIT.                                                       04020000
040300     EXIT.                                                        04030000
040400                                                                  04040000
040500 0800-LOAD-STACK-LIMITS.                                          04050000
040600*----------------------------------------------------------------*04060000
040700* A MISSING LIMITS FILE MEANS NO STACK IS CAPPED, AS IN AOCD5PG3 *04070000
040800*----------------------------------------------------------------*04080000
040900     INITIALIZE WS-LIM-TABLE.                                     04090000
041000     OPEN INPUT LIM-FILE.                                         04100000
041100     IF LIM-SUCCESS                                               04110000
041200        PERFORM UNTIL LIM-EOF                                     04120000
041300           READ LIM-FILE                                          04130000
041400                AT END                                            04140000
041500                   SET LIM-EOF TO TRUE                            04150000
041600                NOT AT END                                        04160000
041700                   IF LIM-STACK IS NUMERIC                        04170000
041800                      AND LIM-STACK > ZEROES                      04180000
041900                      AND LIM-STACK NOT > 20                      04190000
042000                      AND LIM-MAX IS NUMERIC                      04200000
042100                      MOVE LIM-MAX                                04210000
042200                        TO WS-LIM-MAX(LIM-STACK)                  04220000
042300                   ELSE                                           04230000
042400                      DISPLAY 'LIMIT RECORD WITH BAD STACK '      04240000
042500                              'NUMBER SKIPPED: ' LIM-STACK        04250000
042600                   END-IF                                         04260000
042700           END-READ                                               04270000
042800        END-PERFORM                                               04280000
042900        CLOSE LIM-FILE                                            04290000
043000     ELSE                                                         04300000
043100        DISPLAY 'NO STACK LIMITS FILE - HEIGHTS NOT ENFORCED'     04310000
043200     END-IF.                                                      04320000
043300 0800-EXIT.                                                       04330000
043400     EXIT.                                                        04340000
043500                                                                  04350000
043600 1000-PLAN-ORDERS.                                                04360000
043700     OPEN INPUT PCK-FILE.                                         04370000
043800     IF NOT PCK-SUCCESS                                           04380000
043900        DISPLAY 'ERROR - UNABLE TO OPEN AOCD5PCK, FILE STATUS: '  04390000
044000                PCK-FILE-STATUS                                   04400000
044100        MOVE 16             TO RETURN-CODE                        04410000
044200        MOVE 'UNABLE TO OPEN PICK ORDERS'    TO WS-HIST-MSG       04420000
044300        PERFORM 9800-WRITE-AUDIT-HIST  THRU 9800-EXIT             04430000
044400        GOBACK                                                    04440000
044500     END-IF.                                                      04450000
044600     OPEN OUTPUT PROCESS-DATA.                                    04460000
044700     OPEN OUTPUT PKR-RPT.                                         04470000
044800     OPEN EXTEND SUITE-EXC.                                       04480000
044900     ACCEPT WS-RUN-DATE       FROM DATE.                          04490000
044950     ACCEPT WS-RUN-DATE-8     FROM DATE YYYYMMDD.                 04495000
045000     MOVE SPACES              TO PKR-REC.                         04500000
045100     STRING 'PICK PLAN - RUN DATE ' DELIMITED BY SIZE             04510000
045200        WS-RUN-DATE DELIMITED BY SIZE                             04520000
045300        '  DISPATCH STACK ' DELIMITED BY SIZE                     04530000
045400        WS-DISPATCH DELIMITED BY SIZE                             04540000
045500        INTO PKR-REC.                                             04550000
045600     WRITE PKR-REC.                                               04560000
045700     PERFORM UNTIL PCK-EOF                                        04570000
045800        READ PCK-FILE                                             04580000
045900             AT END                                               04590000
046000                SET PCK-EOF TO TRUE                               04600000
046100             NOT AT END                                           04610000
046200                IF PCK-REC NOT = SPACES                           04620000
046300                   ADD 1               TO WS-ORD-CNT              04630000
046400                   PERFORM 1100-PLAN-ONE-ORDER  THRU 1100-EXIT    04640000
046500                END-IF                                            04650000
046600        END-READ                                                  04660000
046700     END-PERFORM.                                                 04670000
046800     CLOSE PCK-FILE.                                              04680000
046900     CLOSE PROCESS-DATA.                                          04690000
047000     CLOSE SUITE-EXC.                                             04700000
047100     MOVE SPACES              TO PKR-REC.                         04710000
047200     WRITE PKR-REC.                                               04720000
047300     MOVE SPACES              TO PKR-REC.                         04730000
047400     STRING 'ORDERS READ      ' DELIMITED BY SIZE                 04740000
047500        WS-ORD-CNT DELIMITED BY SIZE                              04750000
047600        '  PLANNED ' DELIMITED BY SIZE                            04760000
047700        WS-PLAN-CNT DELIMITED BY SIZE                             04770000
047800        '  NOT PLANNED ' DELIMITED BY SIZE                        04780000
047900        WS-EXC-CNT DELIMITED BY SIZE                              04790000
048000        INTO PKR-REC.                                             04800000
048100     WRITE PKR-REC.                                               04810000
048200     MOVE SPACES              TO PKR-REC.                         04820000
048300     STRING 'CRATES RETRIEVED ' DELIMITED BY SIZE                 04830000
048400        WS-TOT-PICKED DELIMITED BY SIZE                           04840000
048500        '  DISTURBED ' DELIMITED BY SIZE                          04850000
048600        WS-TOT-DISTURB DELIMITED BY SIZE                          04860000
048700        '  MOVES WRITTEN ' DELIMITED BY SIZE                      04870000
048800        WS-TOT-MOVES DELIMITED BY SIZE                            04880000
048900        INTO PKR-REC.                                             04890000
049000     WRITE PKR-REC.                                               04900000
049100     CLOSE PKR-RPT.                                               04910000
049200     DISPLAY 'ORDERS READ: ' WS-ORD-CNT                           04920000
049300             ' PLANNED: ' WS-PLAN-CNT                             04930000
049400             ' NOT PLANNED: ' WS-EXC-CNT                          04940000
049500             ' MOVES: ' WS-TOT-MOVES.                             04950000
049600 1000-EXIT.                                                       04960000
049700     EXIT.                                                        04970000
049800                                                                  04980000
049900 1100-PLAN-ONE-ORDER.                                             04990000
050000*----------------------------------------------------------------*05000000
050100* A SERIAL ORDER ALWAYS WANTS THE ONE CRATE; A TYPE ORDER WANTS  *05010000
050200* ITS QUANTITY OF THAT LETTER                                    *05020000
050300*----------------------------------------------------------------*05030000
050400     MOVE ZEROES              TO WS-MOV-CNT WS-PIK-CNT            05040000
050500                                 WS-ORD-DISTURB.                  05050000
050600     MOVE 'PLANNED'           TO WS-ORD-STATUS.                   05060000
050700     MOVE PCK-ORDER           TO ORD-ID.                          05070000
050800     MOVE PCK-TYPE            TO ORD-TYPE.                        05080000
050900     MOVE PCK-SERIAL          TO ORD-SERIAL.                      05090000
051000     MOVE SPACES              TO PKR-REC.                         05100000
051100     WRITE PKR-REC.                                               05110000
051200     MOVE ZEROES              TO WS-LETTER-CNT.                   05120000
051300     IF PCK-TYPE NOT = SPACE                                      05130000
051400        INSPECT WS-ALPHABET TALLYING WS-LETTER-CNT                05140000
051500                FOR ALL PCK-TYPE                                  05150000
051600     END-IF.                                                      05160000
051700     EVALUATE TRUE                                                05170000
051800        WHEN PCK-SERIAL NOT = SPACES                              05180000
051900           MOVE 1             TO WS-WANT                          05190000
052000        WHEN WS-LETTER-CNT = ZEROES                               05200000
052100           MOVE 'BADORD'      TO WS-ORD-STATUS                    05210000
052200           MOVE ZEROES        TO WS-WANT                          05220000
052300        WHEN PCK-QTY NOT NUMERIC OR PCK-QTY = ZEROES              05230000
052400           MOVE 'BADORD'      TO WS-ORD-STATUS                    05240000
052500           MOVE ZEROES        TO WS-WANT                          05250000
052600        WHEN OTHER                                                05260000
052700           MOVE PCK-QTY       TO WS-WANT                          05270000
052800     END-EVALUATE.                                                05280000
052900     MOVE WS-WANT             TO ORD-QTY.                         05290000
053000     MOVE WS-ORD-LINE         TO PKR-REC.                         05300000
053100     WRITE PKR-REC.                                               05310000
053200     IF WS-ORD-STATUS NOT = 'PLANNED'                             05320000
053300        GO TO 1100-NOT-PLANNED                                    05330000
053400     END-IF.                                                      05340000
053500     MOVE WS-STACKS-ARRAY     TO WS-STACKS-HOLD.                  05350000
053600     MOVE WS-SRL-TABLE        TO WS-SRL-HOLD.                     05360000
053700     MOVE WS-HGT-TABLE        TO WS-HGT-HOLD.                     05370000
053800     PERFORM UNTIL WS-PIK-CNT NOT < WS-WANT                       05380000
053900                OR WS-ORD-STATUS NOT = 'PLANNED'                  05390000
054000        PERFORM 2000-PICK-ONE-CRATE  THRU 2000-EXIT               05400000
054100     END-PERFORM.                                                 05410000
054200     IF WS-ORD-STATUS NOT = 'PLANNED'                             05420000
054300        MOVE WS-STACKS-HOLD   TO WS-STACKS-ARRAY                  05430000
054400        MOVE WS-SRL-HOLD      TO WS-SRL-TABLE                     05440000
054500        MOVE WS-HGT-HOLD      TO WS-HGT-TABLE                     05450000
054600        GO TO 1100-NOT-PLANNED                                    05460000
054700     END-IF.                                                      05470000
054800*----------------------------------------------------------------*05480000
054900* THE WHOLE ORDER FITS - RELEASE ITS MOVES AND REPORT IT         *05490000
055000*----------------------------------------------------------------*05500000
055100     ADD 1                    TO WS-PLAN-CNT.                     05510000
055200     ADD WS-PIK-CNT           TO WS-TOT-PICKED.                   05520000
055300     ADD WS-ORD-DISTURB       TO WS-TOT-DISTURB.                  05530000
055400     ADD WS-MOV-CNT           TO WS-TOT-MOVES.                    05540000
055500     PERFORM VARYING WS-I FROM 1 BY 1                             05550000
055600               UNTIL WS-I > WS-MOV-CNT                            05560000
055700        PERFORM 2600-WRITE-MOVE  THRU 2600-EXIT                   05570000
055800     END-PERFORM.                                                 05580000
055900     PERFORM VARYING WS-I FROM 1 BY 1                             05590000
056000               UNTIL WS-I > WS-PIK-CNT                            05600000
056100        MOVE WS-PIK-SERIAL(WS-I)  TO PIK-SERIAL                   05610000
056200        MOVE WS-PIK-TYPE(WS-I)    TO PIK-TYPE                     05620000
056300        MOVE WS-PIK-STACK(WS-I)   TO PIK-STACK                    05630000
056400        MOVE WS-PIK-DEPTH(WS-I)   TO PIK-DEPTH                    05640000
056500        MOVE WS-PIK-LINE          TO PKR-REC                      05650000
056600        WRITE PKR-REC                                             05660000
056700     END-PERFORM.                                                 05670000
056800     MOVE WS-PIK-CNT          TO SUM-PICKED.                      05680000
056900     MOVE WS-ORD-DISTURB      TO SUM-DISTURB.                     05690000
057000     MOVE WS-MOV-CNT          TO SUM-MOVES.                       05700000
057100     MOVE WS-ORD-STATUS       TO SUM-STATUS.                      05710000
057200     MOVE WS-SUM-LINE         TO PKR-REC.                         05720000
057300     WRITE PKR-REC.                                               05730000
057400     GO TO 1100-EXIT.                                             05740000
057500 1100-NOT-PLANNED.                                                05750000
057600     ADD 1                    TO WS-EXC-CNT.                      05760000
057700     MOVE ZEROES              TO SUM-PICKED SUM-DISTURB SUM-MOVES.05770000
057800     MOVE WS-ORD-STATUS       TO SUM-STATUS.                      05780000
057900     MOVE WS-SUM-LINE         TO PKR-REC.                         05790000
058000     WRITE PKR-REC.                                               05800000
058100     INITIALIZE               SUITE-EXC-REC.                      05810000
058200     MOVE WS-RUN-DATE-8       TO EXC-RUN-DATE.                    05820000
058300     MOVE 'AOCD5PGB'          TO EXC-PGM.                         05830000
058400     MOVE PCK-ORDER           TO EXC-REC-KEY.                     05840000
058500     MOVE WS-ORD-STATUS       TO EXC-REASON.                      05850000
058600     MOVE PCK-REC             TO EXC-RAW-DATA.                    05860000
058700     WRITE SUITE-EXC-REC.                                         05870000
058800     DISPLAY 'ORDER NOT PLANNED - ' WS-ORD-STATUS ': ' PCK-REC.   05880000
058900 1100-EXIT.                                                       05890000
059000     EXIT.                                                        05900000
059100                                                                  05910000
059200 2000-PICK-ONE-CRATE.                                             05920000
059300*----------------------------------------------------------------*05930000
059400* THE SHALLOWEST MATCH OFF THE DISPATCH STACK WINS - FEWEST      *05940000
059500* CRATES ON TOP OF IT, THEN THE LOWEST STACK NUMBER              *05950000
059600*----------------------------------------------------------------*05960000
059700     MOVE ZEROES              TO WS-BEST-STACK WS-BEST-POS.       05970000
059800     MOVE 999                 TO WS-BEST-DEPTH.                   05980000
059900     PERFORM VARYING WS-S FROM 1 BY 1                             05990000
060000               UNTIL WS-S > WS-NUM-STACKS                         06000000
060100        IF WS-S NOT = WS-DISPATCH                                 06010000
060200           PERFORM VARYING WS-P FROM WS-HGT(WS-S) BY -1           06020000
060300                     UNTIL WS-P < 1                               06030000
060400              COMPUTE WS-DEPTH = WS-HGT(WS-S) - WS-P              06040000
060500              IF WS-DEPTH < WS-BEST-DEPTH                         06050000
060600                 IF (PCK-SERIAL NOT = SPACES                      06060000
060700                     AND WS-SRL-POS(WS-S WS-P) = PCK-SERIAL)      06070000
060800                    OR (PCK-SERIAL = SPACES                       06080000
060900                     AND STACK(WS-S)(WS-P:1) = PCK-TYPE)          06090000
061000                    MOVE WS-S        TO WS-BEST-STACK             06100000
061100                    MOVE WS-P        TO WS-BEST-POS               06110000
061200                    MOVE WS-DEPTH    TO WS-BEST-DEPTH             06120000
061300                 END-IF                                           06130000
061400              END-IF                                              06140000
061500           END-PERFORM                                            06150000
061600        END-IF                                                    06160000
061700     END-PERFORM.                                                 06170000
061800     IF WS-BEST-STACK = ZEROES                                    06180000
061900        MOVE 'SHORT'          TO WS-ORD-STATUS                    06190000
062000        GO TO 2000-EXIT                                           06200000
062100     END-IF.                                                      06210000
062200*----------------------------------------------------------------*06220000
062300* DIG - EVERY CRATE ABOVE THE MATCH GOES, ONE AT A TIME, ONTO    *06230000
062400* THE LOWEST NEIGHBOURING STACK THAT CAN LEGALLY TAKE IT         *06240000
062500*----------------------------------------------------------------*06250000
062600     PERFORM UNTIL WS-HGT(WS-BEST-STACK) = WS-BEST-POS            06260000
062700                OR WS-ORD-STATUS NOT = 'PLANNED'                  06270000
062800        MOVE STACK(WS-BEST-STACK)(WS-HGT(WS-BEST-STACK):1)        06280000
062900                              TO WS-OVER-CHR                      06290000
063000        MOVE ZEROES           TO WS-BUF-STACK                     06300000
063100        PERFORM VARYING WS-DEST FROM 1 BY 1                       06310000
063200                  UNTIL WS-DEST > WS-NUM-STACKS                   06320000
063300           IF WS-DEST NOT = WS-BEST-STACK                         06330000
063400              AND WS-DEST NOT = WS-DISPATCH                       06340000
063500              PERFORM 2400-CHECK-PLACE  THRU 2400-EXIT            06350000
063600              IF WS-PLACE-OK                                      06360000
063700                 IF WS-BUF-STACK = ZEROES                         06370000
063800                    MOVE WS-DEST     TO WS-BUF-STACK              06380000
063900                 ELSE                                             06390000
064000                    IF WS-HGT(WS-DEST) < WS-HGT(WS-BUF-STACK)     06400000
064100                       MOVE WS-DEST  TO WS-BUF-STACK              06410000
064200                    END-IF                                        06420000
064300                 END-IF                                           06430000
064400              END-IF                                              06440000
064500           END-IF                                                 06450000
064600        END-PERFORM                                               06460000
064700        IF WS-BUF-STACK = ZEROES                                  06470000
064800           MOVE 'BLOCKED'     TO WS-ORD-STATUS                    06480000
064900        ELSE                                                      06490000
065000           MOVE WS-BEST-STACK TO WS-MV-FROM                       06500000
065100           MOVE WS-BUF-STACK  TO WS-MV-TO                         06510000
065200           PERFORM 2500-APPLY-MOVE  THRU 2500-EXIT                06520000
065300           ADD 1              TO WS-ORD-DISTURB                   06530000
065400        END-IF                                                    06540000
065500     END-PERFORM.                                                 06550000
065600     IF WS-ORD-STATUS NOT = 'PLANNED'                             06560000
065700        GO TO 2000-EXIT                                           06570000
065800     END-IF.                                                      06580000
065900*----------------------------------------------------------------*06590000
066000* THE MATCH IS NOW ON TOP - LIFT IT ONTO THE DISPATCH STACK      *06600000
066100*----------------------------------------------------------------*06610000
066200     MOVE STACK(WS-BEST-STACK)(WS-BEST-POS:1)  TO WS-OVER-CHR.    06620000
066300     MOVE WS-DISPATCH         TO WS-DEST.                         06630000
066400     PERFORM 2400-CHECK-PLACE  THRU 2400-EXIT.                    06640000
066500     IF NOT WS-PLACE-OK OR WS-PIK-CNT NOT < 999                   06650000
066600        MOVE 'BLOCKED'        TO WS-ORD-STATUS                    06660000
066700        GO TO 2000-EXIT                                           06670000
066800     END-IF.                                                      06680000
066900     ADD 1                    TO WS-PIK-CNT.                      06690000
067000     MOVE WS-SRL-POS(WS-BEST-STACK WS-BEST-POS)                   06700000
067100                              TO WS-PIK-SERIAL(WS-PIK-CNT).       06710000
067200     MOVE WS-OVER-CHR         TO WS-PIK-TYPE(WS-PIK-CNT).         06720000
067300     MOVE WS-BEST-STACK       TO WS-PIK-STACK(WS-PIK-CNT).        06730000
067400     MOVE WS-BEST-DEPTH       TO WS-PIK-DEPTH(WS-PIK-CNT).        06740000
067500     MOVE WS-BEST-STACK       TO WS-MV-FROM.                      06750000
067600     MOVE WS-DISPATCH         TO WS-MV-TO.                        06760000
067700     PERFORM 2500-APPLY-MOVE  THRU 2500-EXIT.                     06770000
067800 2000-EXIT.                                                       06780000
067900     EXIT.                                                        06790000
068000                                                                  06800000
068100 2400-CHECK-PLACE.                                                06810000
068200*----------------------------------------------------------------*06820000
068300* CAN WS-OVER-CHR GO ON TOP OF STACK WS-DEST - ROOM UNDER THE    *06830000
068400* HEIGHT LIMIT AND NO F RULE AGAINST THE CRATE NOW ON TOP        *06840000
068500*----------------------------------------------------------------*06850000
068600     MOVE 'Y'                 TO WS-PLACE-SW.                     06860000
068700     MOVE 300                 TO WS-CAP.                          06870000
068800     IF WS-LIM-MAX(WS-DEST) > ZEROES                              06880000
068900        AND WS-LIM-MAX(WS-DEST) < 300                             06890000
069000        MOVE WS-LIM-MAX(WS-DEST)  TO WS-CAP                       06900000
069100     END-IF.                                                      06910000
069200     IF WS-HGT(WS-DEST) NOT < WS-CAP                              06920000
069300        MOVE 'N'              TO WS-PLACE-SW                      06930000
069400        GO TO 2400-EXIT                                           06940000
069500     END-IF.                                                      06950000
069600     IF WS-HGT(WS-DEST) = ZEROES                                  06960000
069700        GO TO 2400-EXIT                                           06970000
069800     END-IF.                                                      06980000
069900     MOVE STACK(WS-DEST)(WS-HGT(WS-DEST):1)  TO WS-TOP-CHR.       06990000
070000     PERFORM VARYING WS-RUL-IDX FROM 1 BY 1                       07000000
070100               UNTIL WS-RUL-IDX > WS-RUL-CNT                      07010000
070200        IF WS-RUL-OVER(WS-RUL-IDX) = WS-OVER-CHR                  07020000
070300           AND WS-RUL-UNDER(WS-RUL-IDX) = WS-TOP-CHR              07030000
070400           AND WS-RUL-FLAG(WS-RUL-IDX) = 'F'                      07040000
070500           MOVE 'N'           TO WS-PLACE-SW                      07050000
070600        END-IF                                                    07060000
070700     END-PERFORM.                                                 07070000
070800 2400-EXIT.                                                       07080000
070900     EXIT.                                                        07090000
071000                                                                  07100000
071100 2500-APPLY-MOVE.                                                 07110000
071200*----------------------------------------------------------------*07120000
071300* SHIFT THE TOP CRATE OF WS-MV-FROM ONTO WS-MV-TO AND HOLD THE   *07130000
071400* MOVE FOR THE ORDER                                             *07140000
071500*----------------------------------------------------------------*07150000
071600     IF WS-MOV-CNT NOT < WS-MAX-MOVS                              07160000
071700        DISPLAY 'ORDER ' PCK-ORDER ' NEEDS MORE THAN '            07170000
071800                WS-MAX-MOVS ' MOVES'                              07180000
071900        MOVE 'BLOCKED'        TO WS-ORD-STATUS                    07190000
072000        GO TO 2500-EXIT                                           07200000
072100     END-IF.                                                      07210000
072200     ADD 1                    TO WS-MOV-CNT.                      07220000
072300     MOVE WS-MV-FROM          TO WS-MOV-FROM(WS-MOV-CNT).         07230000
072400     MOVE WS-MV-TO            TO WS-MOV-TO(WS-MOV-CNT).           07240000
072500     ADD 1                    TO WS-HGT(WS-MV-TO).                07250000
072600     MOVE STACK(WS-MV-FROM)(WS-HGT(WS-MV-FROM):1)                 07260000
072700       TO STACK(WS-MV-TO)(WS-HGT(WS-MV-TO):1).                    07270000
072800     MOVE WS-SRL-POS(WS-MV-FROM WS-HGT(WS-MV-FROM))               07280000
072900       TO WS-SRL-POS(WS-MV-TO WS-HGT(WS-MV-TO)).                  07290000
073000     MOVE SPACE TO STACK(WS-MV-FROM)(WS-HGT(WS-MV-FROM):1).       07300000
073100     MOVE SPACES TO WS-SRL-POS(WS-MV-FROM WS-HGT(WS-MV-FROM)).    07310000
073200     SUBTRACT 1               FROM WS-HGT(WS-MV-FROM).            07320000
073300 2500-EXIT.                                                       07330000
073400     EXIT.                                                        07340000
073500                                                                  07350000
073600 2600-WRITE-MOVE.                                                 07360000
073700*----------------------------------------------------------------*07370000
073800* ONE AOCDAY52 LINE - 'move 1 from A to B', AS AOCD5PG3 READS IT *07380000
073900*----------------------------------------------------------------*07390000
074000     MOVE WS-MOV-FROM(WS-I)   TO WS-NUM-2.                        07400000
074100     MOVE WS-NUM-2            TO WS-TXT-FROM.                     07410000
074200     IF WS-NUM-2 < 10                                             07420000
074300        MOVE WS-NUM-2(2:1)    TO WS-TXT-FROM                      07430000
074400     END-IF.                                                      07440000
074500     MOVE WS-MOV-TO(WS-I)     TO WS-NUM-2.                        07450000
074600     MOVE WS-NUM-2            TO WS-TXT-TO.                       07460000
074700     IF WS-NUM-2 < 10                                             07470000
074800        MOVE WS-NUM-2(2:1)    TO WS-TXT-TO                        07480000
074900     END-IF.                                                      07490000
075000     MOVE SPACES              TO PROCESS-REC.                     07500000
075100     STRING 'move 1 from ' DELIMITED BY SIZE                      07510000
075200        WS-TXT-FROM DELIMITED BY SPACE                            07520000
075300        ' to ' DELIMITED BY SIZE                                  07530000
075400        WS-TXT-TO DELIMITED BY SPACE                              07540000
075500        INTO PROCESS-REC.                                         07550000
075600     WRITE PROCESS-DATA-REC.                                      07560000
075700 2600-EXIT.                                                       07570000
075800     EXIT.                                                        07580000
075900                                                                  07590000
076000*----------------------------------------------------------------*07600000
076100*  WRITES ONE AUDIT-HISTORY ROW TO THE SHARED AOCDHST FILE       *07610000
076200*----------------------------------------------------------------*07620000
076300 9800-WRITE-AUDIT-HIST.                                           07630000
076400     ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.                      07640000
076500     ACCEPT WS-HIST-TIME FROM TIME.                               07650000
076600     OPEN EXTEND AUD-HIST.                                        07660000
076700     INITIALIZE AUD-HIST-REC.                                     07670000
076800     MOVE WS-HIST-DATE          TO HIST-DATE.                     07680000
076900     MOVE WS-HIST-TIME(1:6)     TO HIST-TIME.                     07690000
077000     MOVE 'AOCD5PGB'            TO HIST-PGM.                      07700000
077001     MOVE WS-HIST-VER           TO HIST-VERSION.                  07700100
077100     MOVE WS-HIST-MSG           TO HIST-OUTPUT.                   07710000
077200     WRITE AUD-HIST-REC.                                          07720000
077300     CLOSE AUD-HIST.                                              07730000
077400 9800-EXIT.                                                       07740000
077500     EXIT.                                                        07750000
